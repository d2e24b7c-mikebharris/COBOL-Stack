*> good for; this sweep finds every item that has sat longer than
*> that, takes it off its stack, and writes it to the expired-items
*> file with the Stack-Id, the timestamp of the push that queued it,
*> how many whole hours overdue it was when swept, and - on the end
*> of the record - the time of the sweep that took it.  A stack with
*> no configuration record, or a maximum age of zero, is never swept.
*>
*> The push times come from two places.  The age ledger file is the
            ITEM-NAME by Audit-Item-Value, ITEM-OCCURS by == ==.
        02 Audit-Status pic x(2).
        02 Audit-Depth pic 99.
*> The operator id or carry marker and the chain values AuditTrail
*> puts on the end of the line are not used here.
        02 Audit-Tail pic x(9).
        02 Audit-Chain pic x(19).

fd  StackSharedFile.
    01 Shared-Record.
        02 Expired-Overdue-Hours pic 9(5).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Expired-Item-Value, ITEM-OCCURS by == ==.
        02 Expired-Swept-At pic x(21).

*> One record per surviving item, position 1 the bottom of its
*> stack, carrying the original push timestamp; plus one pseudo

*> Applies one audit record to the pending pool: a Push waits at the
*> top of its stack's replay, a Pop removes the youngest waiting
*> Push, a Clear throws the stack's waiting items away.  Reserve
*> counts as a Pop, and Abandon and Reclaim as a Push.  Records the
*> ledger already accounts for - everything up to and including its
*> cutover stamp, which covers the last sweep's own Pops and
*> re-Pushes - are skipped, so a survivor keeps its original push
        evaluate function trim(Audit-Command)
            when "Push"
            when "PushUnique"
            when "Abandon"
            when "Reclaim"
                move Audit-Stack-Id to Lookup-Stack-Id
                perform FindOrCreatePendingEntry thru EndFindOrCreatePendingEntry
                if Current-Pending-Index not = zero
                    perform RecordPendingPush thru EndRecordPendingPush
                end-if
            when "Pop"
            when "Reserve"
                move Audit-Stack-Id to Lookup-Stack-Id
                perform FindOrCreatePendingEntry thru EndFindOrCreatePendingEntry
                if Current-Pending-Index not = zero
    move Held-Item-Stamp(Held-Item-Index) to Expired-Pushed-At
    move Held-Item-Overdue(Held-Item-Index) to Expired-Overdue-Hours
    move Held-Item-Value(Held-Item-Index) to Expired-Item-Value
    move function current-date to Expired-Swept-At
    write Expired-Record.
EndWriteExpiredRecord.

