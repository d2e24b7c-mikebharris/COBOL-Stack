            ITEM-NAME by Audit-Item-Value, ITEM-OCCURS by == ==.
        02 Audit-Status pic x(2).
        02 Audit-Depth pic 99.
*> The operator id or carry marker and the chain values AuditTrail
*> puts on the end of the line are not used here.
        02 Audit-Tail pic x(9).
        02 Audit-Chain pic x(19).

working-storage section.
    01 Audit-File-Status pic xx.

*> Applies one audit record to the pending pool: a Push waits for
*> its Pop, a Pop pairs with the youngest waiting Push, a Clear
*> throws the stack's waiting items away.  A Reserve pairs like a
*> Pop; an Abandon or Reclaim puts the item back to wait like a Push.
PairAuditRecord.
    if Audit-Status = "00"
        evaluate function trim(Audit-Command)
            when "Push"
            when "PushUnique"
            when "Abandon"
            when "Reclaim"
                perform FindOrCreatePendingEntry thru EndFindOrCreatePendingEntry
                if Current-Pending-Index not = zero
                    perform RecordPendingPush thru EndRecordPendingPush
                end-if
            when "Pop"
            when "Reserve"
                perform FindOrCreatePendingEntry thru EndFindOrCreatePendingEntry
                if Current-Pending-Index not = zero
                    perform PairPopWithPush thru EndPairPopWithPush
