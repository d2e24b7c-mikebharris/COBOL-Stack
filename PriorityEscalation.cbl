identification division.
program-id. PriorityEscalation.

*> Ages routine work up the priority queue.  PriorityQueue always
*> hands back the most urgent class first, which is the point of it,
*> but on a busy night class 7-9 work can sit in PRTYQCKP for days
*> while fresh urgent work keeps arriving ahead of it.  This job
*> finds how long every waiting item has been there and promotes the
*> ones that have waited too long, by the rules in the escalation
*> table.
*>
*> The table (PRTYESC) holds one rule per line: a Queue-Id (spaces
*> for every queue), the class the rule applies to, an age in hours,
*> and the class an item of that class older than that age moves to
*> - "class 7 older than 12 hours becomes class 4" is
*> "        700124".  When more than one rule fits an item, the one
*> giving the most urgent class wins.  A rule that would not make an
*> item more urgent is ignored with a warning.  No table means
*> nothing is escalated.
*>
*> How long an item has waited comes from replaying PRTYQAUD the
*> same way AuditArchive replays it: an Enqueue adds the item with
*> its timestamp, a Dequeue removes the oldest waiting item of its
*> value and class, a Clear empties the queue, and an earlier
*> Escalate moves an item to its new class without touching its
*> timestamp.  The cutover's carry-forward records keep each carried
*> item's original enqueue time, so an item's age runs from when it
*> really arrived, however many nights it has been carried.
*>
*> The queues themselves are restored from their checkpoint and each
*> promotion goes through PriorityQueue's Escalate command, which
*> re-classes the item in place and keeps its arrival number, so an
*> escalated item lines up in its new class by when it first arrived
*> instead of behind everything already there.  The queues are
*> checkpointed again once the promotions are done.  Run it in the
*> batch window while no dispatcher is working the priority queues,
*> like every other job that restores and checkpoints them.
*>
*> The escalation listing shows every promoted item with its queue,
*> its old and new class, and the hours it had waited.  An item the
*> replay says is waiting but the checkpoint no longer holds is
*> listed as not found and left alone.

environment division.
input-output section.
file-control.
    select PriorityQueueAuditFile assign to "PRTYQAUD"
        organization is line sequential
        file status is Audit-File-Status.
    select EscalationTableFile assign to "PRTYESC"
        organization is line sequential
        file status is Escalation-File-Status.

data division.
file section.
fd  PriorityQueueAuditFile.
    01 Audit-Record.
        02 Audit-Timestamp pic x(21).
        02 Audit-Queue-Id pic x(8).
        02 Audit-Command pic x(10).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Audit-Item-Value, ITEM-OCCURS by == ==.
        02 Audit-Status pic x(2).
        02 Audit-Depth pic 99.
        02 Audit-Priority-Class pic x.
*> The operator id or carry marker and the chain values AuditTrail
*> puts on the end of the line are not used here.
        02 Audit-Tail pic x(8).
        02 Audit-Chain pic x(19).

fd  EscalationTableFile.
    01 Escalation-Record.
        02 Escalation-Queue-Id pic x(8).
        02 Escalation-From-Class pic 9.
        02 Escalation-Older-Than-Hours pic 9(4).
        02 Escalation-To-Class pic 9.

working-storage section.
    01 Audit-File-Status pic xx.
    01 Escalation-File-Status pic xx.
    01 Audit-Switches.
        02 Audit-EOF-Switch pic x value "N".
            88 Audit-At-End value "Y".
    01 Escalation-Switches.
        02 Escalation-EOF-Switch pic x value "N".
            88 Escalation-At-End value "Y".

*> The escalation rules as read from the table.
    01 Rule-Table.
        02 Rule-Entry occurs 1 to 50 times indexed by Rule-Index.
            03 Rule-Queue-Id pic x(8) value spaces.
            03 Rule-From-Class pic 9 value zero.
            03 Rule-Older-Than-Seconds pic 9(9) value zero.
            03 Rule-To-Class pic 9 value zero.
    01 Rule-Count pic 99 value zero.
    01 Rule-Table-Full-Warned pic x value "N".

*> The work still waiting on each priority queue, rebuilt from the
*> audit log: oldest first, each item with its enqueue timestamp and
*> its current class.
    01 Waiting-Pool.
        02 Waiting-Entry occurs 1 to 20 times indexed by Waiting-Index.
            03 Waiting-Entry-Id pic x(8) value spaces.
            03 Waiting-Entry-Count pic 99 value zero.
            03 Waiting-Item occurs 1 to 50 times.
                04 Waiting-Item-Value pic x(64) value spaces.
                04 Waiting-Item-Stamp pic x(21) value spaces.
                04 Waiting-Item-Class pic x value space.
    01 Waiting-Entries pic 99 value zero.
    01 Current-Waiting-Index pic 99 value zero.
    01 Waiting-Table-Switches.
        02 Waiting-Table-Full-Switch pic x value "N".
            88 Waiting-Table-Full value "Y".
        02 Waiting-Items-Full-Switch pic x value "N".
            88 Waiting-Items-Full value "Y".
    01 Match-Position pic 99 value zero.
    01 Found-Position pic 99 value zero.
    01 Shift-Position pic 99 value zero.
    01 Item-Position pic 99 value zero.

    01 Now-Stamp pic x(21) value spaces.
    01 Now-Seconds pic 9(12) value zero.
    01 Item-Seconds pic 9(12) value zero.
    01 Waited-Seconds pic 9(12) value zero.
    01 Waited-Hours pic 9(5) value zero.
    01 Chosen-To-Class pic 9 value zero.

*> The PriorityQueue call parameters.
    01 Call-Command pic x(10) value spaces.
    01 Call-Item pic x(64) value spaces.
    01 Call-Status pic x(2) value spaces.
    01 Call-Queue-Id pic x(8) value spaces.
    01 Call-Class pic 9 value zero.

    01 Escalated-Count pic 9(5) value zero.
    01 Not-Found-Count pic 9(5) value zero.

procedure division.
    perform LoadEscalationRules thru EndLoadEscalationRules
    if Rule-Count = zero
        display "Priority Escalation: no escalation rules in PRTYESC; "
            "nothing escalated"
        goback
    end-if

    move "N" to Audit-EOF-Switch
    open input PriorityQueueAuditFile
    if Audit-File-Status not = "00"
        display "Priority Escalation: no priority queue audit log "
            "found; nothing escalated"
        goback
    end-if
    read PriorityQueueAuditFile
        at end set Audit-At-End to true
    end-read
    perform ReplayAuditRecord thru EndReplayAuditRecord
        until Audit-At-End
    close PriorityQueueAuditFile

    move function current-date to Now-Stamp
    compute Now-Seconds =
        function integer-of-date(function numval(Now-Stamp(1:8)))
            * 86400
        + function numval(Now-Stamp(9:2)) * 3600
        + function numval(Now-Stamp(11:2)) * 60
        + function numval(Now-Stamp(13:2))

    call "PriorityQueue" using by content "Restore", by reference Call-Item,
        by reference Call-Status, by content Call-Queue-Id,
        by content Call-Class

    display "Priority Escalation Listing"
    display "Queue-Id Old New Hours-Waited Item"
    perform EscalateOneQueue thru EndEscalateOneQueue
        varying Waiting-Index from 1 by 1
        until Waiting-Index > Waiting-Entries

    if Escalated-Count > zero
        call "PriorityQueue" using by content "Checkpoint",
            by reference Call-Item, by reference Call-Status,
            by content Call-Queue-Id, by content Call-Class
    end-if

    display " "
    display "Items escalated: " Escalated-Count
    if Not-Found-Count > zero
        display "Items no longer waiting on their queue: "
            Not-Found-Count
    end-if
    goback.

*> Reads the rule table, turning each age from hours into seconds
*> once so the item comparisons do not have to.
LoadEscalationRules.
    move zero to Rule-Count
    move "N" to Escalation-EOF-Switch
    open input EscalationTableFile
    if Escalation-File-Status = "00"
        read EscalationTableFile
            at end set Escalation-At-End to true
        end-read
        perform LoadEscalationRule thru EndLoadEscalationRule
            until Escalation-At-End
        close EscalationTableFile
    end-if.
EndLoadEscalationRules.

LoadEscalationRule.
    evaluate true
        when Escalation-From-Class is not numeric
            or Escalation-To-Class is not numeric
            or Escalation-Older-Than-Hours is not numeric
            display "Priority Escalation: unreadable rule ignored: "
                Escalation-Record
        when Escalation-To-Class = zero
            or Escalation-To-Class not less than Escalation-From-Class
            display "Priority Escalation: rule for class "
                Escalation-From-Class " to class " Escalation-To-Class
                " does not make anything more urgent; ignored"
        when Rule-Count not less than 50
            if Rule-Table-Full-Warned = "N"
                move "Y" to Rule-Table-Full-Warned
                display "Priority Escalation: more than 50 rules in "
                    "PRTYESC; the rest are ignored"
            end-if
        when other
            add 1 to Rule-Count
            move Escalation-Queue-Id to Rule-Queue-Id(Rule-Count)
            move Escalation-From-Class to Rule-From-Class(Rule-Count)
            compute Rule-Older-Than-Seconds(Rule-Count) =
                Escalation-Older-Than-Hours * 3600
            move Escalation-To-Class to Rule-To-Class(Rule-Count)
    end-evaluate
    read EscalationTableFile
        at end set Escalation-At-End to true
    end-read.
EndLoadEscalationRule.

*> Applies one audit record to the waiting pool.  Only operations
*> that completed with status "00" change anything, and Restore is a
*> no-op, as in every other replay of the audit logs.
ReplayAuditRecord.
    if Audit-Status = "00"
        evaluate true
            when function trim(Audit-Command) = "Enqueue"
                perform AddWaitingItem thru EndAddWaitingItem
            when function trim(Audit-Command) = "Dequeue"
                perform RemoveMatchingWaitingItem
                    thru EndRemoveMatchingWaitingItem
            when function trim(Audit-Command) = "Clear"
                perform FindOrCreateWaitingEntry
                    thru EndFindOrCreateWaitingEntry
                if Current-Waiting-Index not = zero
                    move zero to Waiting-Entry-Count(Current-Waiting-Index)
                end-if
            when Audit-Command(1:8) = "Escalate"
                perform ReclassWaitingItem thru EndReclassWaitingItem
        end-evaluate
    end-if
    read PriorityQueueAuditFile
        at end set Audit-At-End to true
    end-read.
EndReplayAuditRecord.

FindOrCreateWaitingEntry.
    move zero to Current-Waiting-Index
    perform LocateWaitingEntry thru EndLocateWaitingEntry
        varying Waiting-Index from 1 by 1
        until Waiting-Index > Waiting-Entries
    if Current-Waiting-Index = zero
        if Waiting-Entries not less than 20
            if not Waiting-Table-Full
                display "Priority Escalation: more than 20 distinct "
                    "queue ids in the audit log; the rest are left "
                    "out of the escalation"
                set Waiting-Table-Full to true
            end-if
        else
            add 1 to Waiting-Entries
            move Waiting-Entries to Current-Waiting-Index
            move Audit-Queue-Id to Waiting-Entry-Id(Current-Waiting-Index)
            move zero to Waiting-Entry-Count(Current-Waiting-Index)
        end-if
    end-if.
EndFindOrCreateWaitingEntry.

LocateWaitingEntry.
    if Waiting-Entry-Id(Waiting-Index) = Audit-Queue-Id
        move Waiting-Index to Current-Waiting-Index
    end-if.
EndLocateWaitingEntry.

AddWaitingItem.
    perform FindOrCreateWaitingEntry thru EndFindOrCreateWaitingEntry
    if Current-Waiting-Index not = zero
        if Waiting-Entry-Count(Current-Waiting-Index) not less than 50
            if not Waiting-Items-Full
                display "Priority Escalation: more than 50 waiting "
                    "items replayed on one queue; the rest are left "
                    "out of the escalation"
                set Waiting-Items-Full to true
            end-if
        else
            add 1 to Waiting-Entry-Count(Current-Waiting-Index)
            move Waiting-Entry-Count(Current-Waiting-Index)
                to Item-Position
            move Audit-Item-Value
                to Waiting-Item-Value(Current-Waiting-Index, Item-Position)
            move Audit-Timestamp
                to Waiting-Item-Stamp(Current-Waiting-Index, Item-Position)
            move Audit-Priority-Class
                to Waiting-Item-Class(Current-Waiting-Index, Item-Position)
        end-if
    end-if.
EndAddWaitingItem.

*> A Dequeue hands back the oldest waiting item of the class its
*> record carries, so the replay removes the oldest item matching
*> both value and class.
RemoveMatchingWaitingItem.
    perform FindOrCreateWaitingEntry thru EndFindOrCreateWaitingEntry
    if Current-Waiting-Index not = zero
        move zero to Found-Position
        perform MatchDequeuedItem thru EndMatchDequeuedItem
            varying Match-Position from 1 by 1
            until Match-Position > Waiting-Entry-Count(Current-Waiting-Index)
                or Found-Position not = zero
        if Found-Position not = zero
            perform CloseWaitingItemGap thru EndCloseWaitingItemGap
        end-if
    end-if.
EndRemoveMatchingWaitingItem.

MatchDequeuedItem.
    if Waiting-Item-Value(Current-Waiting-Index, Match-Position)
            = Audit-Item-Value
        and Waiting-Item-Class(Current-Waiting-Index, Match-Position)
            = Audit-Priority-Class
        move Match-Position to Found-Position
    end-if.
EndMatchDequeuedItem.

CloseWaitingItemGap.
    perform ShiftWaitingItemDown thru EndShiftWaitingItemDown
        varying Shift-Position from Found-Position by 1
        until Shift-Position not less than
            Waiting-Entry-Count(Current-Waiting-Index)
    subtract 1 from Waiting-Entry-Count(Current-Waiting-Index).
EndCloseWaitingItemGap.

ShiftWaitingItemDown.
    move Waiting-Item(Current-Waiting-Index, Shift-Position + 1)
        to Waiting-Item(Current-Waiting-Index, Shift-Position).
EndShiftWaitingItemDown.

*> An earlier escalation ("Escalate 7") moved the oldest item of
*> that value and class into the class its record carries; its
*> timestamp, like its place in the line, is unchanged.
ReclassWaitingItem.
    perform FindOrCreateWaitingEntry thru EndFindOrCreateWaitingEntry
    if Current-Waiting-Index not = zero
        move zero to Found-Position
        perform MatchEscalatedItem thru EndMatchEscalatedItem
            varying Match-Position from 1 by 1
            until Match-Position > Waiting-Entry-Count(Current-Waiting-Index)
                or Found-Position not = zero
        if Found-Position not = zero
            move Audit-Priority-Class
                to Waiting-Item-Class(Current-Waiting-Index, Found-Position)
        end-if
    end-if.
EndReclassWaitingItem.

MatchEscalatedItem.
    if Waiting-Item-Value(Current-Waiting-Index, Match-Position)
            = Audit-Item-Value
        and Waiting-Item-Class(Current-Waiting-Index, Match-Position)
            = Audit-Command(10:1)
        move Match-Position to Found-Position
    end-if.
EndMatchEscalatedItem.

*> Works one queue's waiting items oldest first, so two items of the
*> same value are escalated in the same order PriorityQueue matches
*> them.
EscalateOneQueue.
    perform EscalateOneItem thru EndEscalateOneItem
        varying Item-Position from 1 by 1
        until Item-Position > Waiting-Entry-Count(Waiting-Index).
EndEscalateOneQueue.

EscalateOneItem.
    move Waiting-Item-Stamp(Waiting-Index, Item-Position)
        to Now-Stamp
    compute Item-Seconds =
        function integer-of-date(function numval(Now-Stamp(1:8)))
            * 86400
        + function numval(Now-Stamp(9:2)) * 3600
        + function numval(Now-Stamp(11:2)) * 60
        + function numval(Now-Stamp(13:2))
    if Now-Seconds > Item-Seconds
        compute Waited-Seconds = Now-Seconds - Item-Seconds
    else
        move zero to Waited-Seconds
    end-if
    move zero to Chosen-To-Class
    perform ApplyEscalationRule thru EndApplyEscalationRule
        varying Rule-Index from 1 by 1
        until Rule-Index > Rule-Count
    if Chosen-To-Class not = zero
        perform PromoteWaitingItem thru EndPromoteWaitingItem
    end-if.
EndEscalateOneItem.

*> A rule fits when it names this queue or every queue, covers the
*> item's current class, and the item has waited longer than the
*> rule's age.  The fitting rule with the most urgent class wins.
ApplyEscalationRule.
    if (Rule-Queue-Id(Rule-Index) = spaces
            or Rule-Queue-Id(Rule-Index) = Waiting-Entry-Id(Waiting-Index))
        and Waiting-Item-Class(Waiting-Index, Item-Position)
            = Rule-From-Class(Rule-Index)
        and Waited-Seconds > Rule-Older-Than-Seconds(Rule-Index)
        if Chosen-To-Class = zero
            or Rule-To-Class(Rule-Index) less than Chosen-To-Class
            move Rule-To-Class(Rule-Index) to Chosen-To-Class
        end-if
    end-if.
EndApplyEscalationRule.

PromoteWaitingItem.
    move spaces to Call-Command
    string "Escalate " Waiting-Item-Class(Waiting-Index, Item-Position)
        delimited by size into Call-Command
    end-string
    move Waiting-Item-Value(Waiting-Index, Item-Position) to Call-Item
    move Waiting-Entry-Id(Waiting-Index) to Call-Queue-Id
    move Chosen-To-Class to Call-Class
    move "00" to Call-Status
    call "PriorityQueue" using by content Call-Command,
        by reference Call-Item, by reference Call-Status,
        by content Call-Queue-Id, by content Call-Class
    compute Waited-Hours = Waited-Seconds / 3600
    if Call-Status = "00"
        add 1 to Escalated-Count
        display Call-Queue-Id " "
            Waiting-Item-Class(Waiting-Index, Item-Position) "   "
            Chosen-To-Class "   " Waited-Hours "        "
            function trim(Call-Item)
        move Chosen-To-Class
            to Waiting-Item-Class(Waiting-Index, Item-Position)
    else
        add 1 to Not-Found-Count
        display Call-Queue-Id " "
            Waiting-Item-Class(Waiting-Index, Item-Position) "   -   "
            Waited-Hours "        " function trim(Call-Item)
            " (not found waiting on the queue; left alone)"
    end-if.
EndPromoteWaitingItem.

end program PriorityEscalation.
