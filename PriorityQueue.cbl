*> altering it.  Clear empties the queue back to zero items and
*> re-arms its arrival numbering.
*>
*> Escalate moves one waiting item to a more urgent class without
*> sending it to the back of the line: the command carries the
*> item's current class after the verb - "Escalate 7" - Item holds
*> the item value, and Priority-Class the class it moves to.  The
*> oldest waiting item with that value and class is re-classed in
*> place and keeps its arrival number, so within its new class it
*> sits exactly where its original arrival puts it, ahead of
*> anything that arrived after it.  No such item waiting returns
*> "10".  The PriorityEscalation batch job is the intended caller.
*>
*> Checkpoint writes every queue in the pool out to the checkpoint
*> file so a batch run can pick its queues back up after a restart.
*> Restore reloads the pool from that file, replacing whatever is
*> in the same shape as Queue's audit records with the Priority-Class
*> carried on the end: the class enqueued for an Enqueue, and the
*> class of the item actually handed back for a Dequeue or Peek, so
*> the nightly reports can finally see priority traffic.  An
*> Escalate record carries the class the item moved to, and the
*> class it moved from stays readable in the command itself.  The
*> lines go out through AuditTrail, chained per queue with a check
*> value exactly as Stack's and Queue's are.

environment division.
input-output section.
    select PriorityQueueCheckpointFile assign to "PRTYQCKP"
        organization is sequential
        file status is Checkpoint-File-Status.
    select CheckpointGenerationFile assign using Generation-File-Name
        organization is sequential
        file status is Generation-File-Status.
        02 Checkpoint-Priority-Class pic 9.
        02 Checkpoint-Arrival pic 9(9).

*> The dated copy of the checkpoint, identical record for record.
fd  CheckpointGenerationFile.
    01 Generation-Record pic x(82).
    01 Chosen-Priority pic 9 value zero.
    01 Chosen-Arrival pic 9(9) value zero.
    01 Clear-Slot-Index pic 99 value zero.
*> One line of the audit log, handed to AuditTrail to be chained
*> and written.
    01 Audit-Record.
        02 Audit-Timestamp pic x(21).
        02 Audit-Queue-Id pic x(8).
        02 Audit-Command pic x(10).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Audit-Item-Value, ITEM-OCCURS by == ==.
        02 Audit-Status pic x(2).
        02 Audit-Depth pic 99.
        02 Audit-Priority-Class pic 9.
    01 Audit-Class-Value pic 9 value zero.
    01 Checkpoint-File-Status pic xx.
    01 Checkpoint-Slot-Index pic 99 value zero.
    01 Restore-Arrival pic 9(9) value zero.
    01 Restore-Status pic x(2).
    01 Restore-Current-Index pic 99 value zero.
    01 Escalate-From-Class pic 9 value zero.
    01 Escalate-Item-Value pic x(64) value spaces.

linkage section.
    01 Command pic x any length.
            thru EndWritePriorityQueueCheckpoint
        when "Restore"    perform ReadPriorityQueueCheckpoint
            thru EndReadPriorityQueueCheckpoint
*> Escalate arrives as "Escalate" plus the item's current class after
*> the verb, so it cannot be matched as a simple literal above.
        when other
            if function length(Command) not less than 10
                and Command(1:8) = "Escalate"
                perform FindOrCreatePriorityQueuePoolEntry
                    thru EndFindOrCreatePriorityQueuePoolEntry
                if Queue-Status = "00"
                    perform EscalateWaitingItem thru EndEscalateWaitingItem
                end-if
            end-if
    end-evaluate

    perform WriteAuditRecord thru EndWriteAuditRecord
    end-if.
EndDequeueItemOffQueue.

*> Re-classes the oldest waiting item holding this value in the
*> class named after the verb.  Only the class changes: the arrival
*> number stays, which is what keeps the item's place in the line.
EscalateWaitingItem.
    move zero to Chosen-Slot
    if Command(10:1) is numeric
        move Command(10:1) to Escalate-From-Class
        move Item to Escalate-Item-Value
        perform MatchEscalationSlot thru EndMatchEscalationSlot
            varying Slot-Scan-Index from 1 by 1
            until Slot-Scan-Index > 50
    end-if
    if Chosen-Slot = zero
        move "10" to Queue-Status
    else
        move Priority-Class
            to Slot-Priority(Current-PriorityQueuePool-Index, Chosen-Slot)
        move Priority-Class to Audit-Class-Value
    end-if.
EndEscalateWaitingItem.

MatchEscalationSlot.
    if Slot-Occupied(Current-PriorityQueuePool-Index, Slot-Scan-Index) = "Y"
        and Slot-Priority(Current-PriorityQueuePool-Index, Slot-Scan-Index)
            = Escalate-From-Class
        and Slot-Item(Current-PriorityQueuePool-Index, Slot-Scan-Index)
            = Escalate-Item-Value
        if Chosen-Slot = zero
            or Slot-Arrival(Current-PriorityQueuePool-Index, Slot-Scan-Index)
                less than Chosen-Arrival
            move Slot-Scan-Index to Chosen-Slot
            move Slot-Arrival(Current-PriorityQueuePool-Index, Slot-Scan-Index)
                to Chosen-Arrival
        end-if
    end-if.
EndMatchEscalationSlot.

*> Size reports the depth in the two-digit form Stack's Size hands
*> back; the 50 in-memory slots are all a priority queue has, so two
*> digits always fit.
    move spaces to Slot-Item(PriorityQueuePoolIndex, Slot-Scan-Index).
EndClearPriorityQueuePoolSlot.

*> Appends one line to the audit file for this call, through
*> AuditTrail, which chains it to the queue's previous line.
WriteAuditRecord.
    move function current-date to Audit-Timestamp
    move Queue-Id to Audit-Queue-Id
    move function trim(Command) to Audit-Command
            to Audit-Depth
    end-if
    move Audit-Class-Value to Audit-Priority-Class
    call "AuditTrail" using by content "Write", by content "PRTYQAUD",
        by content Audit-Record.
EndWriteAuditRecord.

end program PriorityQueue.
