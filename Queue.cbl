*> Every call is also written to the audit file, one line per call,
*> so a questioned restart can be answered by reconstructing exactly
*> what was enqueued and dequeued, in what order, on which named
*> queue.  The lines go out through AuditTrail, which chains each
*> one to the queue's previous line with a check value, as Stack's
*> are.
*>
*> The pool is also mirrored, item by item as operations happen, to
*> the shared queue store: an indexed file keyed by Queue-Id and
    select QueueCheckpointFile assign to "QUEUECKP"
        organization is sequential
        file status is Checkpoint-File-Status.
    select QueueSharedFile assign to "QUEUESHR"
        organization is indexed
        access is random
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Checkpoint-Item-Value, ITEM-OCCURS by == ==.

fd  QueueSharedFile.
    01 Shared-Record.
        02 Shared-Key.
    01 Generation-Record pic x(72).

working-storage section.
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
    01 Shared-File-Status pic xx.
*> "N" - not opened yet, "Y" - open for the run, "U" - could not be
*> opened, so mirroring is off for the rest of the run.
    end-write.
EndRebuildSharedStoreItem.

*> Appends one line to the audit file for this call, through
*> AuditTrail, which chains it to the queue's previous line.
WriteAuditRecord.
    move function current-date to Audit-Timestamp
    move Queue-Id to Audit-Queue-Id
    move function trim(Command) to Audit-Command
    else
        move QueuePoolEntry-ItemsInQueue(Current-QueuePool-Index) to Audit-Depth
    end-if
    call "AuditTrail" using by content "Write", by content "QUEUEAUD",
        by content Audit-Record.
EndWriteAuditRecord.

end program Queue.
