*>     "40" - PushUnique found the item already on the stack
*>     "50" - the stack is owned by another run unit (see the lock
*>            file below)
*>     "60" - Reserve could not record its reservation, so the item
*>            was left on the stack; or Commit/Abandon found no
*>            reservation of that item held by this run unit
*>
*> PushUnique is the duplicate-suppressing variant of Push for the
*> stacks where the same business key must never be queued twice:
*> Queue program's status is passed back to the caller, who still
*> holds the item.
*>
*> Reserve is the safe form of Pop for a worker that may not live to
*> finish the item: the top item comes off the stack and back in
*> Item exactly as with Pop, but it is also written to the
*> reservation file as in flight - Stack-Id, the owning run unit, the
*> time it was taken, and a lease in minutes.  The command may carry
*> the lease after the verb - "Reserve 0030" - and a Reserve without
*> one gets 60 minutes.  When the work is done the caller hands the
*> same Item and Stack-Id back with Commit, which drops the
*> reservation; a caller that cannot finish the item hands it back
*> with Abandon, which puts it back on top of its stack and drops the
*> reservation.  If the reservation cannot be written the item stays
*> on the stack and "60" comes back, so nothing is ever taken off a
*> stack without a record of who has it.
*>
*> Restore then deals with what a dead or overrunning worker left
*> behind.  A reservation taken since the last Checkpoint needs no
*> help - the checkpoint being reloaded still holds the item - so it
*> is simply dropped, if it is this run unit's own or its lease has
*> run out.  A reservation that was already out of the checkpoint
*> when it was written goes back on top of its stack once its lease
*> has run out, most recently reserved first, so the earliest
*> reserved item ends up on top exactly where it was taken from.
*> Until then it is left alone, whoever holds it: its worker may
*> still be alive to Commit or Abandon it.  Each item put back is
*> audited as "Reclaim".  An item put back is in no checkpoint yet,
*> so its reservation is not dropped but handed to this run unit as
*> reclaimed, with a fresh lease; the next Checkpoint, which writes
*> the item out, drops it.  Should this run unit die first, the next
*> Restore treats that reservation like any other out of the
*> checkpoint, and the item is still not lost.
*>
*> Checkpoint writes every stack in the pool out to the checkpoint
*> file so a batch run can pick its stacks back up after a restart.
*> Restore reloads the pool from that file, replacing whatever is
*>
*> Every call is also written to the audit file, one line per call,
*> so a reconciliation run can reconstruct exactly what was pushed,
*> popped, or peeked, in what order, and on which named stack.  The
*> lines go out through AuditTrail, which chains each one to the
*> stack's previous line with a check value so that an edited or
*> missing line can be proved.  A line written without the stack's
*> lock is handed over as unowned and chained apart, so it can never
*> cut across the chain of the run unit that does hold the lock.
*>
*> The pool is also mirrored, item by item as operations happen, to
*> the shared stack store: an indexed file keyed by Stack-Id and
    select StackCheckpointFile assign to "STACKCKP"
        organization is sequential
        file status is Checkpoint-File-Status.
    select StackConfigFile assign to "STACKCFG"
        organization is line sequential
        file status is Config-File-Status.
    select CheckpointGenerationFile assign using Generation-File-Name
        organization is sequential
        file status is Generation-File-Status.
    select StackReserveFile assign to "STACKRSV"
        organization is indexed
        access is dynamic
        record key is Reserve-Key
        file status is Reserve-File-Status.

data division.
file section.
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Checkpoint-Item-Value, ITEM-OCCURS by == ==.

fd  StackAlertFile.
    01 Alert-Record.
        02 Alert-Timestamp pic x(21).
fd  CheckpointGenerationFile.
    01 Generation-Record pic x(72).

*> One in-flight item per record.  Reserve-Checkpointed is "N" while
*> the last checkpoint written still holds the item and "Y" once a
*> Checkpoint has gone out without it.  "R" marks an item Restore has
*> put back on its stack but no Checkpoint has written out yet.
fd  StackReserveFile.
    01 Reserve-Record.
        02 Reserve-Key.
            03 Reserve-Stack-Id pic x(8).
            03 Reserve-Owner pic x(21).
            03 Reserve-Sequence pic 9(6).
        02 Reserve-Taken-At pic x(21).
        02 Reserve-Lease-Minutes pic 9(4).
        02 Reserve-Checkpointed pic x.
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Reserve-Item-Value, ITEM-OCCURS by == ==.

working-storage section.
*> One line of the audit log, handed to AuditTrail to be chained
*> and written.
    01 Audit-Record.
        02 Audit-Timestamp pic x(21).
        02 Audit-Stack-Id pic x(8).
        02 Audit-Command pic x(10).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Audit-Item-Value, ITEM-OCCURS by == ==.
        02 Audit-Status pic x(2).
        02 Audit-Depth pic 99.
*> "Write" for a line on a stack this run unit holds, else "Unowned".
    01 Audit-Trail-Function pic x(7) value spaces.
    01 Config-File-Status pic xx.
    01 Config-Is-Loaded pic x value "N".
    01 Config-Switches.
    01 Restore-Item pic x(64).
    01 Restore-Status pic x(2).
    01 Restore-Current-Index pic 99 value zero.
    01 Reserve-File-Status pic xx.
*> "N" - not opened yet, "Y" - open for the run, "U" - could not be
*> opened, so Reserve is refused for the rest of the run.
    01 Reserve-File-State pic x value "N".
    01 Reserve-Last-Sequence pic 9(6) value zero.
    01 Reserve-Lease-Requested pic 9(4) value zero.
    01 Reserve-Found pic x value "N".
    01 Reserve-Switches.
        02 Reserve-EOF-Switch pic x value "N".
            88 Reserve-At-End value "Y".
    01 Reserve-Now-Stamp pic x(21) value spaces.
    01 Reserve-Now-Seconds pic 9(12) value zero.
    01 Reserve-Taken-Seconds pic 9(12) value zero.
    01 Reserve-Lease-Has-Run-Out pic x value "N".
*> The reservations a Restore is putting back, gathered in file order
*> and pushed back in reverse so the earliest taken lands on top.
    01 Reclaim-Table.
        02 Reclaim-Entry occurs 1 to 100 times indexed by Reclaim-Index.
            03 Reclaim-Key pic x(35) value spaces.
            03 Reclaim-Stack-Id pic x(8) value spaces.
            03 Reclaim-Item-Value pic x(64) value spaces.
    01 Reclaim-Count pic 9(3) value zero.
    01 Reclaim-Step pic 9(3) value zero.
    01 Reclaim-Table-Full-Warned pic x value "N".
    01 StackPool is global.
        02 StackPoolEntry occurs 1 to 20 times indexed by StackPoolIndex.
            03 StackPoolEntry-Id pic x(8) value spaces.
            if Stack-Status = "00"
                perform BrowseStackItem thru EndBrowseStackItem
            end-if
        when "Commit"
            perform LocateStackPoolEntryOnly thru EndLocateStackPoolEntryOnly
            perform CommitReservedItem thru EndCommitReservedItem
        when "Abandon"
            perform FindOrCreateStackPoolEntry thru EndFindOrCreateStackPoolEntry
            if Stack-Status = "00"
                perform AbandonReservedItem thru EndAbandonReservedItem
                move Current-StackPool-Index to Alert-Target-Index
                perform CheckStackHighWater thru EndCheckStackHighWater
            end-if
        when "Checkpoint" perform WriteStackCheckpoint thru EndWriteStackCheckpoint
        when "Restore"    perform ReadStackCheckpoint thru EndReadStackCheckpoint
        when "Release"    perform ReleaseAllStackLocks thru EndReleaseAllStackLocks
*> Rework arrives as "Rework" plus an optional reason code after the
*> verb, and Reserve with an optional lease, so neither can be matched
*> as a simple literal above.
        when other
            if function length(Command) not less than 6
                and Command(1:6) = "Rework"
                perform LocateStackPoolEntryOnly thru EndLocateStackPoolEntryOnly
                perform ReworkPoppedItem thru EndReworkPoppedItem
            end-if
            if function length(Command) not less than 7
                and Command(1:7) = "Reserve"
                perform FindOrCreateStackPoolEntry thru EndFindOrCreateStackPoolEntry
                if Stack-Status = "00"
                    perform ReserveTopItem thru EndReserveTopItem
                    move Current-StackPool-Index to Alert-Target-Index
                    perform CheckStackHighWater thru EndCheckStackHighWater
                end-if
            end-if
    end-evaluate

    perform WriteAuditRecord thru EndWriteAuditRecord
*> run unit wrote earlier - before a Checkpoint that has since
*> released the in-memory flag but left a crashed sibling's record,
*> say - is simply re-adopted.  No lock file, no locking: the run
*> carries on exactly as before the file existed.  Another run unit
*> may have worked the stack since this one last held it, so
*> AuditTrail is told to forget the stack's audit chain whenever the
*> lock is taken.
AcquireStackLock.
    perform EnsureLockFileIsOpen thru EndEnsureLockFileIsOpen
    if Lock-File-State = "Y" then
                move "Y" to StackPoolEntry-LockHeld(Current-StackPool-Index)
            end-if
        end-if
        if StackPoolEntry-LockHeld(Current-StackPool-Index) = "Y"
            call "AuditTrail" using by content "Forget",
                by content "STACKAUD",
                by content StackPoolEntry-Id(Current-StackPool-Index)
        end-if
    end-if.
EndAcquireStackLock.

*> Hands back every lock this run unit holds; the next operation on
*> a stack simply takes its lock again.  Performed at the end of a
*> unit of work - by Checkpoint, and by the Release command a
*> non-checkpointing run unit calls on its way out.  Each stack's
*> audit chain is forgotten with its lock.
ReleaseAllStackLocks.
    if Lock-File-State = "Y"
        perform ReleaseOneStackLock thru EndReleaseOneStackLock
            invalid key continue
        end-delete
        move "N" to StackPoolEntry-LockHeld(StackPoolIndex)
        call "AuditTrail" using by content "Forget",
            by content "STACKAUD",
            by content StackPoolEntry-Id(StackPoolIndex)
    end-if.
EndReleaseOneStackLock.

        until StackPoolIndex > StackPoolEntries
    close StackCheckpointFile
    perform CloseCheckpointGeneration thru EndCloseCheckpointGeneration
    if Checkpoint-File-Status = "00"
        perform MarkReservationsCheckpointed thru EndMarkReservationsCheckpointed
    end-if
    perform ReleaseAllStackLocks thru EndReleaseAllStackLocks.
EndWriteStackCheckpoint.

            until Checkpoint-At-End
        close StackCheckpointFile
    end-if
    perform ReclaimReservations thru EndReclaimReservations
    perform RebuildSharedStoreFromPool thru EndRebuildSharedStoreFromPool.
EndReadStackCheckpoint.

    write DeadLetter-Record.
EndWriteDeadLetterRecord.

*> Takes the top item off the stack the way Pop does, but only once
*> its reservation is safely on file; a reservation that cannot be
*> written leaves the item where it is with status "60".  The lease
*> is taken from the four digits after the verb when they are there.
ReserveTopItem.
    if StackPoolEntry-ItemsInStack(Current-StackPool-Index) less than 1 then
        move spaces to Item
        move "10" to Stack-Status
    else
        perform EnsureReserveFileIsOpen thru EndEnsureReserveFileIsOpen
        if Reserve-File-State not = "Y" then
            move "60" to Stack-Status
        else
            move 60 to Reserve-Lease-Requested
            if function length(Command) not less than 12
                and Command(9:4) is numeric
                move Command(9:4) to Reserve-Lease-Requested
            end-if
            if Run-Unit-Id = spaces
                move function current-date to Run-Unit-Id
            end-if
            add 1 to Reserve-Last-Sequence
            move StackPoolEntry-Id(Current-StackPool-Index) to Reserve-Stack-Id
            move Run-Unit-Id to Reserve-Owner
            move Reserve-Last-Sequence to Reserve-Sequence
            move function current-date to Reserve-Taken-At
            move Reserve-Lease-Requested to Reserve-Lease-Minutes
            move "N" to Reserve-Checkpointed
            move StackPoolEntry-StackItem(Current-StackPool-Index,
                StackPoolEntry-ItemsInStack(Current-StackPool-Index))
                to Reserve-Item-Value
            write Reserve-Record
                invalid key move "60" to Stack-Status
            end-write
            if Stack-Status = "00"
                perform PopItemOffStack thru EndPopItemOffStack
            end-if
        end-if
    end-if.
EndReserveTopItem.

*> The worker has finished with the item: its reservation goes.
CommitReservedItem.
    perform FindOwnReservation thru EndFindOwnReservation
    if Reserve-Found = "Y"
        delete StackReserveFile record
            invalid key move "60" to Stack-Status
        end-delete
    else
        move "60" to Stack-Status
    end-if.
EndCommitReservedItem.

*> The worker cannot finish the item: it goes back on top of its
*> stack, capacity rules and all, and only once it is safely back is
*> the reservation dropped.  A stack too full to take it back leaves
*> the reservation in place with status "20".
AbandonReservedItem.
    perform FindOwnReservation thru EndFindOwnReservation
    if Reserve-Found = "N"
        move "60" to Stack-Status
    else
        perform PushItemOntoStack thru EndPushItemOntoStack
        if Stack-Status = "00"
            delete StackReserveFile record
                invalid key continue
            end-delete
        end-if
    end-if.
EndAbandonReservedItem.

*> Looks for this run unit's reservation of Item on Stack-Id, walking
*> the run unit's reservations for that stack in the order they were
*> taken, so a repeated item is matched oldest first.
FindOwnReservation.
    move "N" to Reserve-Found
    move Item to Unique-Item-Value
    perform EnsureReserveFileIsOpen thru EndEnsureReserveFileIsOpen
    if Reserve-File-State = "Y"
        and Run-Unit-Id not = spaces
        move Stack-Id to Reserve-Stack-Id
        move Run-Unit-Id to Reserve-Owner
        move zero to Reserve-Sequence
        move "N" to Reserve-EOF-Switch
        start StackReserveFile key is not less than Reserve-Key
            invalid key set Reserve-At-End to true
        end-start
        perform MatchOwnReservation thru EndMatchOwnReservation
            until Reserve-At-End
                or Reserve-Found = "Y"
    end-if.
EndFindOwnReservation.

MatchOwnReservation.
    read StackReserveFile next record
        at end set Reserve-At-End to true
    end-read
    if not Reserve-At-End
        if Reserve-Stack-Id not = Stack-Id
            or Reserve-Owner not = Run-Unit-Id
            set Reserve-At-End to true
        else
            if Reserve-Item-Value = Unique-Item-Value
                and Reserve-Checkpointed not = "R"
                move "Y" to Reserve-Found
            end-if
        end-if
    end-if.
EndMatchOwnReservation.

EnsureReserveFileIsOpen.
    if Reserve-File-State = "N" then
        open i-o StackReserveFile
        if Reserve-File-Status not = "00" then
            open output StackReserveFile
            if Reserve-File-Status = "00" then
                close StackReserveFile
                open i-o StackReserveFile
            end-if
        end-if
        if Reserve-File-Status = "00" then
            move "Y" to Reserve-File-State
        else
            move "U" to Reserve-File-State
        end-if
    end-if.
EndEnsureReserveFileIsOpen.

*> The checkpoint just written no longer holds any item this run unit
*> has in flight, so from here on its reservations are the only
*> record of those items.  It does hold every item Restore put back,
*> so those reservations have done their job and go.  Only performed
*> once the checkpoint file has been written and closed cleanly.
MarkReservationsCheckpointed.
    if Reserve-Last-Sequence > zero
        perform EnsureReserveFileIsOpen thru EndEnsureReserveFileIsOpen
        if Reserve-File-State = "Y"
            move low-values to Reserve-Key
            move "N" to Reserve-EOF-Switch
            start StackReserveFile key is not less than Reserve-Key
                invalid key set Reserve-At-End to true
            end-start
            perform MarkOneReservationCheckpointed
                thru EndMarkOneReservationCheckpointed
                until Reserve-At-End
        end-if
    end-if.
EndMarkReservationsCheckpointed.

MarkOneReservationCheckpointed.
    read StackReserveFile next record
        at end set Reserve-At-End to true
    end-read
    if not Reserve-At-End
        and Reserve-Owner = Run-Unit-Id
        evaluate Reserve-Checkpointed
            when "N"
                move "Y" to Reserve-Checkpointed
                rewrite Reserve-Record
                    invalid key continue
                end-rewrite
            when "R"
                delete StackReserveFile record
                    invalid key continue
                end-delete
        end-evaluate
    end-if.
EndMarkOneReservationCheckpointed.

*> Runs once the checkpoint has been reloaded.  A reservation the
*> reloaded checkpoint still covers is dropped, unless another run
*> unit holds it within its lease.  One already out of the
*> checkpoint is gathered up to go back on its stack once its lease
*> has run out, whoever holds it; this run unit's own reclaimed items
*> are gathered straight away, since the checkpoint just reloaded
*> has never held them.  The gathered items are pushed back in
*> reverse so the earliest taken ends up on top.  No reservation file
*> means nothing was ever reserved.
ReclaimReservations.
    move zero to Reclaim-Count
    perform EnsureReserveFileIsOpen thru EndEnsureReserveFileIsOpen
    if Reserve-File-State = "Y"
        move function current-date to Reserve-Now-Stamp
        compute Reserve-Now-Seconds =
            function integer-of-date(function numval(Reserve-Now-Stamp(1:8)))
                * 86400
            + function numval(Reserve-Now-Stamp(9:2)) * 3600
            + function numval(Reserve-Now-Stamp(11:2)) * 60
            + function numval(Reserve-Now-Stamp(13:2))
        move low-values to Reserve-Key
        move "N" to Reserve-EOF-Switch
        start StackReserveFile key is not less than Reserve-Key
            invalid key set Reserve-At-End to true
        end-start
        perform SortOutOneReservation thru EndSortOutOneReservation
            until Reserve-At-End
        perform PutBackReclaimedItem thru EndPutBackReclaimedItem
            varying Reclaim-Step from Reclaim-Count by -1
            until Reclaim-Step < 1
    end-if.
EndReclaimReservations.

SortOutOneReservation.
    read StackReserveFile next record
        at end set Reserve-At-End to true
    end-read
    if not Reserve-At-End
        compute Reserve-Taken-Seconds =
            function integer-of-date(function numval(Reserve-Taken-At(1:8)))
                * 86400
            + function numval(Reserve-Taken-At(9:2)) * 3600
            + function numval(Reserve-Taken-At(11:2)) * 60
            + function numval(Reserve-Taken-At(13:2))
        move "N" to Reserve-Lease-Has-Run-Out
        if Reserve-Now-Seconds not less than
                Reserve-Taken-Seconds + Reserve-Lease-Minutes * 60
            move "Y" to Reserve-Lease-Has-Run-Out
        end-if
        evaluate true
*> Another run unit's reservation since the last Checkpoint belongs
*> to a worker that may still be alive and Abandon it; it is only
*> dropped once its lease has run out.
            when Reserve-Checkpointed = "N"
                if Reserve-Owner = Run-Unit-Id
                    or Reserve-Lease-Has-Run-Out = "Y"
                    delete StackReserveFile record
                        invalid key continue
                    end-delete
                end-if
*> This run unit's own reclaimed item was lost with the pool the
*> checkpoint has just replaced, so it goes straight back.  Anything
*> else out of the checkpoint - another run unit's reclaimed item
*> included - waits for its lease to run out.
            when Reserve-Checkpointed = "R"
                and Reserve-Owner = Run-Unit-Id
                perform CollectReclaimedReservation
                    thru EndCollectReclaimedReservation
            when Reserve-Lease-Has-Run-Out = "Y"
                perform CollectReclaimedReservation
                    thru EndCollectReclaimedReservation
        end-evaluate
    end-if.
EndSortOutOneReservation.

CollectReclaimedReservation.
    if Reclaim-Count less than 100
        add 1 to Reclaim-Count
        move Reserve-Key to Reclaim-Key(Reclaim-Count)
        move Reserve-Stack-Id to Reclaim-Stack-Id(Reclaim-Count)
        move Reserve-Item-Value to Reclaim-Item-Value(Reclaim-Count)
    else
        if Reclaim-Table-Full-Warned = "N"
            move "Y" to Reclaim-Table-Full-Warned
            display "Stack: more than 100 reservations to put back; "
                "the rest wait for the next Restore"
        end-if
    end-if.
EndCollectReclaimedReservation.

*> The same replay push a checkpoint record gets.  An item that will
*> not go back - its stack full, or no room in the pool - keeps its
*> reservation for the next Restore to try again.
PutBackReclaimedItem.
    move Reclaim-Stack-Id(Reclaim-Step) to Restore-Stack-Id
    move Reclaim-Item-Value(Reclaim-Step) to Restore-Item
    move "00" to Restore-Status
    perform FindOrCreateRestoreStackPoolEntry thru EndFindOrCreateRestoreStackPoolEntry
    if Restore-Status = "00"
        perform PushRestoredItemOntoStack thru EndPushRestoredItemOntoStack
    end-if
    if Restore-Status = "00"
        move Restore-Current-Index to Alert-Target-Index
        perform CheckStackHighWater thru EndCheckStackHighWater
        perform HandOverReclaimedReservation
            thru EndHandOverReclaimedReservation
        perform WriteReclaimAuditRecord thru EndWriteReclaimAuditRecord
    else
        display "Stack: reserved item could not go back on stack "
            Restore-Stack-Id " (status " Restore-Status
            "); its reservation is kept"
    end-if.
EndPutBackReclaimedItem.

*> The item is back on its stack but in no checkpoint yet, so its
*> reservation is re-filed under this run unit as reclaimed, with a
*> fresh lease from now, before the old one is dropped.  Should the
*> new one fail to write, the old one stays for the next Restore.
HandOverReclaimedReservation.
    move Reclaim-Key(Reclaim-Step) to Reserve-Key
    move "N" to Reserve-Found
    read StackReserveFile key is Reserve-Key
        invalid key move "I" to Reserve-Found
    end-read
    if Reserve-Found = "N"
        if Run-Unit-Id = spaces
            move function current-date to Run-Unit-Id
        end-if
        add 1 to Reserve-Last-Sequence
        move Run-Unit-Id to Reserve-Owner
        move Reserve-Last-Sequence to Reserve-Sequence
        move function current-date to Reserve-Taken-At
        move "R" to Reserve-Checkpointed
        write Reserve-Record
            invalid key move "I" to Reserve-Found
        end-write
    end-if
    if Reserve-Found = "N"
        move Reclaim-Key(Reclaim-Step) to Reserve-Key
        delete StackReserveFile record
            invalid key continue
        end-delete
    end-if.
EndHandOverReclaimedReservation.

*> Raises the in-flight high-water alert for the stack named by
*> Alert-Target-Index once its depth reaches 80% of its configured
*> capacity, and re-arms the alert when the stack drains back below
    end-write.
EndRebuildSharedStoreItem.

*> Appends one line to the audit file for this call, through
*> AuditTrail, which chains it to the stack's previous line.  Only a
*> line for a stack this run unit holds the lock on goes on the
*> stack's own chain; any other - a "50", a Commit after the
*> Checkpoint, the Restore, Checkpoint and Release lines that name no
*> stack - is written as unowned, on the chain kept for such lines.
WriteAuditRecord.
    move function current-date to Audit-Timestamp
    move Stack-Id to Audit-Stack-Id
    move function trim(Command) to Audit-Command
    if Audit-Command(1:7) = "Reserve"
        move "Reserve" to Audit-Command
    end-if
    move Item to Audit-Item-Value
    move Stack-Status to Audit-Status
    if Current-StackPool-Index = zero then
    else
        move StackPoolEntry-ItemsInStack(Current-StackPool-Index) to Audit-Depth
    end-if
    move "Unowned" to Audit-Trail-Function
    if Current-StackPool-Index not = zero
        if StackPoolEntry-LockHeld(Current-StackPool-Index) = "Y"
            move "Write" to Audit-Trail-Function
        end-if
    end-if
    call "AuditTrail" using by content Audit-Trail-Function,
        by content "STACKAUD", by content Audit-Record.
EndWriteAuditRecord.

*> A reserved item put back by a Restore gets its own audit line, so
*> a replay of the log sees it go back on its stack.
WriteReclaimAuditRecord.
    move function current-date to Audit-Timestamp
    move Restore-Stack-Id to Audit-Stack-Id
    move "Reclaim" to Audit-Command
    move Restore-Item to Audit-Item-Value
    move "00" to Audit-Status
    move StackPoolEntry-ItemsInStack(Restore-Current-Index) to Audit-Depth
    move "Unowned" to Audit-Trail-Function
    if StackPoolEntry-LockHeld(Restore-Current-Index) = "Y"
        move "Write" to Audit-Trail-Function
    end-if
    call "AuditTrail" using by content Audit-Trail-Function,
        by content "STACKAUD", by content Audit-Record.
EndWriteReclaimAuditRecord.

end program Stack.
