identification division.
program-id. StandingWorkExtract.

*> The outbound picture of every item still waiting at the end of the
*> day, for the data warehouse and the partner teams, who until now
*> were sent screenshots of StackInquiry.  One fixed-format file is
*> written per business date, STANDWRK.YYYYMMDD, holding every item
*> in the stack checkpoint STACKCKP, the queue checkpoint QUEUECKP
*> and the priority queue checkpoint PRTYQCKP.  Run it after the
*> final checkpoint of the window, so the checkpoints are the day's
*> closing position.  The business date is the one the nightly job
*> stream hands over in the environment variable BUSINESSDATE, or
*> today's when run on its own; a rerun for the same date replaces
*> that date's file.
*>
*> Every record is 120 bytes; the first byte says which kind:
*>     "H" header  - business date, extract timestamp, file name
*>     "D" detail  - one per waiting item:
*>                   structure type S stack, Q queue, P priority queue
*>                   the Stack-Id or Queue-Id
*>                   position - from the bottom of a stack, counting
*>                     its spilled items first; from the front of a
*>                     queue; in dispatch order for a priority queue
*>                   priority class (priority queues only)
*>                   the item value
*>                   when it was originally pushed or enqueued
*>                   its age in minutes at the extract timestamp
*>                   "Y" if it has ever been handed back with Rework
*>                   "Y" if it is in the part of its stack spilled to
*>                     the overflow file STACKOVF
*>     "T" trailer - detail counts for stacks, queues and priority
*>                   queues, the detail total, the record total
*>                   including header and trailer, and a hash total
*> The hash total is worked out exactly as the inbound BatchTrl's is:
*> the sum, over every detail record, of FUNCTION ORD of each of the
*> 64 characters of the item value, so the receiver can prove the
*> file complete from the data alone.
*>
*> The checkpoints hold no times, so the original push time comes
*> from replaying the live audit logs, STACKAUD, QUEUEAUD and
*> PRTYQAUD, the way the dwell report does: AuditArchive's
*> carry-forward records restate every item standing at the day's
*> open with its original timestamp, and the day's own traffic
*> follows.  Each waiting item takes the earliest replayed arrival of
*> its value on the same stack or queue (and class) not already
*> taken, so repeated values keep their order.  An item the replay
*> cannot account for goes out with a blank push time and age zero,
*> and the run ends with return code 4 so the stream shows it.
*> Whether an item has been reworked comes from the dead-letter log
*> STACKDLQ and the re-injection attempts file REWORKCNT.

environment division.
input-output section.
file-control.
    select ExtractFile assign using Extract-File-Name
        organization is sequential
        file status is Extract-File-Status.
    select ReplayAuditFile assign using Audit-File-Name
        organization is line sequential
        file status is Audit-File-Status.
    select CheckpointFile assign using Checkpoint-File-Name
        organization is sequential
        file status is Checkpoint-File-Status.
    select PriorityCheckpointFile assign to "PRTYQCKP"
        organization is sequential
        file status is Checkpoint-File-Status.
    select StackDeadLetterFile assign to "STACKDLQ"
        organization is line sequential
        file status is DeadLetter-File-Status.
    select AttemptFile assign to "REWORKCNT"
        organization is line sequential
        file status is Attempt-File-Status.

data division.
file section.
fd  ExtractFile.
    01 Header-Record.
        02 Header-Type pic x.
        02 Header-Business-Date pic 9(8).
        02 Header-Extract-Timestamp pic x(21).
        02 Header-File-Name pic x(8).
        02 filler pic x(82).
    01 Detail-Record.
        02 Detail-Type pic x.
        02 Detail-Structure pic x.
        02 Detail-Target-Id pic x(8).
        02 Detail-Position pic 9(4).
        02 Detail-Priority-Class pic x.
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Detail-Item-Value, ITEM-OCCURS by == ==.
        02 Detail-Pushed-At pic x(21).
        02 Detail-Age-Minutes pic 9(7).
        02 Detail-Reworked pic x.
        02 Detail-Spilled pic x.
        02 filler pic x(11).
    01 Trailer-Record.
        02 Trailer-Type pic x.
        02 Trailer-Stack-Count pic 9(7).
        02 Trailer-Queue-Count pic 9(7).
        02 Trailer-Priority-Count pic 9(7).
        02 Trailer-Detail-Count pic 9(7).
        02 Trailer-Record-Count pic 9(7).
        02 Trailer-Hash-Total pic 9(13).
        02 filler pic x(71).

*> The three audit layouts agree up to the depth; the priority
*> queue's class digit sits at the front of the tail.
fd  ReplayAuditFile.
    01 Audit-Record.
        02 Audit-Timestamp pic x(21).
        02 Audit-Target-Id pic x(8).
        02 Audit-Command pic x(10).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Audit-Item-Value, ITEM-OCCURS by == ==.
        02 Audit-Status pic x(2).
        02 Audit-Depth pic 99.
        02 Audit-Tail pic x(9).
        02 Audit-Chain pic x(19).

*> Stack and queue checkpoints share one shape.
fd  CheckpointFile.
    01 Checkpoint-Record.
        02 Checkpoint-Target-Id pic x(8).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Checkpoint-Item-Value, ITEM-OCCURS by == ==.

fd  PriorityCheckpointFile.
    01 Priority-Checkpoint-Record.
        02 Priority-Checkpoint-Queue-Id pic x(8).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Priority-Checkpoint-Item-Value,
            ITEM-OCCURS by == ==.
        02 Priority-Checkpoint-Class pic 9.
        02 Priority-Checkpoint-Arrival pic 9(9).

fd  StackDeadLetterFile.
    01 DeadLetter-Record.
        02 DeadLetter-Timestamp pic x(21).
        02 DeadLetter-Stack-Id pic x(8).
        02 DeadLetter-Reason pic x(2).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by DeadLetter-Item-Value, ITEM-OCCURS by == ==.

fd  AttemptFile.
    01 Attempt-Record.
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Attempt-Item-Value, ITEM-OCCURS by == ==.
        02 Attempt-Count pic 9(2).

working-storage section.
    01 Extract-File-Status pic xx.
    01 Audit-File-Status pic xx.
    01 Checkpoint-File-Status pic xx.
    01 DeadLetter-File-Status pic xx.
    01 Attempt-File-Status pic xx.
    01 Extract-File-Name pic x(30) value spaces.
    01 Audit-File-Name pic x(30) value spaces.
    01 Checkpoint-File-Name pic x(30) value spaces.
    01 Audit-Switches.
        02 Audit-EOF-Switch pic x value "N".
            88 Audit-At-End value "Y".
    01 Checkpoint-Switches.
        02 Checkpoint-EOF-Switch pic x value "N".
            88 Checkpoint-At-End value "Y".
    01 DeadLetter-Switches.
        02 DeadLetter-EOF-Switch pic x value "N".
            88 DeadLetter-At-End value "Y".
    01 Attempt-Switches.
        02 Attempt-EOF-Switch pic x value "N".
            88 Attempt-At-End value "Y".

    01 Business-Date pic 9(8) value zero.
    01 Business-Date-Text pic x(8) value spaces.
    01 Extract-Timestamp pic x(21) value spaces.
    01 Extract-Minute pic 9(9) value zero.
    01 Pushed-Minute pic 9(9) value zero.
*> "S" - stacks, "Q" - queues, "P" - priority queues.
    01 Structure-Type pic x value spaces.

*> The replay of one audit log: per Stack-Id or Queue-Id, the items
*> standing in the order they arrived, each with its arrival time.
    01 Replay-Pool.
        02 Replay-Entry occurs 1 to 20 times indexed by Replay-Index.
            03 Replay-Entry-Id pic x(8) value spaces.
            03 Replay-Entry-Count pic 9(4) value zero.
            03 Replay-Item occurs 1 to 1000 times.
                04 Replay-Item-Value pic x(64) value spaces.
                04 Replay-Item-Pushed-At pic x(21) value spaces.
                04 Replay-Item-Class pic x value spaces.
                04 Replay-Item-Taken pic x value "N".
    01 Replay-Entries pic 99 value zero.
    01 Current-Replay-Index pic 99 value zero.
    01 Replay-Position pic 9(4) value zero.
    01 Remove-Position pic 9(4) value zero.
    01 Found-Position pic 9(4) value zero.
    01 Wanted-Class pic x value spaces.
    01 Replay-Table-Switches.
        02 Replay-Table-Full-Switch pic x value "N".
            88 Replay-Table-Full value "Y".
        02 Replay-Items-Full-Switch pic x value "N".
            88 Replay-Items-Full value "Y".

*> One structure type's checkpoint, held so positions can be worked
*> out before anything is written.
    01 Standing-Table.
        02 Standing-Entry occurs 1 to 20000 times
                indexed by Standing-Index.
            03 Standing-Id pic x(8) value spaces.
            03 Standing-Item-Value pic x(64) value spaces.
            03 Standing-Class pic x value spaces.
            03 Standing-Arrival pic 9(9) value zero.
            03 Standing-Position pic 9(4) value zero.
    01 Standing-Entries pic 9(5) value zero.
    01 Rank-Index pic 9(5) value zero.
    01 Standing-Table-Switches.
        02 Standing-Table-Full-Switch pic x value "N".
            88 Standing-Table-Full value "Y".

*> Items per Stack-Id or Queue-Id in the checkpoint, for positions
*> and for telling the spilled part of a stack from the rest.
    01 Id-Count-Table.
        02 Id-Count-Entry occurs 1 to 50 times indexed by Id-Count-Index.
            03 Id-Count-Id pic x(8) value spaces.
            03 Id-Count-Total pic 9(4) value zero.
            03 Id-Count-Placed pic 9(4) value zero.
    01 Id-Count-Entries pic 99 value zero.
    01 Current-Id-Count-Index pic 99 value zero.
    01 Wanted-Id pic x(8) value spaces.

*> Every item value ever handed back with Rework.
    01 Reworked-Table.
        02 Reworked-Entry occurs 1 to 5000 times
                indexed by Reworked-Index.
            03 Reworked-Item-Value pic x(64) value spaces.
    01 Reworked-Entries pic 9(4) value zero.
    01 Reworked-Found pic x value "N".
    01 Reworked-Table-Switches.
        02 Reworked-Table-Full-Switch pic x value "N".
            88 Reworked-Table-Full value "Y".
    01 Wanted-Item-Value pic x(64) value spaces.

    01 Stack-Count pic 9(7) value zero.
    01 Queue-Count pic 9(7) value zero.
    01 Priority-Count pic 9(7) value zero.
    01 Detail-Count pic 9(7) value zero.
    01 Hash-Total pic 9(13) value zero.
    01 Hash-Char-Index pic 99 value zero.
    01 Unknown-Push-Count pic 9(7) value zero.

procedure division.
    perform SetBusinessDate thru EndSetBusinessDate
    move function current-date to Extract-Timestamp
    compute Extract-Minute =
        function integer-of-date(function numval(Extract-Timestamp(1:8)))
            * 1440
        + function numval(Extract-Timestamp(9:2)) * 60
        + function numval(Extract-Timestamp(11:2))

    move spaces to Extract-File-Name
    string "STANDWRK." Business-Date
        delimited by size into Extract-File-Name
    open output ExtractFile
    if Extract-File-Status not = "00"
        display "Cannot open the extract file "
            function trim(Extract-File-Name) " (status "
            Extract-File-Status ")"
        move 8 to return-code
        goback
    end-if
    move spaces to Header-Record
    move "H" to Header-Type
    move Business-Date to Header-Business-Date
    move Extract-Timestamp to Header-Extract-Timestamp
    move "STANDWRK" to Header-File-Name
    write Header-Record

    perform LoadReworkedItems thru EndLoadReworkedItems

    move "S" to Structure-Type
    move "STACKAUD" to Audit-File-Name
    move "STACKCKP" to Checkpoint-File-Name
    perform ExtractOneStructure thru EndExtractOneStructure
    move "Q" to Structure-Type
    move "QUEUEAUD" to Audit-File-Name
    move "QUEUECKP" to Checkpoint-File-Name
    perform ExtractOneStructure thru EndExtractOneStructure
    move "P" to Structure-Type
    move "PRTYQAUD" to Audit-File-Name
    move spaces to Checkpoint-File-Name
    perform ExtractOneStructure thru EndExtractOneStructure

    move spaces to Trailer-Record
    move "T" to Trailer-Type
    move Stack-Count to Trailer-Stack-Count
    move Queue-Count to Trailer-Queue-Count
    move Priority-Count to Trailer-Priority-Count
    move Detail-Count to Trailer-Detail-Count
    compute Trailer-Record-Count = Detail-Count + 2
    move Hash-Total to Trailer-Hash-Total
    write Trailer-Record
    close ExtractFile

    display "Standing work extract " function trim(Extract-File-Name)
        " for " Business-Date
    display "Stack items: " Stack-Count ", queue items: " Queue-Count
        ", priority queue items: " Priority-Count
    display "Hash total: " Hash-Total
    if Unknown-Push-Count not = zero
        display "Items with no push time in the audit logs: "
            Unknown-Push-Count
        move 4 to return-code
    end-if
    goback.

*> The stream's business date if it handed one over, else today's.
SetBusinessDate.
    move function current-date(1:8) to Business-Date
    move spaces to Business-Date-Text
    accept Business-Date-Text from environment "BUSINESSDATE"
    if Business-Date-Text not = spaces
        if Business-Date-Text is numeric
            and function test-date-yyyymmdd(
                function numval(Business-Date-Text)) = zero
            move Business-Date-Text to Business-Date
        else
            display "BUSINESSDATE " Business-Date-Text
                " is not a date; using today's"
        end-if
    end-if.
EndSetBusinessDate.

LoadReworkedItems.
    move "N" to DeadLetter-EOF-Switch
    open input StackDeadLetterFile
    if DeadLetter-File-Status = "00"
        read StackDeadLetterFile
            at end set DeadLetter-At-End to true
        end-read
        perform KeepOneDeadLetter thru EndKeepOneDeadLetter
            until DeadLetter-At-End
        close StackDeadLetterFile
    end-if
    move "N" to Attempt-EOF-Switch
    open input AttemptFile
    if Attempt-File-Status = "00"
        read AttemptFile
            at end set Attempt-At-End to true
        end-read
        perform KeepOneAttempt thru EndKeepOneAttempt
            until Attempt-At-End
        close AttemptFile
    end-if.
EndLoadReworkedItems.

KeepOneDeadLetter.
    move DeadLetter-Item-Value to Wanted-Item-Value
    perform AddReworkedItem thru EndAddReworkedItem
    read StackDeadLetterFile
        at end set DeadLetter-At-End to true
    end-read.
EndKeepOneDeadLetter.

KeepOneAttempt.
    move Attempt-Item-Value to Wanted-Item-Value
    perform AddReworkedItem thru EndAddReworkedItem
    read AttemptFile
        at end set Attempt-At-End to true
    end-read.
EndKeepOneAttempt.

AddReworkedItem.
    perform LocateReworkedItem thru EndLocateReworkedItem
    if Reworked-Found = "N"
        if Reworked-Entries < 5000
            add 1 to Reworked-Entries
            move Wanted-Item-Value
                to Reworked-Item-Value(Reworked-Entries)
        else
            if not Reworked-Table-Full
                set Reworked-Table-Full to true
                display "More than 5000 reworked item values; the "
                    "rest are not flagged as reworked"
            end-if
        end-if
    end-if.
EndAddReworkedItem.

LocateReworkedItem.
    move "N" to Reworked-Found
    perform MatchOneReworkedItem thru EndMatchOneReworkedItem
        varying Reworked-Index from 1 by 1
        until Reworked-Index > Reworked-Entries
            or Reworked-Found = "Y".
EndLocateReworkedItem.

MatchOneReworkedItem.
    if Reworked-Item-Value(Reworked-Index) = Wanted-Item-Value
        move "Y" to Reworked-Found
    end-if.
EndMatchOneReworkedItem.

ExtractOneStructure.
    perform ReplayAuditLog thru EndReplayAuditLog
    perform LoadCheckpoint thru EndLoadCheckpoint
    perform PlaceStandingItems thru EndPlaceStandingItems
    perform WriteOneDetail thru EndWriteOneDetail
        varying Standing-Index from 1 by 1
        until Standing-Index > Standing-Entries.
EndExtractOneStructure.

ReplayAuditLog.
    move zero to Replay-Entries
    move "N" to Replay-Table-Full-Switch
    move "N" to Replay-Items-Full-Switch
    move "N" to Audit-EOF-Switch
    open input ReplayAuditFile
    if Audit-File-Status = "00"
        read ReplayAuditFile
            at end set Audit-At-End to true
        end-read
        perform ReplayOneAuditRecord thru EndReplayOneAuditRecord
            until Audit-At-End
        close ReplayAuditFile
    end-if.
EndReplayAuditLog.

*> Only completed calls move the replay.  An item arrives on a Push,
*> PushUnique, Abandon or Reclaim, or an Enqueue; it leaves off the
*> top of a stack, the front of a queue, or - for a priority queue -
*> as the oldest of its value in the class the Dequeue line names.
*> An Escalate re-classes the oldest of its value in the class the
*> command names.  Anchors, and the consoles' summary lines, match
*> none of these.
ReplayOneAuditRecord.
    if Audit-Status = "00"
        evaluate true
            when Audit-Command = "Push" or "PushUnique" or "Abandon"
                    or "Reclaim" or "Enqueue"
                perform FindOrCreateReplayEntry
                    thru EndFindOrCreateReplayEntry
                if Current-Replay-Index not = zero
                    perform AddReplayItem thru EndAddReplayItem
                end-if
            when Audit-Command = "Pop" or "Reserve"
                perform FindOrCreateReplayEntry
                    thru EndFindOrCreateReplayEntry
                if Current-Replay-Index not = zero
                    and Replay-Entry-Count(Current-Replay-Index) > zero
                    subtract 1 from Replay-Entry-Count(Current-Replay-Index)
                end-if
            when Audit-Command = "Dequeue"
                perform FindOrCreateReplayEntry
                    thru EndFindOrCreateReplayEntry
                if Current-Replay-Index not = zero
                    if Structure-Type = "P"
                        move Audit-Tail(1:1) to Wanted-Class
                        perform FindReplayItem thru EndFindReplayItem
                        move Found-Position to Remove-Position
                    else
                        move 1 to Remove-Position
                    end-if
                    perform RemoveReplayItem thru EndRemoveReplayItem
                end-if
            when Audit-Command(1:9) = "Escalate "
                perform FindOrCreateReplayEntry
                    thru EndFindOrCreateReplayEntry
                if Current-Replay-Index not = zero
                    move Audit-Command(10:1) to Wanted-Class
                    perform FindReplayItem thru EndFindReplayItem
                    if Found-Position not = zero
                        move Audit-Tail(1:1) to Replay-Item-Class(
                            Current-Replay-Index, Found-Position)
                    end-if
                end-if
            when Audit-Command = "Clear"
                perform FindOrCreateReplayEntry
                    thru EndFindOrCreateReplayEntry
                if Current-Replay-Index not = zero
                    move zero to Replay-Entry-Count(Current-Replay-Index)
                end-if
        end-evaluate
    end-if
    read ReplayAuditFile
        at end set Audit-At-End to true
    end-read.
EndReplayOneAuditRecord.

FindOrCreateReplayEntry.
    move zero to Current-Replay-Index
    perform MatchOneReplayEntry thru EndMatchOneReplayEntry
        varying Replay-Index from 1 by 1
        until Replay-Index > Replay-Entries
    if Current-Replay-Index = zero
        if Replay-Entries < 20
            add 1 to Replay-Entries
            move Replay-Entries to Current-Replay-Index
            move Audit-Target-Id to Replay-Entry-Id(Current-Replay-Index)
            move zero to Replay-Entry-Count(Current-Replay-Index)
        else
            if not Replay-Table-Full
                set Replay-Table-Full to true
                display "More than 20 ids in " function trim(Audit-File-Name)
                    "; the rest go out without push times"
            end-if
        end-if
    end-if.
EndFindOrCreateReplayEntry.

MatchOneReplayEntry.
    if Replay-Entry-Id(Replay-Index) = Audit-Target-Id
        set Current-Replay-Index to Replay-Index
    end-if.
EndMatchOneReplayEntry.

AddReplayItem.
    if Replay-Entry-Count(Current-Replay-Index) < 1000
        add 1 to Replay-Entry-Count(Current-Replay-Index)
        move Replay-Entry-Count(Current-Replay-Index) to Replay-Position
        move Audit-Item-Value
            to Replay-Item-Value(Current-Replay-Index, Replay-Position)
        move Audit-Timestamp
            to Replay-Item-Pushed-At(Current-Replay-Index, Replay-Position)
        move space
            to Replay-Item-Class(Current-Replay-Index, Replay-Position)
        if Structure-Type = "P"
            move Audit-Tail(1:1)
                to Replay-Item-Class(Current-Replay-Index, Replay-Position)
        end-if
        move "N"
            to Replay-Item-Taken(Current-Replay-Index, Replay-Position)
    else
        if not Replay-Items-Full
            set Replay-Items-Full to true
            display "More than 1000 items on " Audit-Target-Id " in "
                function trim(Audit-File-Name)
                "; the rest go out without push times"
        end-if
    end-if.
EndAddReplayItem.

*> The oldest replayed item with the audit line's value and the
*> wanted class, or zero.
FindReplayItem.
    move zero to Found-Position
    perform MatchOneReplayItem thru EndMatchOneReplayItem
        varying Replay-Position from 1 by 1
        until Replay-Position > Replay-Entry-Count(Current-Replay-Index)
            or Found-Position not = zero.
EndFindReplayItem.

MatchOneReplayItem.
    if Replay-Item-Value(Current-Replay-Index, Replay-Position)
            = Audit-Item-Value
        and Replay-Item-Class(Current-Replay-Index, Replay-Position)
            = Wanted-Class
        move Replay-Position to Found-Position
    end-if.
EndMatchOneReplayItem.

RemoveReplayItem.
    if Remove-Position not = zero
        and Remove-Position not > Replay-Entry-Count(Current-Replay-Index)
        perform ShiftOneReplayItem thru EndShiftOneReplayItem
            varying Replay-Position from Remove-Position by 1
            until Replay-Position not <
                Replay-Entry-Count(Current-Replay-Index)
        subtract 1 from Replay-Entry-Count(Current-Replay-Index)
    end-if.
EndRemoveReplayItem.

ShiftOneReplayItem.
    move Replay-Item(Current-Replay-Index, Replay-Position + 1)
        to Replay-Item(Current-Replay-Index, Replay-Position).
EndShiftOneReplayItem.

LoadCheckpoint.
    move zero to Standing-Entries
    move "N" to Standing-Table-Full-Switch
    move "N" to Checkpoint-EOF-Switch
    if Structure-Type = "P"
        open input PriorityCheckpointFile
        if Checkpoint-File-Status = "00"
            read PriorityCheckpointFile
                at end set Checkpoint-At-End to true
            end-read
            perform KeepOnePriorityItem thru EndKeepOnePriorityItem
                until Checkpoint-At-End
            close PriorityCheckpointFile
        end-if
    else
        open input CheckpointFile
        if Checkpoint-File-Status = "00"
            read CheckpointFile
                at end set Checkpoint-At-End to true
            end-read
            perform KeepOneCheckpointItem thru EndKeepOneCheckpointItem
                until Checkpoint-At-End
            close CheckpointFile
        end-if
    end-if.
EndLoadCheckpoint.

KeepOneCheckpointItem.
    perform AddStandingEntry thru EndAddStandingEntry
    if Standing-Index not = zero
        move Checkpoint-Target-Id to Standing-Id(Standing-Index)
        move Checkpoint-Item-Value to Standing-Item-Value(Standing-Index)
        move space to Standing-Class(Standing-Index)
        move zero to Standing-Arrival(Standing-Index)
    end-if
    read CheckpointFile
        at end set Checkpoint-At-End to true
    end-read.
EndKeepOneCheckpointItem.

KeepOnePriorityItem.
    perform AddStandingEntry thru EndAddStandingEntry
    if Standing-Index not = zero
        move Priority-Checkpoint-Queue-Id to Standing-Id(Standing-Index)
        move Priority-Checkpoint-Item-Value
            to Standing-Item-Value(Standing-Index)
        move Priority-Checkpoint-Class to Standing-Class(Standing-Index)
        move Priority-Checkpoint-Arrival
            to Standing-Arrival(Standing-Index)
    end-if
    read PriorityCheckpointFile
        at end set Checkpoint-At-End to true
    end-read.
EndKeepOnePriorityItem.

*> Leaves Standing-Index on the new entry, or zero when the table is
*> full - which would make the extract incomplete, so it is said
*> loudly and the run fails.
AddStandingEntry.
    if Standing-Entries < 20000
        add 1 to Standing-Entries
        set Standing-Index to Standing-Entries
    else
        set Standing-Index to zero
        if not Standing-Table-Full
            set Standing-Table-Full to true
            display "More than 20000 items in the checkpoint; the "
                "extract is incomplete"
            move 8 to return-code
        end-if
    end-if.
EndAddStandingEntry.

*> Stacks and queues are numbered in checkpoint order per id - a
*> stack's from the bottom, spilled part first, and a queue's from
*> the front.  A priority queue's checkpoint is in slot order, so
*> each item is ranked by class and then arrival within its queue.
PlaceStandingItems.
    move zero to Id-Count-Entries
    perform CountOneStandingItem thru EndCountOneStandingItem
        varying Standing-Index from 1 by 1
        until Standing-Index > Standing-Entries
    perform PlaceOneStandingItem thru EndPlaceOneStandingItem
        varying Standing-Index from 1 by 1
        until Standing-Index > Standing-Entries.
EndPlaceStandingItems.

CountOneStandingItem.
    move Standing-Id(Standing-Index) to Wanted-Id
    perform LocateIdCount thru EndLocateIdCount
    if Current-Id-Count-Index = zero
        if Id-Count-Entries < 50
            add 1 to Id-Count-Entries
            move Id-Count-Entries to Current-Id-Count-Index
            move Wanted-Id to Id-Count-Id(Current-Id-Count-Index)
            move zero to Id-Count-Total(Current-Id-Count-Index)
            move zero to Id-Count-Placed(Current-Id-Count-Index)
        end-if
    end-if
    if Current-Id-Count-Index not = zero
        add 1 to Id-Count-Total(Current-Id-Count-Index)
    end-if.
EndCountOneStandingItem.

LocateIdCount.
    move zero to Current-Id-Count-Index
    perform MatchOneIdCount thru EndMatchOneIdCount
        varying Id-Count-Index from 1 by 1
        until Id-Count-Index > Id-Count-Entries.
EndLocateIdCount.

MatchOneIdCount.
    if Id-Count-Id(Id-Count-Index) = Wanted-Id
        set Current-Id-Count-Index to Id-Count-Index
    end-if.
EndMatchOneIdCount.

PlaceOneStandingItem.
    if Structure-Type = "P"
        move 1 to Standing-Position(Standing-Index)
        perform RankAgainstOneItem thru EndRankAgainstOneItem
            varying Rank-Index from 1 by 1
            until Rank-Index > Standing-Entries
    else
        move Standing-Id(Standing-Index) to Wanted-Id
        perform LocateIdCount thru EndLocateIdCount
        if Current-Id-Count-Index not = zero
            add 1 to Id-Count-Placed(Current-Id-Count-Index)
            move Id-Count-Placed(Current-Id-Count-Index)
                to Standing-Position(Standing-Index)
        end-if
    end-if.
EndPlaceOneStandingItem.

RankAgainstOneItem.
    if Standing-Id(Rank-Index) = Standing-Id(Standing-Index)
        and (Standing-Class(Rank-Index) < Standing-Class(Standing-Index)
            or (Standing-Class(Rank-Index) = Standing-Class(Standing-Index)
                and Standing-Arrival(Rank-Index)
                    < Standing-Arrival(Standing-Index)))
        add 1 to Standing-Position(Standing-Index)
    end-if.
EndRankAgainstOneItem.

WriteOneDetail.
    move spaces to Detail-Record
    move "D" to Detail-Type
    move Structure-Type to Detail-Structure
    move Standing-Id(Standing-Index) to Detail-Target-Id
    move Standing-Position(Standing-Index) to Detail-Position
    move Standing-Class(Standing-Index) to Detail-Priority-Class
    move Standing-Item-Value(Standing-Index) to Detail-Item-Value

    perform FindPushTime thru EndFindPushTime
    move zero to Detail-Age-Minutes
    if Detail-Pushed-At = spaces
        add 1 to Unknown-Push-Count
    else
        compute Pushed-Minute =
            function integer-of-date(function numval(
                Detail-Pushed-At(1:8))) * 1440
            + function numval(Detail-Pushed-At(9:2)) * 60
            + function numval(Detail-Pushed-At(11:2))
        if Pushed-Minute < Extract-Minute
            compute Detail-Age-Minutes = Extract-Minute - Pushed-Minute
        end-if
    end-if

    move Standing-Item-Value(Standing-Index) to Wanted-Item-Value
    perform LocateReworkedItem thru EndLocateReworkedItem
    move Reworked-Found to Detail-Reworked

*> Memory holds the top 50 of a stack; anything below is spilled.
    move "N" to Detail-Spilled
    if Structure-Type = "S"
        move Standing-Id(Standing-Index) to Wanted-Id
        perform LocateIdCount thru EndLocateIdCount
        if Current-Id-Count-Index not = zero
            if Id-Count-Total(Current-Id-Count-Index) > 50
                and Standing-Position(Standing-Index) not >
                    Id-Count-Total(Current-Id-Count-Index) - 50
                move "Y" to Detail-Spilled
            end-if
        end-if
    end-if
    write Detail-Record

    add 1 to Detail-Count
    evaluate Structure-Type
        when "S" add 1 to Stack-Count
        when "Q" add 1 to Queue-Count
        when "P" add 1 to Priority-Count
    end-evaluate
    perform AddOneCharToHash thru EndAddOneCharToHash
        varying Hash-Char-Index from 1 by 1
        until Hash-Char-Index > 64.
EndWriteOneDetail.

AddOneCharToHash.
    add function ord(Detail-Item-Value(Hash-Char-Index:1))
        to Hash-Total.
EndAddOneCharToHash.

*> The earliest replayed arrival of the value on the same id, and for
*> a priority queue in the same class, that no earlier item took.
FindPushTime.
    move spaces to Detail-Pushed-At
    move Standing-Id(Standing-Index) to Audit-Target-Id
    move zero to Current-Replay-Index
    perform MatchOneReplayEntry thru EndMatchOneReplayEntry
        varying Replay-Index from 1 by 1
        until Replay-Index > Replay-Entries
    if Current-Replay-Index not = zero
        move zero to Found-Position
        perform MatchUntakenReplayItem thru EndMatchUntakenReplayItem
            varying Replay-Position from 1 by 1
            until Replay-Position > Replay-Entry-Count(Current-Replay-Index)
                or Found-Position not = zero
        if Found-Position not = zero
            move "Y" to Replay-Item-Taken(Current-Replay-Index,
                Found-Position)
            move Replay-Item-Pushed-At(Current-Replay-Index,
                Found-Position) to Detail-Pushed-At
        end-if
    end-if.
EndFindPushTime.

MatchUntakenReplayItem.
    if Replay-Item-Taken(Current-Replay-Index, Replay-Position) = "N"
        and Replay-Item-Value(Current-Replay-Index, Replay-Position)
            = Standing-Item-Value(Standing-Index)
        and Replay-Item-Class(Current-Replay-Index, Replay-Position)
            = Standing-Class(Standing-Index)
        move Replay-Position to Found-Position
    end-if.
EndMatchUntakenReplayItem.

end program StandingWorkExtract.
