identification division.
program-id. ItemTrace.

*> The question the support desk asks most - "where is this item and
*> what happened to it?" - used to mean grepping four audit logs,
*> the dead-letter log, the parked file and the expired-items file by
*> hand and putting the lines in order on paper.  This inquiry does
*> it in one pass.  The operator keys an item value and, optionally,
*> a from and to date (YYYYMMDD); with no dates it looks back over
*> the last 30 days, and a from date with no to date runs up to
*> today.
*>
*> Every source that can mention the item is read and each record
*> for it becomes one line of a single timeline, kept in timestamp
*> order:
*>     STACKAUD, QUEUEAUD, PRTYQAUD - the live audit logs, and the
*>         dated archives AuditArchive splits them into
*>         ("STACKAUD.20240131" and so on), one per day of the
*>         range; a day with no archive is simply skipped.  Pushes,
*>         Pops, Rework, the REWORKQ Enqueues and Dequeues,
*>         reservations, escalations and the consoles' repair lines
*>         (with the operator who made them) all come from here.
*>         The carry-forward records the cutover writes are left
*>         out - they repeat a Push or Enqueue already in the
*>         archive for its own day.
*>     STACKDLQ - the dead-letter entry, with its reason code.
*>     STACKPRK - parking by the re-injection job, with the reason
*>         and the attempt count.
*>     STACKEXP - expiry by the age-out sweep, at the time of the
*>         sweep; older records that predate the sweep time being
*>         kept are placed at the push they expired.
*> A Push onto a stack straight after the item came off REWORKQ is
*> marked as the re-injection it is.  The attempts file REWORKCNT has
*> no timestamps, so its count is shown under the timeline.
*>
*> The trace ends with where the item is right now: every position
*> it holds in the shared stack store STACKSHR - spilled items
*> included, since Stack mirrors those at their true positions too -
*> and the shared queue store QUEUESHR, plus the places those stores
*> do not cover - an open reservation in STACKRSV, and the priority
*> queue's checkpoint PRTYQCKP.  A reservation a Restore has already
*> put back on its stack is passed over: the item is in STACKSHR.
*> An item in none of them is reported as parked, expired or simply
*> gone, going by the last thing the timeline saw.
*>
*> Nothing is changed: every file is opened input only, so the trace
*> can be run at any time, even while the owning jobs are running.

environment division.
input-output section.
file-control.
    select TraceAuditFile assign using Trace-File-Name
        organization is line sequential
        file status is Trace-File-Status.
    select StackDeadLetterFile assign to "STACKDLQ"
        organization is line sequential
        file status is DeadLetter-File-Status.
    select ParkedFile assign to "STACKPRK"
        organization is line sequential
        file status is Parked-File-Status.
    select StackExpiredFile assign to "STACKEXP"
        organization is line sequential
        file status is Expired-File-Status.
    select AttemptFile assign to "REWORKCNT"
        organization is line sequential
        file status is Attempt-File-Status.
    select StackSharedFile assign to "STACKSHR"
        organization is indexed
        access is dynamic
        record key is Shared-Key
        file status is Shared-File-Status.
    select StackReserveFile assign to "STACKRSV"
        organization is indexed
        access is dynamic
        record key is Reserve-Key
        file status is Reserve-File-Status.
    select QueueSharedFile assign to "QUEUESHR"
        organization is indexed
        access is dynamic
        record key is Queue-Shared-Key
        file status is Queue-Shared-File-Status.
    select PriorityQueueCheckpointFile assign to "PRTYQCKP"
        organization is sequential
        file status is Priority-File-Status.

data division.
file section.
*> The three audit layouts differ only after the depth - the
*> consoles' operator id, the carry marker, or for the priority
*> queue its class digit followed by the marker - so one record
*> serves all three, told apart by Trace-File-Type.
fd  TraceAuditFile.
    01 Trace-Audit-Record.
        02 Trace-Timestamp pic x(21).
        02 Trace-Target-Id pic x(8).
        02 Trace-Command pic x(10).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Trace-Item-Value, ITEM-OCCURS by == ==.
        02 Trace-Status pic x(2).
        02 Trace-Depth pic x(2).
        02 Trace-Tail pic x(9).
        02 Trace-Chain pic x(19).

fd  StackDeadLetterFile.
    01 DeadLetter-Record.
        02 DeadLetter-Timestamp pic x(21).
        02 DeadLetter-Stack-Id pic x(8).
        02 DeadLetter-Reason pic x(2).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by DeadLetter-Item-Value, ITEM-OCCURS by == ==.

fd  ParkedFile.
    01 Parked-Record.
        02 Parked-Timestamp pic x(21).
        02 Parked-Stack-Id pic x(8).
        02 Parked-Reason pic x(2).
        02 Parked-Attempts pic 9(2).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Parked-Item-Value, ITEM-OCCURS by == ==.

fd  StackExpiredFile.
    01 Expired-Record.
        02 Expired-Stack-Id pic x(8).
        02 Expired-Pushed-At pic x(21).
        02 Expired-Overdue-Hours pic 9(5).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Expired-Item-Value, ITEM-OCCURS by == ==.
        02 Expired-Swept-At pic x(21).

fd  AttemptFile.
    01 Attempt-Record.
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Attempt-Item-Value, ITEM-OCCURS by == ==.
        02 Attempt-Count pic 9(2).

fd  StackSharedFile.
    01 Shared-Record.
        02 Shared-Key.
            03 Shared-Stack-Id pic x(8).
            03 Shared-Position pic 9(4).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Shared-Item-Value, ITEM-OCCURS by == ==.

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

fd  QueueSharedFile.
    01 Queue-Shared-Record.
        02 Queue-Shared-Key.
            03 Queue-Shared-Queue-Id pic x(8).
            03 Queue-Shared-Position pic 9(4).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Queue-Shared-Item-Value, ITEM-OCCURS by == ==.

fd  PriorityQueueCheckpointFile.
    01 Priority-Record.
        02 Priority-Queue-Id pic x(8).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Priority-Item-Value, ITEM-OCCURS by == ==.
        02 Priority-Class pic 9.
        02 Priority-Arrival pic 9(9).

working-storage section.
01 Trace-File-Status pic xx.
01 DeadLetter-File-Status pic xx.
01 Parked-File-Status pic xx.
01 Expired-File-Status pic xx.
01 Attempt-File-Status pic xx.
01 Shared-File-Status pic xx.
01 Reserve-File-Status pic xx.
01 Queue-Shared-File-Status pic xx.
01 Priority-File-Status pic xx.
01 Trace-File-Name pic x(30) value spaces.
*> "S" - a stack log, "Q" - a queue log, "P" - a priority queue log.
01 Trace-File-Type pic x value spaces.
01 Trace-Log-Name pic x(8) value spaces.
01 Trace-File-Was-Read pic x value "N".
01 Trace-Switches.
    02 Trace-EOF-Switch pic x value "N".
        88 Trace-At-End value "Y".
    02 Source-EOF-Switch pic x value "N".
        88 Source-At-End value "Y".
    02 Store-EOF-Switch pic x value "N".
        88 Store-At-End value "Y".

copy "StackItem.cpy" replacing ITEM-LEVEL by 01,
    ITEM-NAME by Traced-Item, ITEM-OCCURS by == ==.
01 From-Date-Answer pic x(8) value spaces.
01 To-Date-Answer pic x(8) value spaces.
01 From-Date pic 9(8) value zero.
01 To-Date pic 9(8) value zero.
01 Today-Date pic 9(8) value zero.
01 From-Day-Number pic 9(8) value zero.
01 To-Day-Number pic 9(8) value zero.
01 Archive-Day-Number pic 9(8) value zero.
01 Archive-Date pic 9(8) value zero.
01 Archive-Days-Read pic 9(4) value zero.

*> The timeline, kept in timestamp order as it is built: each new
*> line is slotted in after every line with the same or an earlier
*> stamp, so lines with equal stamps keep the order they were read.
01 Event-Table.
    02 Event-Entry occurs 1 to 1000 times indexed by Event-Index.
        03 Event-Stamp pic x(21) value spaces.
        03 Event-Source pic x(8) value spaces.
        03 Event-Target-Id pic x(8) value spaces.
        03 Event-Command pic x(10) value spaces.
        03 Event-Status pic x(2) value spaces.
        03 Event-Note pic x(40) value spaces.
01 Event-Count pic 9(4) value zero.
01 Insert-Position pic 9(4) value zero.
01 Insert-Switches.
    02 Insert-Found-Switch pic x value "N".
        88 Insert-Found value "Y".
01 Event-Table-Switches.
    02 Event-Table-Full-Switch pic x value "N".
        88 Event-Table-Full value "Y".
01 New-Event.
    02 New-Stamp pic x(21) value spaces.
    02 New-Source pic x(8) value spaces.
    02 New-Target-Id pic x(8) value spaces.
    02 New-Command pic x(10) value spaces.
    02 New-Status pic x(2) value spaces.
    02 New-Note pic x(40) value spaces.
01 Print-Note pic x(40) value spaces.
01 Previous-Was-Rework-Dequeue pic x value "N".
01 Last-Event-Kind pic x(10) value spaces.

01 Rework-Attempts pic 9(2) value zero.
01 Attempts-Found pic x value "N".
01 Location-Count pic 9(4) value zero.

procedure division.
    display "Item value to trace: " with no advancing
    accept Traced-Item
    display "From date (YYYYMMDD, blank for the last 30 days): "
        with no advancing
    accept From-Date-Answer
    display "To date (YYYYMMDD, blank for today): " with no advancing
    accept To-Date-Answer

    if Traced-Item = spaces
        display "No item value given; nothing to trace"
        stop run
    end-if
    perform SetTraceDateRange thru EndSetTraceDateRange
    if From-Date = zero
        stop run
    end-if

    display " "
    display "Item trace for " function trim(Traced-Item)
    display "Dates " From-Date " to " To-Date

*> The archives first, a day at a time, then the live logs, which
*> hold the newest day.  The order only matters for lines with equal
*> stamps; everything else is placed by its timestamp.
    perform ReadOneArchiveDay thru EndReadOneArchiveDay
        varying Archive-Day-Number from From-Day-Number by 1
        until Archive-Day-Number > To-Day-Number
    move "STACKAUD" to Trace-Log-Name
    move "STACKAUD" to Trace-File-Name
    move "S" to Trace-File-Type
    perform ReadTraceAuditFile thru EndReadTraceAuditFile
    move "QUEUEAUD" to Trace-Log-Name
    move "QUEUEAUD" to Trace-File-Name
    move "Q" to Trace-File-Type
    perform ReadTraceAuditFile thru EndReadTraceAuditFile
    move "PRTYQAUD" to Trace-Log-Name
    move "PRTYQAUD" to Trace-File-Name
    move "P" to Trace-File-Type
    perform ReadTraceAuditFile thru EndReadTraceAuditFile

    perform ReadDeadLetterLog thru EndReadDeadLetterLog
    perform ReadParkedFile thru EndReadParkedFile
    perform ReadExpiredFile thru EndReadExpiredFile
    perform ReadAttemptFile thru EndReadAttemptFile

    display " "
    if Event-Count = zero
        display "Nothing recorded for this item in the date range"
    else
        display "Date     Time   Source   Target   Command    St Note"
        perform PrintTimelineEvent thru EndPrintTimelineEvent
            varying Event-Index from 1 by 1
            until Event-Index > Event-Count
    end-if
    if Attempts-Found = "Y"
        display "Rework attempts on record: " Rework-Attempts
    end-if
    if Archive-Days-Read = zero
        display "(no dated audit archives found in the date range)"
    end-if

    display " "
    display "Where the item is now:"
    perform FindCurrentLocation thru EndFindCurrentLocation
    stop run.

*> A blank from date means 30 days back from the to date; a blank to
*> date means today.  Either date that is not a real YYYYMMDD date,
*> or a range that runs backwards, stops the trace with a message.
SetTraceDateRange.
    move function current-date(1:8) to Today-Date
    move zero to From-Date
    evaluate true
        when To-Date-Answer not = spaces
            and (To-Date-Answer is not numeric
                or function test-date-yyyymmdd(
                    function numval(To-Date-Answer)) not = zero)
            display "To date " To-Date-Answer " is not a YYYYMMDD date"
        when From-Date-Answer not = spaces
            and (From-Date-Answer is not numeric
                or function test-date-yyyymmdd(
                    function numval(From-Date-Answer)) not = zero)
            display "From date " From-Date-Answer
                " is not a YYYYMMDD date"
        when other
            if To-Date-Answer = spaces
                move Today-Date to To-Date
            else
                move To-Date-Answer to To-Date
            end-if
            compute To-Day-Number = function integer-of-date(To-Date)
            if From-Date-Answer = spaces
                compute From-Day-Number = To-Day-Number - 30
                compute From-Date =
                    function date-of-integer(From-Day-Number)
            else
                move From-Date-Answer to From-Date
                compute From-Day-Number =
                    function integer-of-date(From-Date)
            end-if
            if From-Day-Number > To-Day-Number
                display "From date " From-Date " is after to date "
                    To-Date
                move zero to From-Date
            end-if
    end-evaluate.
EndSetTraceDateRange.

*> One day's archives of all three logs, by the names AuditArchive
*> gives them.
ReadOneArchiveDay.
    compute Archive-Date = function date-of-integer(Archive-Day-Number)
    move "STACKAUD" to Trace-Log-Name
    move "S" to Trace-File-Type
    perform ReadOneArchiveFile thru EndReadOneArchiveFile
    move "QUEUEAUD" to Trace-Log-Name
    move "Q" to Trace-File-Type
    perform ReadOneArchiveFile thru EndReadOneArchiveFile
    move "PRTYQAUD" to Trace-Log-Name
    move "P" to Trace-File-Type
    perform ReadOneArchiveFile thru EndReadOneArchiveFile.
EndReadOneArchiveDay.

ReadOneArchiveFile.
    move spaces to Trace-File-Name
    string function trim(Trace-Log-Name) "." Archive-Date
        delimited by size into Trace-File-Name
    perform ReadTraceAuditFile thru EndReadTraceAuditFile
    if Trace-File-Was-Read = "Y"
        add 1 to Archive-Days-Read
    end-if.
EndReadOneArchiveFile.

*> A missing log is not an error here: a quiet day, or a log that has
*> never been written, simply contributes nothing.
ReadTraceAuditFile.
    move "N" to Trace-EOF-Switch
    move "N" to Trace-File-Was-Read
    open input TraceAuditFile
    if Trace-File-Status = "00"
        move "Y" to Trace-File-Was-Read
        read TraceAuditFile
            at end set Trace-At-End to true
        end-read
        perform CollectTraceAuditRecord thru EndCollectTraceAuditRecord
            until Trace-At-End
        close TraceAuditFile
    end-if.
EndReadTraceAuditFile.

CollectTraceAuditRecord.
    if Trace-Item-Value = Traced-Item
        and function numval(Trace-Timestamp(1:8)) >= From-Date
        and function numval(Trace-Timestamp(1:8)) <= To-Date
        and not (Trace-File-Type not = "P"
            and Trace-Tail(1:7) = "*CARRY*")
        and not (Trace-File-Type = "P"
            and Trace-Tail(2:7) = "*CARRY*")
        move Trace-Timestamp to New-Stamp
        move Trace-Log-Name to New-Source
        move Trace-Target-Id to New-Target-Id
        move Trace-Command to New-Command
        move Trace-Status to New-Status
        move spaces to New-Note
        evaluate true
            when Trace-Command(1:3) = "Mnt"
                string "console repair by operator "
                    Trace-Tail(1:8) delimited by size into New-Note
            when Trace-File-Type = "P"
                string "class " Trace-Tail(1:1)
                    delimited by size into New-Note
            when Trace-Command(1:6) = "Rework"
                and Trace-Command(8:2) not = spaces
                string "sent to REWORKQ, reason " Trace-Command(8:2)
                    delimited by size into New-Note
            when Trace-Command(1:6) = "Rework"
                move "sent to REWORKQ" to New-Note
            when Trace-Target-Id = "REWORKQ"
                and function trim(Trace-Command) = "Enqueue"
                move "queued for rework" to New-Note
            when Trace-Target-Id = "REWORKQ"
                and function trim(Trace-Command) = "Dequeue"
                move "taken off the rework queue" to New-Note
            when function trim(Trace-Command) = "Reclaim"
                move "reservation reclaimed at restart" to New-Note
        end-evaluate
        perform InsertTimelineEvent thru EndInsertTimelineEvent
    end-if
    read TraceAuditFile
        at end set Trace-At-End to true
    end-read.
EndCollectTraceAuditRecord.

ReadDeadLetterLog.
    move "N" to Source-EOF-Switch
    open input StackDeadLetterFile
    if DeadLetter-File-Status = "00"
        read StackDeadLetterFile
            at end set Source-At-End to true
        end-read
        perform CollectDeadLetterRecord thru EndCollectDeadLetterRecord
            until Source-At-End
        close StackDeadLetterFile
    end-if.
EndReadDeadLetterLog.

CollectDeadLetterRecord.
    if DeadLetter-Item-Value = Traced-Item
        and function numval(DeadLetter-Timestamp(1:8)) >= From-Date
        and function numval(DeadLetter-Timestamp(1:8)) <= To-Date
        move DeadLetter-Timestamp to New-Stamp
        move "STACKDLQ" to New-Source
        move DeadLetter-Stack-Id to New-Target-Id
        move "DeadLetter" to New-Command
        move spaces to New-Status
        move spaces to New-Note
        string "dead-lettered, reason " DeadLetter-Reason
            delimited by size into New-Note
        perform InsertTimelineEvent thru EndInsertTimelineEvent
    end-if
    read StackDeadLetterFile
        at end set Source-At-End to true
    end-read.
EndCollectDeadLetterRecord.

ReadParkedFile.
    move "N" to Source-EOF-Switch
    open input ParkedFile
    if Parked-File-Status = "00"
        read ParkedFile
            at end set Source-At-End to true
        end-read
        perform CollectParkedRecord thru EndCollectParkedRecord
            until Source-At-End
        close ParkedFile
    end-if.
EndReadParkedFile.

CollectParkedRecord.
    if Parked-Item-Value = Traced-Item
        and function numval(Parked-Timestamp(1:8)) >= From-Date
        and function numval(Parked-Timestamp(1:8)) <= To-Date
        move Parked-Timestamp to New-Stamp
        move "STACKPRK" to New-Source
        move Parked-Stack-Id to New-Target-Id
        move "Parked" to New-Command
        move spaces to New-Status
        move spaces to New-Note
        string "parked, reason " Parked-Reason " after "
            Parked-Attempts " attempt(s)"
            delimited by size into New-Note
        perform InsertTimelineEvent thru EndInsertTimelineEvent
    end-if
    read ParkedFile
        at end set Source-At-End to true
    end-read.
EndCollectParkedRecord.

ReadExpiredFile.
    move "N" to Source-EOF-Switch
    open input StackExpiredFile
    if Expired-File-Status = "00"
        read StackExpiredFile
            at end set Source-At-End to true
        end-read
        perform CollectExpiredRecord thru EndCollectExpiredRecord
            until Source-At-End
        close StackExpiredFile
    end-if.
EndReadExpiredFile.

*> Records written before the sweep kept its own time carry nothing
*> past the item, so they are placed at the push that expired.
CollectExpiredRecord.
    if Expired-Swept-At = spaces
        move Expired-Pushed-At to New-Stamp
    else
        move Expired-Swept-At to New-Stamp
    end-if
    if Expired-Item-Value = Traced-Item
        and function numval(New-Stamp(1:8)) >= From-Date
        and function numval(New-Stamp(1:8)) <= To-Date
        move "STACKEXP" to New-Source
        move Expired-Stack-Id to New-Target-Id
        move "Expired" to New-Command
        move spaces to New-Status
        move spaces to New-Note
        if Expired-Swept-At = spaces
            string "expired, " Expired-Overdue-Hours
                " hour(s) overdue (push time)"
                delimited by size into New-Note
        else
            string "expired, " Expired-Overdue-Hours
                " hour(s) overdue"
                delimited by size into New-Note
        end-if
        perform InsertTimelineEvent thru EndInsertTimelineEvent
    end-if
    read StackExpiredFile
        at end set Source-At-End to true
    end-read.
EndCollectExpiredRecord.

ReadAttemptFile.
    move "N" to Source-EOF-Switch
    open input AttemptFile
    if Attempt-File-Status = "00"
        read AttemptFile
            at end set Source-At-End to true
        end-read
        perform CollectAttemptRecord thru EndCollectAttemptRecord
            until Source-At-End
        close AttemptFile
    end-if.
EndReadAttemptFile.

CollectAttemptRecord.
    if Attempt-Item-Value = Traced-Item
        move "Y" to Attempts-Found
        move Attempt-Count to Rework-Attempts
    end-if
    read AttemptFile
        at end set Source-At-End to true
    end-read.
EndCollectAttemptRecord.

*> Opens a slot after the last line whose stamp is not later than
*> the new one, shuffling the later lines down by one.
InsertTimelineEvent.
    if Event-Count not less than 1000
        if not Event-Table-Full
            display "Item Trace: more than 1000 lines for this item; "
                "narrow the date range to see the rest"
            set Event-Table-Full to true
        end-if
    else
        compute Insert-Position = Event-Count + 1
        move "N" to Insert-Found-Switch
        perform ShiftLaterEvent thru EndShiftLaterEvent
            until Insert-Found
        move New-Stamp to Event-Stamp(Insert-Position)
        move New-Source to Event-Source(Insert-Position)
        move New-Target-Id to Event-Target-Id(Insert-Position)
        move New-Command to Event-Command(Insert-Position)
        move New-Status to Event-Status(Insert-Position)
        move New-Note to Event-Note(Insert-Position)
        add 1 to Event-Count
    end-if.
EndInsertTimelineEvent.

ShiftLaterEvent.
    if Insert-Position = 1
        set Insert-Found to true
    else
        if Event-Stamp(Insert-Position - 1) > New-Stamp
            move Event-Entry(Insert-Position - 1)
                to Event-Entry(Insert-Position)
            subtract 1 from Insert-Position
        else
            set Insert-Found to true
        end-if
    end-if.
EndShiftLaterEvent.

*> A Push straight after a Dequeue off REWORKQ is the re-injection
*> job sending the item home, and is labelled so.
PrintTimelineEvent.
    move Event-Note(Event-Index) to Print-Note
    if Previous-Was-Rework-Dequeue = "Y"
        and Event-Source(Event-Index) = "STACKAUD"
        and function trim(Event-Command(Event-Index)) = "Push"
        move "re-injected from REWORKQ" to Print-Note
    end-if
    if Event-Source(Event-Index) = "QUEUEAUD"
        and Event-Target-Id(Event-Index) = "REWORKQ"
        and function trim(Event-Command(Event-Index)) = "Dequeue"
        and Event-Status(Event-Index) = "00"
        move "Y" to Previous-Was-Rework-Dequeue
    else
        move "N" to Previous-Was-Rework-Dequeue
    end-if
    if Event-Status(Event-Index) = "00" or spaces
        move Event-Command(Event-Index) to Last-Event-Kind
    end-if
    display
        Event-Stamp(Event-Index)(1:8) " "
        Event-Stamp(Event-Index)(9:6) " "
        Event-Source(Event-Index) " "
        Event-Target-Id(Event-Index) " "
        Event-Command(Event-Index) " "
        Event-Status(Event-Index) " "
        function trim(Print-Note).
EndPrintTimelineEvent.

*> Each store is read from end to end; none of them is large, and a
*> store that cannot be opened is said so rather than taken as
*> proof the item is not there.
FindCurrentLocation.
    move zero to Location-Count

    move "N" to Store-EOF-Switch
    open input StackSharedFile
    if Shared-File-Status = "00"
        perform ScanStackSharedStore thru EndScanStackSharedStore
            until Store-At-End
        close StackSharedFile
    else
        display "  (shared stack store STACKSHR not available)"
    end-if

    move "N" to Store-EOF-Switch
    open input StackReserveFile
    if Reserve-File-Status = "00"
        perform ScanStackReservations thru EndScanStackReservations
            until Store-At-End
        close StackReserveFile
    end-if

    move "N" to Store-EOF-Switch
    open input QueueSharedFile
    if Queue-Shared-File-Status = "00"
        perform ScanQueueSharedStore thru EndScanQueueSharedStore
            until Store-At-End
        close QueueSharedFile
    else
        display "  (shared queue store QUEUESHR not available)"
    end-if

    move "N" to Store-EOF-Switch
    open input PriorityQueueCheckpointFile
    if Priority-File-Status = "00"
        perform ScanPriorityCheckpoint thru EndScanPriorityCheckpoint
            until Store-At-End
        close PriorityQueueCheckpointFile
    end-if

    if Location-Count = zero
        evaluate true
            when function trim(Last-Event-Kind) = "Parked"
                display "  Not on any stack or queue - parked for "
                    "manual review (STACKPRK)"
            when function trim(Last-Event-Kind) = "Expired"
                display "  Not on any stack or queue - expired by "
                    "the age-out sweep (STACKEXP)"
            when other
                display "  Not on any stack or queue"
        end-evaluate
    end-if.
EndFindCurrentLocation.

ScanStackSharedStore.
    read StackSharedFile next
        at end set Store-At-End to true
    end-read
    if not Store-At-End and Shared-Item-Value = Traced-Item
        add 1 to Location-Count
        display "  On stack " Shared-Stack-Id " at position "
            Shared-Position " (1 is the bottom)"
    end-if.
EndScanStackSharedStore.

ScanStackReservations.
    read StackReserveFile next
        at end set Store-At-End to true
    end-read
    if not Store-At-End and Reserve-Item-Value = Traced-Item
        and Reserve-Checkpointed not = "R"
        add 1 to Location-Count
        display "  Reserved off stack " Reserve-Stack-Id
            " by run unit " Reserve-Owner " at " Reserve-Taken-At(1:14)
    end-if.
EndScanStackReservations.

ScanQueueSharedStore.
    read QueueSharedFile next
        at end set Store-At-End to true
    end-read
    if not Store-At-End and Queue-Shared-Item-Value = Traced-Item
        add 1 to Location-Count
        display "  On queue " Queue-Shared-Queue-Id " at position "
            Queue-Shared-Position " (1 is the front)"
    end-if.
EndScanQueueSharedStore.

ScanPriorityCheckpoint.
    read PriorityQueueCheckpointFile
        at end set Store-At-End to true
    end-read
    if not Store-At-End and Priority-Item-Value = Traced-Item
        add 1 to Location-Count
        display "  On priority queue " Priority-Queue-Id " in class "
            Priority-Class " (as of its last checkpoint)"
    end-if.
EndScanPriorityCheckpoint.

end program ItemTrace.
