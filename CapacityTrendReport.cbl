identification division.
program-id. CapacityTrendReport.

*> The month's view of capacity that the nightly reports cannot give:
*> StackUtilizationReport and QueueThroughputReport see one day,
*> because AuditArchive moves every closed day out to a dated
*> archive.  This report reads those archives back - STACKAUD.date,
*> QUEUEAUD.date and PRTYQAUD.date for each day of the window - and
*> shows, per Stack-Id and Queue-Id, for each day it saw traffic:
*>     Peak    - the deepest the stack or queue got
*>     Spill   - "Y" on a day the stack spilled to STACKOVF
*>     Rej20   - calls refused with status "20", full
*>     Alerts  - high-water alerts raised in STACKALT (stacks only)
*>     Volume  - items put on: completed Pushes and PushUniques, or
*>               Enqueues
*> followed by the window's totals.  Run it monthly, or whenever
*> capacity planning asks.
*>
*> The audit depth is what the stack holds in memory, which stops at
*> 50; under policy "S" the rest is in the overflow file.  A push
*> that completes with the stack at 50 both before and after it has
*> spilled its bottom item, and a pop that leaves it at 50 has pulled
*> one back, so the spilled count is followed through the replay and
*> added to the audit depth.  The replay starts the window with
*> nothing spilled, so a stack already spilled on the first day reads
*> shallower than it was until it drains.
*>
*> Each stack is then compared with its STACKCFG profile (a stack
*> with none has the default 50, policy "R") and one recommendation
*> printed:
*>     - status "20" rejections in the window, or a peak at 80% of
*>       capacity or more (the point Stack raises its alert): raise
*>       the capacity to 125% of the larger of the peak and the
*>       current capacity, to at most 1000 - and switch to policy "S"
*>       if that takes a policy "R" stack past the 50 memory holds;
*>     - a peak under 25% of capacity all window: trim the capacity
*>       to twice the peak, but not below 10;
*>     - otherwise no change.
*> Profiles for stacks with no traffic at all in the window are
*> listed at the end, as candidates for retiring.  Queues have no
*> configured capacity, so they get the figures without a
*> recommendation.
*>
*> The window is set by the optional one-line control file TRENDCTL:
*> the number of days in columns 1-3 (1 to 92; 30 if blank or no
*> file) and the last day in columns 4-11 as YYYYMMDD (yesterday if
*> blank - today is still in the live logs).  A day with no archive
*> had no traffic or has not been cut over; the count of archives
*> missing is shown so a gap is not mistaken for a quiet month.

environment division.
input-output section.
file-control.
    select TrendControlFile assign to "TRENDCTL"
        organization is line sequential
        file status is Control-File-Status.
    select ArchiveAuditFile assign using Archive-File-Name
        organization is line sequential
        file status is Archive-File-Status.
    select StackAlertFile assign to "STACKALT"
        organization is line sequential
        file status is Alert-File-Status.
    select StackConfigFile assign to "STACKCFG"
        organization is line sequential
        file status is Config-File-Status.

data division.
file section.
fd  TrendControlFile.
    01 Control-Record.
        02 Control-Days pic x(3).
        02 Control-End-Date pic x(8).

*> The three audit layouts agree up to the depth; the priority
*> queue's class digit sits at the front of the tail.
fd  ArchiveAuditFile.
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

fd  StackAlertFile.
    01 Alert-Record.
        02 Alert-Timestamp pic x(21).
        02 Alert-Stack-Id pic x(8).
        02 Alert-Depth pic 9(4).

fd  StackConfigFile.
    01 Config-Record.
        02 Config-Stack-Id pic x(8).
        02 Config-Capacity pic 9(4).
        02 Config-Policy pic x.
        02 Config-Max-Age-Hours pic 9(4).

working-storage section.
    01 Control-File-Status pic xx.
    01 Archive-File-Status pic xx.
    01 Alert-File-Status pic xx.
    01 Config-File-Status pic xx.
    01 Archive-Switches.
        02 Archive-EOF-Switch pic x value "N".
            88 Archive-At-End value "Y".
    01 Alert-Switches.
        02 Alert-EOF-Switch pic x value "N".
            88 Alert-At-End value "Y".
    01 Config-Switches.
        02 Config-EOF-Switch pic x value "N".
            88 Config-At-End value "Y".

*> The window, as dates and as day numbers for the arithmetic.
    01 Trend-Days pic 9(3) value 30.
    01 Window-Start-Date pic 9(8) value zero.
    01 Window-End-Date pic 9(8) value zero.
    01 Window-Start-Day pic 9(7) value zero.
    01 Window-End-Day pic 9(7) value zero.
    01 Day-Offset pic 9(3) value zero.
    01 Archive-Date pic 9(8) value zero.
    01 Archive-File-Name pic x(30) value spaces.
    01 Log-Name pic x(8) value spaces.
*> "S" - stack log, "Q" - queue log, "P" - priority queue log.
    01 Log-Type pic x value spaces.
    01 Archives-Read pic 9(3) value zero.
    01 Archives-Missing pic 9(3) value zero.
    01 Carry-Marker pic x(7) value spaces.

*> One entry per Stack-Id or Queue-Id seen, with a cell for every
*> day of the window, addressed by its offset from the first day.
    01 Trend-Table.
        02 Trend-Entry occurs 1 to 100 times indexed by Trend-Index.
            03 Trend-Type pic x value spaces.
            03 Trend-Id pic x(8) value spaces.
            03 Trend-Last-Depth pic 99 value zero.
            03 Trend-Spilled pic 9(4) value zero.
            03 Trend-Peak pic 9(4) value zero.
            03 Trend-Spill-Days pic 9(3) value zero.
            03 Trend-Rejections pic 9(7) value zero.
            03 Trend-Alerts pic 9(5) value zero.
            03 Trend-Volume pic 9(9) value zero.
            03 Trend-Day occurs 92 times.
                04 Day-Seen pic x value "N".
                04 Day-Peak pic 9(4) value zero.
                04 Day-Spilled pic x value "N".
                04 Day-Rejections pic 9(5) value zero.
                04 Day-Alerts pic 9(4) value zero.
                04 Day-Volume pic 9(7) value zero.
    01 Trend-Entries pic 9(3) value zero.
    01 Current-Trend-Index pic 9(3) value zero.
    01 Trend-Table-Switches.
        02 Trend-Table-Full-Switch pic x value "N".
            88 Trend-Table-Full value "Y".
    01 Wanted-Type pic x value spaces.
    01 Wanted-Id pic x(8) value spaces.
    01 Total-Depth pic 9(4) value zero.
    01 Pool-Alerts pic 9(5) value zero.

*> The stack profiles; the last line for a Stack-Id is the one Stack
*> honours.
    01 Profile-Table.
        02 Profile-Entry occurs 1 to 200 times indexed by Profile-Index.
            03 Profile-Stack-Id pic x(8) value spaces.
            03 Profile-Capacity pic 9(4) value zero.
            03 Profile-Policy pic x value spaces.
            03 Profile-Has-Traffic pic x value "N".
    01 Profile-Entries pic 9(3) value zero.
    01 Current-Profile-Index pic 9(3) value zero.
    01 Profile-Table-Switches.
        02 Profile-Table-Full-Switch pic x value "N".
            88 Profile-Table-Full value "Y".
    01 Idle-Profile-Count pic 9(3) value zero.

    01 Print-Type pic x value spaces.
    01 Printed-Count pic 9(3) value zero.
    01 Print-Date pic 9(8) value zero.
    01 Spill-Column pic x value spaces.
    01 Alerts-Column pic x(4) value spaces.
    01 Current-Capacity pic 9(4) value zero.
    01 Current-Policy pic x value spaces.
    01 Larger-Depth pic 9(4) value zero.
    01 Suggested-Capacity pic 9(4) value zero.
    01 Recommendation pic x(60) value spaces.

procedure division.
    perform LoadTrendControl thru EndLoadTrendControl
    perform LoadStackProfiles thru EndLoadStackProfiles

    perform ReadOneDay thru EndReadOneDay
        varying Day-Offset from 1 by 1
        until Day-Offset > Trend-Days
    perform ReadAlertFile thru EndReadAlertFile

    display "Capacity Trend Report for " Window-Start-Date " to "
        Window-End-Date " (" Trend-Days " days)"
    display "Archives read: " Archives-Read ", not found: "
        Archives-Missing
    move "S" to Print-Type
    perform PrintTypeSection thru EndPrintTypeSection
    move "Q" to Print-Type
    perform PrintTypeSection thru EndPrintTypeSection
    move "P" to Print-Type
    perform PrintTypeSection thru EndPrintTypeSection

    display " "
    display "Stack profiles with no traffic in the window "
        "(candidates for retiring):"
    move zero to Idle-Profile-Count
    perform PrintIdleProfile thru EndPrintIdleProfile
        varying Profile-Index from 1 by 1
        until Profile-Index > Profile-Entries
    if Idle-Profile-Count = zero
        display "    none"
    end-if
    display "Stack pool high-water alerts in the window: " Pool-Alerts
    goback.

*> The window: how many days, ending when.  Anything unreadable in
*> the control file falls back to the defaults, with a message.
LoadTrendControl.
    move 30 to Trend-Days
    compute Window-End-Day =
        function integer-of-date(function numval(
            function current-date(1:8))) - 1
    open input TrendControlFile
    if Control-File-Status = "00"
        read TrendControlFile
            at end continue
            not at end
                perform ApplyTrendControl thru EndApplyTrendControl
        end-read
        close TrendControlFile
    end-if
    compute Window-Start-Day = Window-End-Day - Trend-Days + 1
    compute Window-Start-Date = function date-of-integer(Window-Start-Day)
    compute Window-End-Date = function date-of-integer(Window-End-Day).
EndLoadTrendControl.

ApplyTrendControl.
    if Control-Days not = spaces
        if Control-Days is numeric
            and Control-Days > "000" and Control-Days not > "092"
            move Control-Days to Trend-Days
        else
            display "TRENDCTL days " Control-Days
                " must be 001 to 092; using 30"
        end-if
    end-if
    if Control-End-Date not = spaces
        if Control-End-Date is numeric
            and function test-date-yyyymmdd(
                function numval(Control-End-Date)) = zero
            compute Window-End-Day = function integer-of-date(
                function numval(Control-End-Date))
        else
            display "TRENDCTL end date " Control-End-Date
                " is not a date; using yesterday"
        end-if
    end-if.
EndApplyTrendControl.

LoadStackProfiles.
    move "N" to Config-EOF-Switch
    open input StackConfigFile
    if Config-File-Status = "00"
        read StackConfigFile
            at end set Config-At-End to true
        end-read
        perform KeepOneProfile thru EndKeepOneProfile
            until Config-At-End
        close StackConfigFile
    end-if.
EndLoadStackProfiles.

KeepOneProfile.
    if Config-Stack-Id not = spaces
        move Config-Stack-Id to Wanted-Id
        perform LocateProfile thru EndLocateProfile
        if Current-Profile-Index = zero
            if Profile-Entries < 200
                add 1 to Profile-Entries
                move Profile-Entries to Current-Profile-Index
                move Config-Stack-Id
                    to Profile-Stack-Id(Current-Profile-Index)
            else
                if not Profile-Table-Full
                    set Profile-Table-Full to true
                    display "More than 200 profiles in STACKCFG; "
                        "the rest are treated as the default"
                end-if
            end-if
        end-if
        if Current-Profile-Index not = zero
            move Config-Capacity to Profile-Capacity(Current-Profile-Index)
            move Config-Policy to Profile-Policy(Current-Profile-Index)
        end-if
    end-if
    read StackConfigFile
        at end set Config-At-End to true
    end-read.
EndKeepOneProfile.

LocateProfile.
    move zero to Current-Profile-Index
    perform MatchOneProfile thru EndMatchOneProfile
        varying Profile-Index from 1 by 1
        until Profile-Index > Profile-Entries.
EndLocateProfile.

MatchOneProfile.
    if Profile-Stack-Id(Profile-Index) = Wanted-Id
        set Current-Profile-Index to Profile-Index
    end-if.
EndMatchOneProfile.

ReadOneDay.
    compute Archive-Date =
        function date-of-integer(Window-Start-Day + Day-Offset - 1)
    move "S" to Log-Type
    move "STACKAUD" to Log-Name
    perform ReadOneArchive thru EndReadOneArchive
    move "Q" to Log-Type
    move "QUEUEAUD" to Log-Name
    perform ReadOneArchive thru EndReadOneArchive
    move "P" to Log-Type
    move "PRTYQAUD" to Log-Name
    perform ReadOneArchive thru EndReadOneArchive.
EndReadOneDay.

ReadOneArchive.
    move spaces to Archive-File-Name
    string Log-Name "." Archive-Date
        delimited by size into Archive-File-Name
    move "N" to Archive-EOF-Switch
    open input ArchiveAuditFile
    if Archive-File-Status not = "00"
        add 1 to Archives-Missing
    else
        add 1 to Archives-Read
        read ArchiveAuditFile
            at end set Archive-At-End to true
        end-read
        perform TallyAuditRecord thru EndTallyAuditRecord
            until Archive-At-End
        close ArchiveAuditFile
    end-if.
EndReadOneArchive.

*> Anchors and carry-forward lines belong at the head of a live log
*> and restate old lines; the consoles' maintenance and refusal lines
*> are summaries of calls logged in their own right; Restore,
*> Checkpoint and Release name no stack.  None of them is traffic.
TallyAuditRecord.
    if Log-Type = "P"
        move Audit-Tail(2:7) to Carry-Marker
    else
        move Audit-Tail(1:7) to Carry-Marker
    end-if
    if Audit-Command not = "Anchor"
        and Carry-Marker not = "*CARRY*"
        and Audit-Command(1:3) not = "Mnt"
        and Audit-Command not = "Refused"
        and Audit-Status not = "30"
        and Audit-Status not = "50"
        and Audit-Target-Id not = spaces
        move Log-Type to Wanted-Type
        move Audit-Target-Id to Wanted-Id
        perform FindOrCreateTrendEntry thru EndFindOrCreateTrendEntry
        if Current-Trend-Index not = zero
            perform TallyTrafficLine thru EndTallyTrafficLine
        end-if
    end-if
    read ArchiveAuditFile
        at end set Archive-At-End to true
    end-read.
EndTallyAuditRecord.

TallyTrafficLine.
    move "Y" to Day-Seen(Current-Trend-Index, Day-Offset)
    if Log-Type = "S"
        perform FollowSpilledCount thru EndFollowSpilledCount
    end-if
    compute Total-Depth =
        Audit-Depth + Trend-Spilled(Current-Trend-Index)
    if Total-Depth > Day-Peak(Current-Trend-Index, Day-Offset)
        move Total-Depth to Day-Peak(Current-Trend-Index, Day-Offset)
    end-if
    if Total-Depth > Trend-Peak(Current-Trend-Index)
        move Total-Depth to Trend-Peak(Current-Trend-Index)
    end-if
    if Audit-Status = "20"
        add 1 to Day-Rejections(Current-Trend-Index, Day-Offset)
        add 1 to Trend-Rejections(Current-Trend-Index)
    end-if
    if Audit-Status = "00"
        and (Audit-Command = "Push" or "PushUnique" or "Enqueue")
        add 1 to Day-Volume(Current-Trend-Index, Day-Offset)
        add 1 to Trend-Volume(Current-Trend-Index)
    end-if
    move Audit-Depth to Trend-Last-Depth(Current-Trend-Index).
EndTallyTrafficLine.

*> A completed push that finds and leaves the stack at 50 in memory
*> spilled one; a completed pop that leaves it at 50 pulled one back.
FollowSpilledCount.
    if Audit-Status = "00"
        evaluate true
            when Audit-Command = "Push" or "PushUnique" or "Abandon"
                    or "Reclaim"
                if Audit-Depth = 50
                    and Trend-Last-Depth(Current-Trend-Index) = 50
                    add 1 to Trend-Spilled(Current-Trend-Index)
                    if Day-Spilled(Current-Trend-Index, Day-Offset)
                            = "N"
                        move "Y"
                            to Day-Spilled(Current-Trend-Index, Day-Offset)
                        add 1 to Trend-Spill-Days(Current-Trend-Index)
                    end-if
                end-if
            when Audit-Command = "Pop" or "Reserve"
                if Audit-Depth = 50
                    and Trend-Spilled(Current-Trend-Index) > zero
                    subtract 1 from Trend-Spilled(Current-Trend-Index)
                end-if
            when Audit-Command = "Clear"
                move zero to Trend-Spilled(Current-Trend-Index)
        end-evaluate
    end-if.
EndFollowSpilledCount.

FindOrCreateTrendEntry.
    move zero to Current-Trend-Index
    perform MatchOneTrendEntry thru EndMatchOneTrendEntry
        varying Trend-Index from 1 by 1
        until Trend-Index > Trend-Entries
    if Current-Trend-Index = zero
        if Trend-Entries < 100
            add 1 to Trend-Entries
            move Trend-Entries to Current-Trend-Index
            move Wanted-Type to Trend-Type(Current-Trend-Index)
            move Wanted-Id to Trend-Id(Current-Trend-Index)
        else
            if not Trend-Table-Full
                set Trend-Table-Full to true
                display "More than 100 stacks and queues in the "
                    "window; the rest are left out"
            end-if
        end-if
    end-if.
EndFindOrCreateTrendEntry.

MatchOneTrendEntry.
    if Trend-Type(Trend-Index) = Wanted-Type
        and Trend-Id(Trend-Index) = Wanted-Id
        set Current-Trend-Index to Trend-Index
    end-if.
EndMatchOneTrendEntry.

*> STACKALT is never archived, so the window is picked out of it by
*> date.  Pool alerts name no stack and are counted on their own.
ReadAlertFile.
    move "N" to Alert-EOF-Switch
    open input StackAlertFile
    if Alert-File-Status = "00"
        read StackAlertFile
            at end set Alert-At-End to true
        end-read
        perform TallyAlertRecord thru EndTallyAlertRecord
            until Alert-At-End
        close StackAlertFile
    end-if.
EndReadAlertFile.

TallyAlertRecord.
    if Alert-Timestamp(1:8) is numeric
        and Alert-Timestamp(1:8) not < Window-Start-Date
        and Alert-Timestamp(1:8) not > Window-End-Date
        if Alert-Stack-Id = "*POOL*"
            add 1 to Pool-Alerts
        else
            compute Day-Offset = function integer-of-date(
                function numval(Alert-Timestamp(1:8)))
                - Window-Start-Day + 1
            move "S" to Wanted-Type
            move Alert-Stack-Id to Wanted-Id
            perform FindOrCreateTrendEntry
                thru EndFindOrCreateTrendEntry
            if Current-Trend-Index not = zero
                move "Y" to Day-Seen(Current-Trend-Index, Day-Offset)
                add 1 to Day-Alerts(Current-Trend-Index, Day-Offset)
                add 1 to Trend-Alerts(Current-Trend-Index)
            end-if
        end-if
    end-if
    read StackAlertFile
        at end set Alert-At-End to true
    end-read.
EndTallyAlertRecord.

PrintTypeSection.
    display " "
    evaluate Print-Type
        when "S" display "Stacks"
        when "Q" display "Queues"
        when "P" display "Priority queues"
    end-evaluate
    move zero to Printed-Count
    perform PrintTrendEntry thru EndPrintTrendEntry
        varying Trend-Index from 1 by 1
        until Trend-Index > Trend-Entries
    if Printed-Count = zero
        display "    no traffic in the window"
    end-if.
EndPrintTypeSection.

PrintTrendEntry.
    if Trend-Type(Trend-Index) = Print-Type
        add 1 to Printed-Count
        display " "
        if Print-Type = "S"
            perform FindStackProfile thru EndFindStackProfile
            if Current-Profile-Index = zero
                display "Stack-Id " Trend-Id(Trend-Index)
                    "  no profile: default capacity " Current-Capacity
                    " policy " Current-Policy
            else
                display "Stack-Id " Trend-Id(Trend-Index)
                    "  capacity " Current-Capacity
                    " policy " Current-Policy
            end-if
        else
            display "Queue-Id " Trend-Id(Trend-Index)
        end-if
        display "    Date     Peak Spill Rej20 Alerts Volume"
        perform PrintTrendDay thru EndPrintTrendDay
            varying Day-Offset from 1 by 1
            until Day-Offset > Trend-Days
        display "    Window   peak " Trend-Peak(Trend-Index)
            ", spill days " Trend-Spill-Days(Trend-Index)
            ", status 20 " Trend-Rejections(Trend-Index)
            ", alerts " Trend-Alerts(Trend-Index)
            ", volume " Trend-Volume(Trend-Index)
        if Print-Type = "S"
            perform RecommendForStack thru EndRecommendForStack
            display "    Recommendation: " function trim(Recommendation)
        end-if
    end-if.
EndPrintTrendEntry.

PrintTrendDay.
    if Day-Seen(Trend-Index, Day-Offset) = "Y"
        compute Print-Date =
            function date-of-integer(Window-Start-Day + Day-Offset - 1)
        move "-" to Spill-Column
        move "   -" to Alerts-Column
        if Print-Type = "S"
            move Day-Spilled(Trend-Index, Day-Offset) to Spill-Column
            move Day-Alerts(Trend-Index, Day-Offset) to Alerts-Column
        end-if
        display "    " Print-Date " " Day-Peak(Trend-Index, Day-Offset)
            "   " Spill-Column "  " Day-Rejections(Trend-Index, Day-Offset)
            "  " Alerts-Column " " Day-Volume(Trend-Index, Day-Offset)
    end-if.
EndPrintTrendDay.

*> The profile Stack works to: the one in STACKCFG, or 50/"R".  The
*> profile is marked as having traffic for the idle list.
FindStackProfile.
    move Trend-Id(Trend-Index) to Wanted-Id
    perform LocateProfile thru EndLocateProfile
    move 50 to Current-Capacity
    move "R" to Current-Policy
    if Current-Profile-Index not = zero
        move "Y" to Profile-Has-Traffic(Current-Profile-Index)
        if Profile-Capacity(Current-Profile-Index) is numeric
            and Profile-Capacity(Current-Profile-Index) > zero
            move Profile-Capacity(Current-Profile-Index)
                to Current-Capacity
        end-if
        if Profile-Policy(Current-Profile-Index) = "S"
            move "S" to Current-Policy
        end-if
    end-if.
EndFindStackProfile.

RecommendForStack.
    evaluate true
        when Trend-Rejections(Trend-Index) > zero
                or Trend-Peak(Trend-Index) * 100 >= Current-Capacity * 80
            move Current-Capacity to Larger-Depth
            if Trend-Peak(Trend-Index) > Larger-Depth
                move Trend-Peak(Trend-Index) to Larger-Depth
            end-if
            compute Suggested-Capacity =
                (Larger-Depth * 125 + 99) / 100
            if Suggested-Capacity > 1000
                move 1000 to Suggested-Capacity
            end-if
            move spaces to Recommendation
            evaluate true
                when Current-Capacity >= 1000
                    string "at the 1000 limit - the work needs "
                        "spreading over more stacks"
                        delimited by size into Recommendation
                when Current-Policy = "R" and Suggested-Capacity > 50
                    string "switch to policy S and raise capacity to "
                        Suggested-Capacity
                        delimited by size into Recommendation
                when other
                    string "raise capacity to " Suggested-Capacity
                        delimited by size into Recommendation
            end-evaluate
        when Trend-Peak(Trend-Index) * 100 < Current-Capacity * 25
                and Current-Capacity > 10
            compute Suggested-Capacity = Trend-Peak(Trend-Index) * 2
            if Suggested-Capacity < 10
                move 10 to Suggested-Capacity
            end-if
            move spaces to Recommendation
            string "trim capacity to " Suggested-Capacity
                delimited by size into Recommendation
        when other
            move "no change" to Recommendation
    end-evaluate.
EndRecommendForStack.

PrintIdleProfile.
    if Profile-Has-Traffic(Profile-Index) = "N"
        add 1 to Idle-Profile-Count
        display "    " Profile-Stack-Id(Profile-Index)
            "  capacity " Profile-Capacity(Profile-Index)
            " policy " Profile-Policy(Profile-Index)
    end-if.
EndPrintIdleProfile.

end program CapacityTrendReport.
