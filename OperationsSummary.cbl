identification division.
program-id. OperationsSummary.

*> The one page the morning meeting works from, in place of the
*> stack of printouts nobody had time to read.  Run last in the
*> batch window, once the reports and the standing-work extract are
*> done, it gathers the key number from each source for one business
*> date - the one the nightly job stream hands over in the
*> environment variable BUSINESSDATE, or today's when run on its own
*> - and rates each line RED, AMBER or GREEN:
*>     PREFLIGHT-FINDINGS   StackPreflightCheck's findings, and
*>     RECON-DISCREPANCIES  StackReconciliation's discrepancies, as
*>                          each recorded them in the findings log
*>                          STACKFND (the last run for the date)
*>     STACK-REJECTIONS     pushes onto a full stack and pops or
*>                          reserves from an empty one that day, as
*>                          StackUtilizationReport counts them, from
*>                          STACKAUD and the day's archive
*>                          STACKAUD.YYYYMMDD if it has been cut
*>     CAPACITY-ALERTS      lines in STACKALT that day
*>     OLDEST-WAIT-HOURS    the longest any stack item has waited
*>                          without being popped, and
*>     REWORKQ-BACKLOG      the items left on REWORKQ, both from the
*>                          day's standing-work extract
*>                          STANDWRK.YYYYMMDD
*>     REWORK-ITEMS         items handed back with Rework that day,
*>                          from STACKDLQ
*>     PARKED-ADDED         items ReworkReinjection parked that day,
*>                          from STACKPRK
*>     EXPIRED-ITEMS        items StackAgeOutSweep expired that day,
*>                          from STACKEXP
*> A source file that is not there counts as nothing happening,
*> except the findings log and the extract: a number that was never
*> recorded is rated AMBER and shown as not recorded, since a check
*> that did not run has proved nothing.
*>
*> The thresholds file, STACKTHR, is maintained by the operations
*> team, one line per measure:
*>     columns  1-20  the measure, as named above
*>     columns 22-28  amber at - 7 digits
*>     columns 30-36  red at - 7 digits
*> A value at or above the red figure is RED, else at or above the
*> amber figure AMBER, else GREEN; a figure of zero is never reached.
*> Lines whose amber figure is not numeric are passed over, so the
*> file can carry comment lines.  A measure with no line keeps the
*> shop's starting figures, set out in SetDefaultThresholds.
*>
*> Every RED line names the report to read for the detail.  The same
*> summary is written for the service desk to load as
*> STACKSUM.YYYYMMDD, replaced by a rerun for the same date:
*>     "H" business date, prepared at (21)
*>     "D" measure (20), value (7), "Y" if the value is known or "N",
*>         rating (5), amber at (7), red at (7), report to read (24)
*>     "T" red, amber and green line counts (3 each), lines (3)
*> Any RED line ends the program with return code 4, so the job
*> stream's ledger shows the night as WARNING.  A night the stream
*> stopped on a hard failure never reaches this step; the page for
*> it is had by running the program by hand with BUSINESSDATE set,
*> and the failed check shows RED on it.

environment division.
input-output section.
file-control.
    select ThresholdFile assign to "STACKTHR"
        organization is line sequential
        file status is Threshold-File-Status.
    select FindingsLogFile assign to "STACKFND"
        organization is line sequential
        file status is Findings-File-Status.
    select SourceAuditFile assign using Audit-File-Name
        organization is line sequential
        file status is Audit-File-Status.
    select StackAlertFile assign to "STACKALT"
        organization is line sequential
        file status is Alert-File-Status.
    select ExtractFile assign using Extract-File-Name
        organization is sequential
        file status is Extract-File-Status.
    select StackDeadLetterFile assign to "STACKDLQ"
        organization is line sequential
        file status is DeadLetter-File-Status.
    select ParkedFile assign to "STACKPRK"
        organization is line sequential
        file status is Parked-File-Status.
    select StackExpiredFile assign to "STACKEXP"
        organization is line sequential
        file status is Expired-File-Status.
    select SummaryFile assign using Summary-File-Name
        organization is line sequential
        file status is Summary-File-Status.

data division.
file section.
fd  ThresholdFile.
    01 Threshold-Record.
        02 Threshold-Measure pic x(20).
        02 filler pic x.
        02 Threshold-Amber-At pic x(7).
        02 filler pic x.
        02 Threshold-Red-At pic x(7).

fd  FindingsLogFile.
    01 Findings-Record.
        02 Findings-Recorded-At pic x(21).
        02 Findings-Business-Date pic x(8).
        02 Findings-Program pic x(20).
        02 Findings-Count pic 9(5).

fd  SourceAuditFile.
    01 Audit-Record.
        02 Audit-Timestamp pic x(21).
        02 Audit-Stack-Id pic x(8).
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

*> Only the detail fields the summary needs are named.
fd  ExtractFile.
    01 Extract-Record.
        02 Extract-Type pic x.
        02 Extract-Structure pic x.
        02 Extract-Target-Id pic x(8).
        02 filler pic x(90).
        02 Extract-Age-Minutes pic 9(7).
        02 filler pic x(13).

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

fd  SummaryFile.
    01 Summary-Header-Record.
        02 Summary-Header-Type pic x.
        02 Summary-Header-Business-Date pic 9(8).
        02 Summary-Header-Prepared-At pic x(21).
    01 Summary-Detail-Record.
        02 Summary-Detail-Type pic x.
        02 Summary-Measure pic x(20).
        02 Summary-Value pic 9(7).
        02 Summary-Value-Known pic x.
        02 Summary-Rating pic x(5).
        02 Summary-Amber-At pic 9(7).
        02 Summary-Red-At pic 9(7).
        02 Summary-Source pic x(24).
    01 Summary-Trailer-Record.
        02 Summary-Trailer-Type pic x.
        02 Summary-Red-Count pic 9(3).
        02 Summary-Amber-Count pic 9(3).
        02 Summary-Green-Count pic 9(3).
        02 Summary-Line-Count pic 9(3).

working-storage section.
    01 Threshold-File-Status pic xx.
    01 Findings-File-Status pic xx.
    01 Audit-File-Status pic xx.
    01 Alert-File-Status pic xx.
    01 Extract-File-Status pic xx.
    01 DeadLetter-File-Status pic xx.
    01 Parked-File-Status pic xx.
    01 Expired-File-Status pic xx.
    01 Summary-File-Status pic xx.
    01 Audit-File-Name pic x(30) value spaces.
    01 Extract-File-Name pic x(30) value spaces.
    01 Summary-File-Name pic x(30) value spaces.
    01 Source-Switches.
        02 Threshold-EOF-Switch pic x value "N".
            88 Threshold-At-End value "Y".
        02 Findings-EOF-Switch pic x value "N".
            88 Findings-At-End value "Y".
        02 Audit-EOF-Switch pic x value "N".
            88 Audit-At-End value "Y".
        02 Alert-EOF-Switch pic x value "N".
            88 Alert-At-End value "Y".
        02 Extract-EOF-Switch pic x value "N".
            88 Extract-At-End value "Y".
        02 DeadLetter-EOF-Switch pic x value "N".
            88 DeadLetter-At-End value "Y".
        02 Parked-EOF-Switch pic x value "N".
            88 Parked-At-End value "Y".
        02 Expired-EOF-Switch pic x value "N".
            88 Expired-At-End value "Y".

    01 Business-Date pic 9(8) value zero.
    01 Business-Date-Text pic x(8) value spaces.
    01 Prepared-At pic x(21) value spaces.
    01 Oldest-Wait-Minutes pic 9(7) value zero.

*> One line of the summary per measure, in the order it is printed.
*> The measure numbers below are fixed by SetDefaultThresholds.
    01 Measure-Table.
        02 Measure-Entry occurs 1 to 9 times indexed by Measure-Index.
            03 Measure-Name pic x(20) value spaces.
            03 Measure-Title pic x(40) value spaces.
            03 Measure-Source pic x(24) value spaces.
            03 Measure-Value pic 9(7) value zero.
            03 Measure-Known pic x value "Y".
            03 Measure-Amber-At pic 9(7) value zero.
            03 Measure-Red-At pic 9(7) value zero.
            03 Measure-Rating pic x(5) value spaces.
    01 Measure-Entries pic 99 value 9.
    01 Preflight-Measure pic 99 value 1.
    01 Reconciliation-Measure pic 99 value 2.
    01 Rejection-Measure pic 99 value 3.
    01 Alert-Measure pic 99 value 4.
    01 Oldest-Wait-Measure pic 99 value 5.
    01 Rework-Backlog-Measure pic 99 value 6.
    01 Rework-Measure pic 99 value 7.
    01 Parked-Measure pic 99 value 8.
    01 Expired-Measure pic 99 value 9.
    01 Current-Measure-Index pic 99 value zero.
    01 Wanted-Measure pic x(20) value spaces.

    01 Red-Count pic 9(3) value zero.
    01 Amber-Count pic 9(3) value zero.
    01 Green-Count pic 9(3) value zero.
    01 Value-Text pic x(13) value spaces.
    01 See-Text pic x(28) value spaces.

procedure division.
    perform SetBusinessDate thru EndSetBusinessDate
    move function current-date to Prepared-At
    perform SetDefaultThresholds thru EndSetDefaultThresholds
    perform LoadThresholds thru EndLoadThresholds

    perform GatherFindings thru EndGatherFindings
    move spaces to Audit-File-Name
    string "STACKAUD." Business-Date
        delimited by size into Audit-File-Name
    perform CountStackRejections thru EndCountStackRejections
    move "STACKAUD" to Audit-File-Name
    perform CountStackRejections thru EndCountStackRejections
    perform CountCapacityAlerts thru EndCountCapacityAlerts
    perform ReadStandingWorkExtract thru EndReadStandingWorkExtract
    perform CountReworkedItems thru EndCountReworkedItems
    perform CountParkedItems thru EndCountParkedItems
    perform CountExpiredItems thru EndCountExpiredItems

    perform RateOneMeasure thru EndRateOneMeasure
        varying Measure-Index from 1 by 1
        until Measure-Index > Measure-Entries
    perform PrintSummaryPage thru EndPrintSummaryPage
    perform WriteSummaryFile thru EndWriteSummaryFile

    if Red-Count not = zero
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

*> The shop's starting figures, until STACKTHR says otherwise.
SetDefaultThresholds.
    set Measure-Index to Preflight-Measure
    move "PREFLIGHT-FINDINGS" to Measure-Name(Measure-Index)
    move "Preflight findings" to Measure-Title(Measure-Index)
    move "StackPreflightCheck" to Measure-Source(Measure-Index)
    move 1 to Measure-Amber-At(Measure-Index)
    move 1 to Measure-Red-At(Measure-Index)

    set Measure-Index to Reconciliation-Measure
    move "RECON-DISCREPANCIES" to Measure-Name(Measure-Index)
    move "Reconciliation discrepancies" to Measure-Title(Measure-Index)
    move "StackReconciliation" to Measure-Source(Measure-Index)
    move 1 to Measure-Amber-At(Measure-Index)
    move 1 to Measure-Red-At(Measure-Index)

    set Measure-Index to Rejection-Measure
    move "STACK-REJECTIONS" to Measure-Name(Measure-Index)
    move "Pushes to full / pops from empty stacks"
        to Measure-Title(Measure-Index)
    move "StackUtilizationReport" to Measure-Source(Measure-Index)
    move 1 to Measure-Amber-At(Measure-Index)
    move 50 to Measure-Red-At(Measure-Index)

    set Measure-Index to Alert-Measure
    move "CAPACITY-ALERTS" to Measure-Name(Measure-Index)
    move "Stack capacity alerts" to Measure-Title(Measure-Index)
    move "CapacityTrendReport" to Measure-Source(Measure-Index)
    move 1 to Measure-Amber-At(Measure-Index)
    move 10 to Measure-Red-At(Measure-Index)

    set Measure-Index to Oldest-Wait-Measure
    move "OLDEST-WAIT-HOURS" to Measure-Name(Measure-Index)
    move "Oldest never-popped stack item, hours"
        to Measure-Title(Measure-Index)
    move "StackDwellTimeReport" to Measure-Source(Measure-Index)
    move 24 to Measure-Amber-At(Measure-Index)
    move 72 to Measure-Red-At(Measure-Index)

    set Measure-Index to Rework-Backlog-Measure
    move "REWORKQ-BACKLOG" to Measure-Name(Measure-Index)
    move "Items waiting on REWORKQ" to Measure-Title(Measure-Index)
    move "QueueThroughputReport" to Measure-Source(Measure-Index)
    move 10 to Measure-Amber-At(Measure-Index)
    move 50 to Measure-Red-At(Measure-Index)

    set Measure-Index to Rework-Measure
    move "REWORK-ITEMS" to Measure-Name(Measure-Index)
    move "Items handed back with Rework" to Measure-Title(Measure-Index)
    move "ReworkReport" to Measure-Source(Measure-Index)
    move 5 to Measure-Amber-At(Measure-Index)
    move 20 to Measure-Red-At(Measure-Index)

    set Measure-Index to Parked-Measure
    move "PARKED-ADDED" to Measure-Name(Measure-Index)
    move "Items parked by re-injection" to Measure-Title(Measure-Index)
    move "STACKPRK parked items" to Measure-Source(Measure-Index)
    move 1 to Measure-Amber-At(Measure-Index)
    move 10 to Measure-Red-At(Measure-Index)

    set Measure-Index to Expired-Measure
    move "EXPIRED-ITEMS" to Measure-Name(Measure-Index)
    move "Items expired by the age-out sweep" to Measure-Title(Measure-Index)
    move "STACKEXP expired items" to Measure-Source(Measure-Index)
    move 1 to Measure-Amber-At(Measure-Index)
    move 10 to Measure-Red-At(Measure-Index).
EndSetDefaultThresholds.

LoadThresholds.
    move "N" to Threshold-EOF-Switch
    open input ThresholdFile
    if Threshold-File-Status not = "00"
        display "No thresholds file; the starting figures are used"
    else
        read ThresholdFile
            at end set Threshold-At-End to true
        end-read
        perform ApplyOneThreshold thru EndApplyOneThreshold
            until Threshold-At-End
        close ThresholdFile
    end-if.
EndLoadThresholds.

ApplyOneThreshold.
    if Threshold-Amber-At is numeric
        move Threshold-Measure to Wanted-Measure
        perform LocateMeasure thru EndLocateMeasure
        evaluate true
            when Current-Measure-Index = zero
                display "STACKTHR names no such measure: "
                    Threshold-Measure
            when Threshold-Red-At not numeric
                display "STACKTHR red figure is not 7 digits for "
                    Threshold-Measure
            when other
                move Threshold-Amber-At
                    to Measure-Amber-At(Current-Measure-Index)
                move Threshold-Red-At
                    to Measure-Red-At(Current-Measure-Index)
        end-evaluate
    end-if
    read ThresholdFile
        at end set Threshold-At-End to true
    end-read.
EndApplyOneThreshold.

LocateMeasure.
    move zero to Current-Measure-Index
    perform MatchOneMeasure thru EndMatchOneMeasure
        varying Measure-Index from 1 by 1
        until Measure-Index > Measure-Entries.
EndLocateMeasure.

MatchOneMeasure.
    if Measure-Name(Measure-Index) = Wanted-Measure
        set Current-Measure-Index to Measure-Index
    end-if.
EndMatchOneMeasure.

*> The last count each checker recorded for the date; until one is
*> found the measure is not known.
GatherFindings.
    move "N" to Measure-Known(Preflight-Measure)
    move "N" to Measure-Known(Reconciliation-Measure)
    move "N" to Findings-EOF-Switch
    open input FindingsLogFile
    if Findings-File-Status = "00"
        read FindingsLogFile
            at end set Findings-At-End to true
        end-read
        perform TakeOneFinding thru EndTakeOneFinding
            until Findings-At-End
        close FindingsLogFile
    end-if.
EndGatherFindings.

TakeOneFinding.
    if Findings-Business-Date = Business-Date
        evaluate Findings-Program
            when "StackPreflightCheck"
                move Findings-Count to Measure-Value(Preflight-Measure)
                move "Y" to Measure-Known(Preflight-Measure)
            when "StackReconciliation"
                move Findings-Count
                    to Measure-Value(Reconciliation-Measure)
                move "Y" to Measure-Known(Reconciliation-Measure)
        end-evaluate
    end-if
    read FindingsLogFile
        at end set Findings-At-End to true
    end-read.
EndTakeOneFinding.

*> AuditArchive moves closed days out of the live log, so the day's
*> lines are in one file or the other; both are read.
CountStackRejections.
    move "N" to Audit-EOF-Switch
    open input SourceAuditFile
    if Audit-File-Status = "00"
        read SourceAuditFile
            at end set Audit-At-End to true
        end-read
        perform CountOneRejection thru EndCountOneRejection
            until Audit-At-End
        close SourceAuditFile
    end-if.
EndCountStackRejections.

CountOneRejection.
    if Audit-Timestamp(1:8) = Business-Date
        if ((Audit-Command = "Push" or Audit-Command = "PushUnique")
                and Audit-Status = "20")
            or ((Audit-Command = "Pop" or Audit-Command = "Reserve")
                and Audit-Status = "10")
            add 1 to Measure-Value(Rejection-Measure)
        end-if
    end-if
    read SourceAuditFile
        at end set Audit-At-End to true
    end-read.
EndCountOneRejection.

CountCapacityAlerts.
    move "N" to Alert-EOF-Switch
    open input StackAlertFile
    if Alert-File-Status = "00"
        read StackAlertFile
            at end set Alert-At-End to true
        end-read
        perform CountOneAlert thru EndCountOneAlert
            until Alert-At-End
        close StackAlertFile
    end-if.
EndCountCapacityAlerts.

CountOneAlert.
    if Alert-Timestamp(1:8) = Business-Date
        add 1 to Measure-Value(Alert-Measure)
    end-if
    read StackAlertFile
        at end set Alert-At-End to true
    end-read.
EndCountOneAlert.

ReadStandingWorkExtract.
    move spaces to Extract-File-Name
    string "STANDWRK." Business-Date
        delimited by size into Extract-File-Name
    move "N" to Extract-EOF-Switch
    move zero to Oldest-Wait-Minutes
    open input ExtractFile
    if Extract-File-Status not = "00"
        move "N" to Measure-Known(Oldest-Wait-Measure)
        move "N" to Measure-Known(Rework-Backlog-Measure)
    else
        read ExtractFile
            at end set Extract-At-End to true
        end-read
        perform TakeOneExtractRecord thru EndTakeOneExtractRecord
            until Extract-At-End
        close ExtractFile
        divide Oldest-Wait-Minutes by 60
            giving Measure-Value(Oldest-Wait-Measure)
    end-if.
EndReadStandingWorkExtract.

TakeOneExtractRecord.
    if Extract-Type = "D"
        if Extract-Structure = "S"
            and Extract-Age-Minutes > Oldest-Wait-Minutes
            move Extract-Age-Minutes to Oldest-Wait-Minutes
        end-if
        if Extract-Structure = "Q" and Extract-Target-Id = "REWORKQ"
            add 1 to Measure-Value(Rework-Backlog-Measure)
        end-if
    end-if
    read ExtractFile
        at end set Extract-At-End to true
    end-read.
EndTakeOneExtractRecord.

CountReworkedItems.
    move "N" to DeadLetter-EOF-Switch
    open input StackDeadLetterFile
    if DeadLetter-File-Status = "00"
        read StackDeadLetterFile
            at end set DeadLetter-At-End to true
        end-read
        perform CountOneDeadLetter thru EndCountOneDeadLetter
            until DeadLetter-At-End
        close StackDeadLetterFile
    end-if.
EndCountReworkedItems.

CountOneDeadLetter.
    if DeadLetter-Timestamp(1:8) = Business-Date
        add 1 to Measure-Value(Rework-Measure)
    end-if
    read StackDeadLetterFile
        at end set DeadLetter-At-End to true
    end-read.
EndCountOneDeadLetter.

CountParkedItems.
    move "N" to Parked-EOF-Switch
    open input ParkedFile
    if Parked-File-Status = "00"
        read ParkedFile
            at end set Parked-At-End to true
        end-read
        perform CountOneParkedItem thru EndCountOneParkedItem
            until Parked-At-End
        close ParkedFile
    end-if.
EndCountParkedItems.

CountOneParkedItem.
    if Parked-Timestamp(1:8) = Business-Date
        add 1 to Measure-Value(Parked-Measure)
    end-if
    read ParkedFile
        at end set Parked-At-End to true
    end-read.
EndCountOneParkedItem.

CountExpiredItems.
    move "N" to Expired-EOF-Switch
    open input StackExpiredFile
    if Expired-File-Status = "00"
        read StackExpiredFile
            at end set Expired-At-End to true
        end-read
        perform CountOneExpiredItem thru EndCountOneExpiredItem
            until Expired-At-End
        close StackExpiredFile
    end-if.
EndCountExpiredItems.

CountOneExpiredItem.
    if Expired-Swept-At(1:8) = Business-Date
        add 1 to Measure-Value(Expired-Measure)
    end-if
    read StackExpiredFile
        at end set Expired-At-End to true
    end-read.
EndCountOneExpiredItem.

RateOneMeasure.
    evaluate true
        when Measure-Known(Measure-Index) = "N"
            move "AMBER" to Measure-Rating(Measure-Index)
        when Measure-Red-At(Measure-Index) not = zero
                and Measure-Value(Measure-Index)
                    not < Measure-Red-At(Measure-Index)
            move "RED" to Measure-Rating(Measure-Index)
        when Measure-Amber-At(Measure-Index) not = zero
                and Measure-Value(Measure-Index)
                    not < Measure-Amber-At(Measure-Index)
            move "AMBER" to Measure-Rating(Measure-Index)
        when other
            move "GREEN" to Measure-Rating(Measure-Index)
    end-evaluate
    evaluate Measure-Rating(Measure-Index)
        when "RED" add 1 to Red-Count
        when "AMBER" add 1 to Amber-Count
        when other add 1 to Green-Count
    end-evaluate.
EndRateOneMeasure.

PrintSummaryPage.
    display "Morning Operations Summary for business date "
        Business-Date
    display "Prepared " Prepared-At(1:4) "-" Prepared-At(5:2) "-"
        Prepared-At(7:2) " " Prepared-At(9:2) ":" Prepared-At(11:2)
    display " "
    display "Rating Measure                                  "
        "Value         Amber   Red     See"
    perform PrintOneMeasure thru EndPrintOneMeasure
        varying Measure-Index from 1 by 1
        until Measure-Index > Measure-Entries
    display " "
    display "Red: " Red-Count "  Amber: " Amber-Count
        "  Green: " Green-Count.
EndPrintSummaryPage.

PrintOneMeasure.
    if Measure-Known(Measure-Index) = "Y"
        move Measure-Value(Measure-Index) to Value-Text
    else
        move "not recorded" to Value-Text
    end-if
    move spaces to See-Text
    if Measure-Rating(Measure-Index) = "RED"
            or Measure-Known(Measure-Index) = "N"
        move Measure-Source(Measure-Index) to See-Text
    end-if
    display Measure-Rating(Measure-Index) "  "
        Measure-Title(Measure-Index) " " Value-Text " "
        Measure-Amber-At(Measure-Index) " "
        Measure-Red-At(Measure-Index) " " See-Text.
EndPrintOneMeasure.

WriteSummaryFile.
    move spaces to Summary-File-Name
    string "STACKSUM." Business-Date
        delimited by size into Summary-File-Name
    open output SummaryFile
    if Summary-File-Status not = "00"
        display "Cannot write the service desk copy "
            function trim(Summary-File-Name) " (status "
            Summary-File-Status ")"
    else
        move spaces to Summary-Header-Record
        move "H" to Summary-Header-Type
        move Business-Date to Summary-Header-Business-Date
        move Prepared-At to Summary-Header-Prepared-At
        write Summary-Header-Record
        perform WriteOneSummaryLine thru EndWriteOneSummaryLine
            varying Measure-Index from 1 by 1
            until Measure-Index > Measure-Entries
        move spaces to Summary-Trailer-Record
        move "T" to Summary-Trailer-Type
        move Red-Count to Summary-Red-Count
        move Amber-Count to Summary-Amber-Count
        move Green-Count to Summary-Green-Count
        move Measure-Entries to Summary-Line-Count
        write Summary-Trailer-Record
        close SummaryFile
    end-if.
EndWriteSummaryFile.

WriteOneSummaryLine.
    move spaces to Summary-Detail-Record
    move "D" to Summary-Detail-Type
    move Measure-Name(Measure-Index) to Summary-Measure
    move Measure-Value(Measure-Index) to Summary-Value
    move Measure-Known(Measure-Index) to Summary-Value-Known
    move Measure-Rating(Measure-Index) to Summary-Rating
    move Measure-Amber-At(Measure-Index) to Summary-Amber-At
    move Measure-Red-At(Measure-Index) to Summary-Red-At
    move Measure-Source(Measure-Index) to Summary-Source
    write Summary-Detail-Record.
EndWriteOneSummaryLine.

end program OperationsSummary.
