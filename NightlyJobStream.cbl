identification division.
program-id. NightlyJobStream.

*> Runs the night's batch window in its fixed order, and remembers
*> how far it got.  The night operator used to work from a paper
*> checklist and, after an abend, decide by hand which steps had
*> already run; re-running AuditArchive or ReworkReinjection by
*> mistake is exactly what must not happen, so the controller keeps
*> a run-control ledger and will not run a finished step twice for
*> the same business date.
*>
*> The steps come from the step-definition file, STEPDEF, one line
*> per step in the order they are to run:
*>     Step-Number  - 3 digits, unique; the ledger is keyed on it
*>     Step-Name    - 20 characters, for the summary
*>     Step-Program - the program to call
*>     Step-Feed    - for StackTransactionDriver only, the feed name;
*>                    it is handed over in the environment variable
*>                    STACKFEED, so STACKTXN.feed is applied
*> Lines whose step number is not numeric are passed over, so the
*> file can carry comment lines.  The shop's window is:
*>     010 StackConfigApply        - the day's configuration changes
*>     020 StackPreflightCheck
*>     030.. StackTransactionDriver - one step per feed
*>     100 ReworkReinjection
*>     110 StackAgeOutSweep
*>     115 PriorityEscalation      - before the final checkpoint, so
*>                                   it and the extract carry the
*>                                   night's escalations
*>     120 EndOfDayCheckpoint      - the final checkpoint
*>     125 StandingWorkExtract     - the outbound standing-work file
*>     130 AuditArchive
*>     140 StackReconciliation
*>     150.. StackUtilizationReport, StackDwellTimeReport,
*>           QueueThroughputReport, ReworkReport,
*>           HeldTransactionReport
*>     190 OperationsSummary       - the morning page, last of all
*>
*> The run-control ledger, RUNCTL, is an indexed file keyed by
*> business date and step number.  Before a step is called its
*> ledger record is written as RUNNING with the start time; when it
*> comes back the end time, the return code and the outcome are
*> written over it:
*>     DONE    - return code 0
*>     WARNING - return code 1 to 7; the stream carries on
*>     FAILED  - return code 8 or more, or the program could not be
*>               called; the stream stops there
*> StackPreflightCheck's findings and StackReconciliation's
*> discrepancies are the hard failures, each ending its program with
*> return code 8.  The ledger file is opened and closed around each
*> update, so what it says survives an abend of a step.
*>
*> The business date is asked for at the start, today's by default
*> (a run that crosses midnight keeps the date it started with), and
*> is handed to every step in the environment variable BUSINESSDATE,
*> so dated outputs are named for it.  On a rerun for the same date:
*>     - a DONE, WARNING or MARKED step is skipped;
*>     - a FAILED step is run again - the failure has been seen to;
*>     - a step still RUNNING abended part way, and may have done
*>       some of its work, so the operator decides: run it again,
*>       mark it done without running it (recorded as MARKED), or
*>       stop the stream there.
*>
*> Every step is called in this run unit and cancelled after it
*> returns, so a program called for a second feed starts fresh.  At
*> the end a summary for the shift handover lists every step with
*> its outcome, its times, and what this run did with it.

environment division.
input-output section.
file-control.
    select StepDefinitionFile assign to "STEPDEF"
        organization is line sequential
        file status is Step-File-Status.
    select RunControlFile assign to "RUNCTL"
        organization is indexed
        access is random
        record key is Ledger-Key
        file status is Ledger-File-Status.

data division.
file section.
fd  StepDefinitionFile.
    01 Step-Record.
        02 Step-Number pic 9(3).
        02 filler pic x.
        02 Step-Name pic x(20).
        02 filler pic x.
        02 Step-Program pic x(30).
        02 filler pic x.
        02 Step-Feed pic x(8).

fd  RunControlFile.
    01 Ledger-Record.
        02 Ledger-Key.
            03 Ledger-Business-Date pic 9(8).
            03 Ledger-Step-Number pic 9(3).
        02 Ledger-Step-Name pic x(20).
        02 Ledger-Step-Program pic x(30).
        02 Ledger-Step-Feed pic x(8).
        02 Ledger-Started-At pic x(21).
        02 Ledger-Ended-At pic x(21).
        02 Ledger-Return-Code pic 9(4).
        02 Ledger-Outcome pic x(8).

working-storage section.
    01 Step-File-Status pic xx.
    01 Ledger-File-Status pic xx.
    01 Step-Switches.
        02 Step-EOF-Switch pic x value "N".
            88 Step-At-End value "Y".

    01 Business-Date pic 9(8) value zero.
    01 Date-Answer pic x(8) value spaces.
    01 Date-Is-Valid pic x value "N".
    01 Today-Date pic 9(8) value zero.

*> The steps as defined, with what the ledger says and what this run
*> did with each.
    01 Step-Table.
        02 Step-Entry occurs 1 to 100 times indexed by Step-Index.
            03 Entry-Step-Number pic 9(3) value zero.
            03 Entry-Step-Name pic x(20) value spaces.
            03 Entry-Step-Program pic x(30) value spaces.
            03 Entry-Step-Feed pic x(8) value spaces.
            03 Entry-Started-At pic x(21) value spaces.
            03 Entry-Ended-At pic x(21) value spaces.
            03 Entry-Return-Code pic 9(4) value zero.
            03 Entry-Outcome pic x(8) value spaces.
            03 Entry-This-Run pic x(8) value spaces.
    01 Step-Entries pic 9(3) value zero.
    01 Step-Scan-Index pic 9(3) value zero.
    01 Step-Table-Switches.
        02 Step-Table-Full-Switch pic x value "N".
            88 Step-Table-Full value "Y".
    01 Step-Definition-Is-Bad pic x value "N".

    01 Stream-Switches.
        02 Stream-Stopped-Switch pic x value "N".
            88 Stream-Stopped value "Y".
    01 Stopped-At-Index pic 9(3) value zero.
    01 Ledger-Record-Found pic x value "N".
    01 Step-Should-Run pic x value "N".
    01 Running-Answer pic x value spaces.
    01 Step-Return-Code pic s9(9) value zero.
    01 Call-Failed pic x value "N".
    01 No-Feed pic x(8) value spaces.
    01 Ran-Count pic 9(3) value zero.
    01 Skipped-Count pic 9(3) value zero.

procedure division.
    display "Nightly Job Stream"
    perform AcceptBusinessDate thru EndAcceptBusinessDate
        until Date-Is-Valid = "Y"
    display "BUSINESSDATE" upon environment-name
    display Business-Date upon environment-value
    perform LoadStepDefinitions thru EndLoadStepDefinitions

    evaluate true
        when Step-Entries = zero
            display "No steps in STEPDEF; nothing to run"
        when Step-Definition-Is-Bad = "Y"
            display "STEPDEF must be put right before the stream "
                "can run"
        when other
            perform EnsureLedgerExists thru EndEnsureLedgerExists
            perform RunOneStep thru EndRunOneStep
                varying Step-Index from 1 by 1
                until Step-Index > Step-Entries or Stream-Stopped
            perform PrintRunSummary thru EndPrintRunSummary
    end-evaluate
    goback.

AcceptBusinessDate.
    move function current-date(1:8) to Today-Date
    display "Business date (YYYYMMDD, blank = today): "
        with no advancing
    accept Date-Answer
    evaluate true
        when Date-Answer = spaces
            move Today-Date to Business-Date
            move "Y" to Date-Is-Valid
        when Date-Answer not numeric
            display "The date must be 8 digits, YYYYMMDD"
        when function test-date-yyyymmdd(function numval(Date-Answer))
                not = zero
            display "No such date: " Date-Answer
        when other
            move Date-Answer to Business-Date
            move "Y" to Date-Is-Valid
    end-evaluate.
EndAcceptBusinessDate.

LoadStepDefinitions.
    move zero to Step-Entries
    move "N" to Step-EOF-Switch
    open input StepDefinitionFile
    if Step-File-Status not = "00"
        display "No step-definition file STEPDEF"
    else
        read StepDefinitionFile
            at end set Step-At-End to true
        end-read
        perform KeepOneStepDefinition thru EndKeepOneStepDefinition
            until Step-At-End
        close StepDefinitionFile
    end-if.
EndLoadStepDefinitions.

*> A step number used twice would share one ledger record, so the
*> second step could be skipped on the first one's outcome; the
*> stream refuses to run until the file is corrected.
KeepOneStepDefinition.
    if Step-Number is numeric
        perform CheckStepNumberIsNew thru EndCheckStepNumberIsNew
            varying Step-Scan-Index from 1 by 1
            until Step-Scan-Index > Step-Entries
        if Step-Program = spaces
            display "STEPDEF step " Step-Number " names no program"
            move "Y" to Step-Definition-Is-Bad
        end-if
        if Step-Entries < 100
            add 1 to Step-Entries
            move Step-Number to Entry-Step-Number(Step-Entries)
            move Step-Name to Entry-Step-Name(Step-Entries)
            move Step-Program to Entry-Step-Program(Step-Entries)
            move Step-Feed to Entry-Step-Feed(Step-Entries)
            move "NOT RUN" to Entry-This-Run(Step-Entries)
        else
            if not Step-Table-Full
                set Step-Table-Full to true
                display "More than 100 steps in STEPDEF"
                move "Y" to Step-Definition-Is-Bad
            end-if
        end-if
    end-if
    read StepDefinitionFile
        at end set Step-At-End to true
    end-read.
EndKeepOneStepDefinition.

CheckStepNumberIsNew.
    if Entry-Step-Number(Step-Scan-Index) = Step-Number
        display "STEPDEF step number " Step-Number " is used twice"
        move "Y" to Step-Definition-Is-Bad
    end-if.
EndCheckStepNumberIsNew.

EnsureLedgerExists.
    open i-o RunControlFile
    if Ledger-File-Status not = "00"
        open output RunControlFile
    end-if
    close RunControlFile.
EndEnsureLedgerExists.

RunOneStep.
    perform ReadLedgerRecord thru EndReadLedgerRecord
    move "Y" to Step-Should-Run
    if Ledger-Record-Found = "Y"
        move Ledger-Started-At to Entry-Started-At(Step-Index)
        move Ledger-Ended-At to Entry-Ended-At(Step-Index)
        move Ledger-Return-Code to Entry-Return-Code(Step-Index)
        move Ledger-Outcome to Entry-Outcome(Step-Index)
        evaluate Ledger-Outcome
            when "DONE"
            when "WARNING"
            when "MARKED"
                move "N" to Step-Should-Run
                move "SKIPPED" to Entry-This-Run(Step-Index)
                add 1 to Skipped-Count
            when "RUNNING"
                perform DecideOnUnfinishedStep
                    thru EndDecideOnUnfinishedStep
        end-evaluate
    end-if
    if Step-Should-Run = "Y"
        perform CallStepProgram thru EndCallStepProgram
    end-if.
EndRunOneStep.

ReadLedgerRecord.
    move "N" to Ledger-Record-Found
    open input RunControlFile
    if Ledger-File-Status = "00"
        move Business-Date to Ledger-Business-Date
        move Entry-Step-Number(Step-Index) to Ledger-Step-Number
        read RunControlFile
            invalid key continue
            not invalid key move "Y" to Ledger-Record-Found
        end-read
        close RunControlFile
    end-if.
EndReadLedgerRecord.

*> The step started and never reported back.  Only the operator can
*> know whether its work landed, so nothing is assumed.
DecideOnUnfinishedStep.
    display "Step " Entry-Step-Number(Step-Index) " "
        function trim(Entry-Step-Name(Step-Index))
        " started at " Ledger-Started-At(1:14)
        " for " Business-Date " and never finished"
    move spaces to Running-Answer
    perform AskAboutUnfinishedStep thru EndAskAboutUnfinishedStep
        until Running-Answer = "R" or "M" or "S"
    evaluate Running-Answer
        when "R"
            continue
        when "M"
            move "N" to Step-Should-Run
            move "MARKED" to Entry-Outcome(Step-Index)
            move "MARKED" to Entry-This-Run(Step-Index)
            move function current-date to Entry-Ended-At(Step-Index)
            move zero to Entry-Return-Code(Step-Index)
            perform WriteLedgerRecord thru EndWriteLedgerRecord
            add 1 to Skipped-Count
        when "S"
            move "N" to Step-Should-Run
            set Stream-Stopped to true
            move Step-Index to Stopped-At-Index
    end-evaluate.
EndDecideOnUnfinishedStep.

AskAboutUnfinishedStep.
    display "R=run it again, M=mark it done without running it, "
        "S=stop the stream here: " with no advancing
    accept Running-Answer.
EndAskAboutUnfinishedStep.

CallStepProgram.
    move function current-date to Entry-Started-At(Step-Index)
    move spaces to Entry-Ended-At(Step-Index)
    move zero to Entry-Return-Code(Step-Index)
    move "RUNNING" to Entry-Outcome(Step-Index)
    perform WriteLedgerRecord thru EndWriteLedgerRecord

    display " "
    display "Step " Entry-Step-Number(Step-Index) " "
        function trim(Entry-Step-Name(Step-Index)) " starting"
    display "STACKFEED" upon environment-name
    display Entry-Step-Feed(Step-Index) upon environment-value
    move "N" to Call-Failed
    move zero to return-code
    call Entry-Step-Program(Step-Index)
        on exception
            move "Y" to Call-Failed
    end-call
    move return-code to Step-Return-Code
    cancel Entry-Step-Program(Step-Index)
    display "STACKFEED" upon environment-name
    display No-Feed upon environment-value
    move zero to return-code

    if Call-Failed = "Y"
        display "Program " function trim(Entry-Step-Program(Step-Index))
            " could not be called"
        move 16 to Step-Return-Code
    end-if
    if Step-Return-Code > 9999 or Step-Return-Code < 0
        move 9999 to Entry-Return-Code(Step-Index)
    else
        move Step-Return-Code to Entry-Return-Code(Step-Index)
    end-if
    evaluate true
        when Step-Return-Code = zero
            move "DONE" to Entry-Outcome(Step-Index)
        when Step-Return-Code > zero and Step-Return-Code < 8
            move "WARNING" to Entry-Outcome(Step-Index)
        when other
            move "FAILED" to Entry-Outcome(Step-Index)
            set Stream-Stopped to true
            move Step-Index to Stopped-At-Index
    end-evaluate
    move function current-date to Entry-Ended-At(Step-Index)
    move "RAN" to Entry-This-Run(Step-Index)
    add 1 to Ran-Count
    perform WriteLedgerRecord thru EndWriteLedgerRecord
    display "Step " Entry-Step-Number(Step-Index) " "
        function trim(Entry-Step-Name(Step-Index)) " ended: "
        Entry-Outcome(Step-Index) " (return code "
        Entry-Return-Code(Step-Index) ")".
EndCallStepProgram.

*> Writes the step's ledger record, or rewrites it if this date has
*> one already.
WriteLedgerRecord.
    open i-o RunControlFile
    if Ledger-File-Status not = "00"
        display "Cannot open the run-control ledger RUNCTL (status "
            Ledger-File-Status "); step " Entry-Step-Number(Step-Index)
            " is not recorded"
    else
        move Business-Date to Ledger-Business-Date
        move Entry-Step-Number(Step-Index) to Ledger-Step-Number
        move Entry-Step-Name(Step-Index) to Ledger-Step-Name
        move Entry-Step-Program(Step-Index) to Ledger-Step-Program
        move Entry-Step-Feed(Step-Index) to Ledger-Step-Feed
        move Entry-Started-At(Step-Index) to Ledger-Started-At
        move Entry-Ended-At(Step-Index) to Ledger-Ended-At
        move Entry-Return-Code(Step-Index) to Ledger-Return-Code
        move Entry-Outcome(Step-Index) to Ledger-Outcome
        write Ledger-Record
            invalid key
                rewrite Ledger-Record
                    invalid key
                        display "Cannot record step "
                            Entry-Step-Number(Step-Index)
                            " in RUNCTL"
                end-rewrite
        end-write
        close RunControlFile
    end-if.
EndWriteLedgerRecord.

PrintRunSummary.
    display " "
    display "Nightly Job Stream - run summary for business date "
        Business-Date
    display "Step Name                 Feed     This run Outcome  "
        "RC   Started        Ended"
    perform PrintOneStepSummary thru EndPrintOneStepSummary
        varying Step-Index from 1 by 1
        until Step-Index > Step-Entries
    display " "
    display "Steps run: " Ran-Count ", skipped as already done: "
        Skipped-Count
    if Stream-Stopped
        display "STREAM STOPPED at step "
            Entry-Step-Number(Stopped-At-Index) " "
            function trim(Entry-Step-Name(Stopped-At-Index))
            "; put it right and run the stream again - finished "
            "steps will be skipped"
    else
        display "Stream complete for " Business-Date
    end-if.
EndPrintRunSummary.

PrintOneStepSummary.
    display Entry-Step-Number(Step-Index) "  "
        Entry-Step-Name(Step-Index) " "
        Entry-Step-Feed(Step-Index) " "
        Entry-This-Run(Step-Index) " "
        Entry-Outcome(Step-Index) " "
        Entry-Return-Code(Step-Index) " "
        Entry-Started-At(Step-Index)(1:14) " "
        Entry-Ended-At(Step-Index)(1:14).
EndPrintOneStepSummary.

end program NightlyJobStream.
