identification division.
program-id. StackConfigMaintenance.

*> The maintenance console for the stack configuration file, STACKCFG,
*> which used to be kept with a text editor - and whose slips only
*> came to light the next night, in StackPreflightCheck's findings.
*> Like the inquiry consoles this runs as an ordinary batch-initiated
*> terminal session.  The operator must hold the recovery and purge
*> role in the operator file (OperatorAuthority decides); anyone else
*> is refused, and the refusal is logged to STACKAUD as a "Refused"
*> line with status "70" and "*CONFIG*" where a Stack-Id would be.
*>
*> The current profiles and any changes still waiting for their
*> effective date are listed, then the operator can:
*>     A - add a profile for a Stack-Id that has none
*>     C - change a profile's capacity, policy or maximum age
*>     R - retire a profile, returning the stack to the default
*>         50/reject profile
*>     L - list the profiles and waiting changes again
*>     Q - finish
*> Each field is checked as it is keyed and asked for again until it
*> is right:
*>     capacity - 1 to 1000
*>     policy   - R or S, and a capacity over 50 only under S, since
*>                memory alone stops at 50
*>     max age  - 0 to 9999 hours, 0 meaning never expire
*> A Stack-Id that already has a profile, or an add waiting, cannot
*> be added again, and no add is taken once 20 profiles stand or are
*> waiting, since Stack only honours the first 20.  When a new
*> capacity - or the default 50 a retire leaves - is below the
*> number of items the stack holds in the shared store now, the
*> operator is warned before confirming.  On a change a blank answer
*> keeps the field as it is.
*>
*> Every change needs an effective date, today's by default, and an
*> explicit Y confirmation; a change or retire cannot be dated
*> before an add or change already waiting for the same stack.  It
*> is filed in the pending-changes file, STACKCFP, with the operator
*> id and the time it was keyed; one due today is applied to
*> STACKCFG at once by calling StackConfigApply, which also writes
*> the before-and-after history, and a later one waits for the
*> StackConfigApply run at the top of that night's batch window.

environment division.
input-output section.
file-control.
    select StackConfigFile assign to "STACKCFG"
        organization is line sequential
        file status is Config-File-Status.
    select PendingChangeFile assign to "STACKCFP"
        organization is line sequential
        file status is Pending-File-Status.
    select StackSharedFile assign to "STACKSHR"
        organization is indexed
        access is dynamic
        record key is Shared-Key
        file status is Shared-File-Status.

data division.
file section.
fd  StackConfigFile.
    01 Config-Record.
        02 Config-Stack-Id pic x(8).
        02 Config-Capacity pic 9(4).
        02 Config-Policy pic x.
        02 Config-Max-Age-Hours pic 9(4).

*> The same layout StackConfigApply reads.
fd  PendingChangeFile.
    01 Pending-Record.
        02 Pending-Effective-Date pic 9(8).
        02 Pending-Action pic x(6).
        02 Pending-Profile.
            03 Pending-Stack-Id pic x(8).
            03 Pending-Capacity pic 9(4).
            03 Pending-Policy pic x.
            03 Pending-Max-Age-Hours pic 9(4).
        02 Pending-Operator pic x(8).
        02 Pending-Keyed-At pic x(21).

fd  StackSharedFile.
    01 Shared-Record.
        02 Shared-Key.
            03 Shared-Stack-Id pic x(8).
            03 Shared-Position pic 9(4).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Shared-Item-Value, ITEM-OCCURS by == ==.

working-storage section.
01 Config-File-Status pic xx.
01 Pending-File-Status pic xx.
01 Shared-File-Status pic xx.
01 Config-Switches.
    02 Config-EOF-Switch pic x value "N".
        88 Config-At-End value "Y".
01 Pending-Switches.
    02 Pending-EOF-Switch pic x value "N".
        88 Pending-At-End value "Y".
01 Shared-Switches.
    02 Shared-EOF-Switch pic x value "N".
        88 Shared-At-End value "Y".

01 Operator-Id pic x(8) value spaces.
*> What OperatorAuthority said about the operator: "Y" or "N", then
*> the role.
01 Authority-Reply pic x(2) value spaces.
*> The audit layout the consoles write, operator id on the end.
01 Audit-Record.
    02 Audit-Timestamp pic x(21).
    02 Audit-Stack-Id pic x(8).
    02 Audit-Command pic x(10).
    copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
        ITEM-NAME by Audit-Item-Value, ITEM-OCCURS by == ==.
    02 Audit-Status pic x(2).
    02 Audit-Depth pic 99.
    02 Audit-Operator pic x(8).

*> The profiles standing in STACKCFG, last line per Stack-Id winning
*> as it does in Stack.
01 Profile-Table.
    02 Profile-Entry occurs 1 to 200 times indexed by Profile-Index.
        03 Profile-Stack-Id pic x(8) value spaces.
        03 Profile-Capacity pic 9(4) value zero.
        03 Profile-Policy pic x value spaces.
        03 Profile-Max-Age-Hours pic 9(4) value zero.
01 Profile-Entries pic 9(3) value zero.
01 Current-Profile-Index pic 9(3) value zero.

*> The changes keyed but not yet applied.
01 Waiting-Table.
    02 Waiting-Entry occurs 1 to 500 times indexed by Waiting-Index.
        03 Waiting-Effective-Date pic 9(8) value zero.
        03 Waiting-Action pic x(6) value spaces.
        03 Waiting-Stack-Id pic x(8) value spaces.
        03 Waiting-Capacity pic 9(4) value zero.
        03 Waiting-Policy pic x value spaces.
        03 Waiting-Max-Age-Hours pic 9(4) value zero.
        03 Waiting-Operator pic x(8) value spaces.
01 Waiting-Entries pic 9(3) value zero.
01 Waiting-Add-Count pic 9(3) value zero.
01 Current-Waiting-Index pic 9(3) value zero.

01 Wanted-Stack-Id pic x(8) value spaces.
01 Today-Date pic 9(8) value zero.
01 Keyed-At pic x(21) value spaces.

01 Action-Choice pic x value spaces.
01 Confirm-Answer pic x value spaces.
*> "Y" once the change is safely in STACKCFP.
01 Change-Was-Filed pic x value "N".
01 Field-Answer pic x(8) value spaces.
01 Field-Is-Valid pic x value "N".
01 Field-Value pic s9(9)v9(4) value zero.
01 Is-Change pic x value "N".

*> The profile being keyed.
01 New-Stack-Id pic x(8) value spaces.
01 New-Capacity pic 9(4) value zero.
01 New-Policy pic x value spaces.
01 New-Max-Age-Hours pic 9(4) value zero.
01 New-Effective-Date pic 9(8) value zero.
01 New-Action pic x(6) value spaces.
01 Stack-Id-Is-Usable pic x value "N".
01 Current-Depth pic 9(4) value zero.

procedure division.
    display "Operator id: " with no advancing
    accept Operator-Id
    call "OperatorAuthority" using by content "Check",
        by content Operator-Id, by content "Configure",
        by reference Authority-Reply
    if Authority-Reply(1:1) not = "Y"
        perform RefuseOperator thru EndRefuseOperator
        stop run
    end-if

    perform LoadConfigAndWaiting thru EndLoadConfigAndWaiting
    perform ListConfigAndWaiting thru EndListConfigAndWaiting

    perform AcceptMaintenanceAction thru EndAcceptMaintenanceAction
        until Action-Choice = "Q"
    stop run.

*> Nothing locks "*CONFIG*", so the refusal goes to AuditTrail as
*> unowned.
RefuseOperator.
    move spaces to Audit-Item-Value
    if Authority-Reply(2:1) = space
        string "Configure refused for " function trim(Operator-Id)
            ", not in the operator file"
            delimited by size into Audit-Item-Value
    else
        string "Configure refused for " function trim(Operator-Id)
            ", role " Authority-Reply(2:1)
            delimited by size into Audit-Item-Value
    end-if
    display "Refused: " function trim(Audit-Item-Value)
    move function current-date to Audit-Timestamp
    move "*CONFIG*" to Audit-Stack-Id
    move "Refused" to Audit-Command
    move "70" to Audit-Status
    move zero to Audit-Depth
    move Operator-Id to Audit-Operator
    call "AuditTrail" using by content "Unowned", by content "STACKAUD",
        by content Audit-Record.
EndRefuseOperator.

*> Read afresh at the start and after every change applied, so the
*> duplicate checks always see what is really on file.
LoadConfigAndWaiting.
    move function current-date to Keyed-At
    move Keyed-At(1:8) to Today-Date
    move zero to Profile-Entries
    move "N" to Config-EOF-Switch
    open input StackConfigFile
    if Config-File-Status = "00"
        read StackConfigFile
            at end set Config-At-End to true
        end-read
        perform KeepOneProfile thru EndKeepOneProfile
            until Config-At-End
        close StackConfigFile
    end-if
    move zero to Waiting-Entries
    move zero to Waiting-Add-Count
    move "N" to Pending-EOF-Switch
    open input PendingChangeFile
    if Pending-File-Status = "00"
        read PendingChangeFile
            at end set Pending-At-End to true
        end-read
        perform KeepOneWaitingChange thru EndKeepOneWaitingChange
            until Pending-At-End
        close PendingChangeFile
    end-if.
EndLoadConfigAndWaiting.

KeepOneProfile.
    if Config-Stack-Id not = spaces
        move Config-Stack-Id to Wanted-Stack-Id
        perform LocateProfile thru EndLocateProfile
        if Current-Profile-Index = zero and Profile-Entries < 200
            add 1 to Profile-Entries
            move Profile-Entries to Current-Profile-Index
        end-if
        if Current-Profile-Index not = zero
            move Config-Stack-Id
                to Profile-Stack-Id(Current-Profile-Index)
            move Config-Capacity
                to Profile-Capacity(Current-Profile-Index)
            move Config-Policy to Profile-Policy(Current-Profile-Index)
            move Config-Max-Age-Hours
                to Profile-Max-Age-Hours(Current-Profile-Index)
        end-if
    end-if
    read StackConfigFile
        at end set Config-At-End to true
    end-read.
EndKeepOneProfile.

KeepOneWaitingChange.
    if Waiting-Entries < 500
        add 1 to Waiting-Entries
        move Pending-Effective-Date
            to Waiting-Effective-Date(Waiting-Entries)
        move Pending-Action to Waiting-Action(Waiting-Entries)
        move Pending-Stack-Id to Waiting-Stack-Id(Waiting-Entries)
        move Pending-Capacity to Waiting-Capacity(Waiting-Entries)
        move Pending-Policy to Waiting-Policy(Waiting-Entries)
        move Pending-Max-Age-Hours
            to Waiting-Max-Age-Hours(Waiting-Entries)
        move Pending-Operator to Waiting-Operator(Waiting-Entries)
        if function trim(Pending-Action) = "Add"
            add 1 to Waiting-Add-Count
        end-if
    end-if
    read PendingChangeFile
        at end set Pending-At-End to true
    end-read.
EndKeepOneWaitingChange.

LocateProfile.
    move zero to Current-Profile-Index
    perform MatchOneProfile thru EndMatchOneProfile
        varying Profile-Index from 1 by 1
        until Profile-Index > Profile-Entries.
EndLocateProfile.

MatchOneProfile.
    if Profile-Stack-Id(Profile-Index) = Wanted-Stack-Id
        set Current-Profile-Index to Profile-Index
    end-if.
EndMatchOneProfile.

*> Finds the latest add or change waiting for the Stack-Id; a
*> waiting retire clears it again.
LocateWaitingProfile.
    move zero to Current-Waiting-Index
    perform MatchOneWaitingChange thru EndMatchOneWaitingChange
        varying Waiting-Index from 1 by 1
        until Waiting-Index > Waiting-Entries.
EndLocateWaitingProfile.

MatchOneWaitingChange.
    if Waiting-Stack-Id(Waiting-Index) = Wanted-Stack-Id
        if function trim(Waiting-Action(Waiting-Index)) = "Retire"
            move zero to Current-Waiting-Index
        else
            set Current-Waiting-Index to Waiting-Index
        end-if
    end-if.
EndMatchOneWaitingChange.

ListConfigAndWaiting.
    display " "
    if Profile-Entries = zero
        display "STACKCFG holds no profiles; every stack runs on the "
            "default 50/reject profile"
    else
        display "Profiles in STACKCFG:"
        display "  Stack-Id Capacity Policy Max-age-hours"
        perform ListOneProfile thru EndListOneProfile
            varying Profile-Index from 1 by 1
            until Profile-Index > Profile-Entries
    end-if
    if Waiting-Entries not = zero
        display "Changes waiting for their effective date:"
        display "  Effective Action Stack-Id Capacity Policy "
            "Max-age-hours Operator"
        perform ListOneWaitingChange thru EndListOneWaitingChange
            varying Waiting-Index from 1 by 1
            until Waiting-Index > Waiting-Entries
    end-if.
EndListConfigAndWaiting.

ListOneProfile.
    display "  " Profile-Stack-Id(Profile-Index) " "
        Profile-Capacity(Profile-Index) "     "
        Profile-Policy(Profile-Index) "      "
        Profile-Max-Age-Hours(Profile-Index).
EndListOneProfile.

ListOneWaitingChange.
    display "  " Waiting-Effective-Date(Waiting-Index) "  "
        Waiting-Action(Waiting-Index) " "
        Waiting-Stack-Id(Waiting-Index) " "
        Waiting-Capacity(Waiting-Index) "     "
        Waiting-Policy(Waiting-Index) "      "
        Waiting-Max-Age-Hours(Waiting-Index) "          "
        Waiting-Operator(Waiting-Index).
EndListOneWaitingChange.

AcceptMaintenanceAction.
    display " "
    display "Maintenance: A=add profile, C=change profile, "
        "R=retire profile, L=list, Q=quit"
    display "Action: " with no advancing
    accept Action-Choice
    evaluate Action-Choice
        when "A" perform AddProfile thru EndAddProfile
        when "C" perform ChangeProfile thru EndChangeProfile
        when "R" perform RetireProfile thru EndRetireProfile
        when "L" perform ListConfigAndWaiting
                     thru EndListConfigAndWaiting
        when "Q" continue
        when other display "Unknown action " Action-Choice
    end-evaluate.
EndAcceptMaintenanceAction.

AddProfile.
    move "Add" to New-Action
    move "N" to Is-Change
    move "N" to Stack-Id-Is-Usable
    display "Stack-Id to add: " with no advancing
    accept New-Stack-Id
    move New-Stack-Id to Wanted-Stack-Id
    perform LocateProfile thru EndLocateProfile
    perform LocateWaitingProfile thru EndLocateWaitingProfile
    evaluate true
        when New-Stack-Id = spaces
            display "A Stack-Id is needed"
        when Current-Profile-Index not = zero
            display "Stack " New-Stack-Id " already has a profile; "
                "use C to change it"
        when Current-Waiting-Index not = zero
            display "Stack " New-Stack-Id " already has a change "
                "waiting for " Waiting-Effective-Date(Current-Waiting-Index)
                "; use C to change it"
        when Profile-Entries + Waiting-Add-Count not less than 20
            display "20 profiles stand or are waiting, and Stack "
                "only honours the first 20; retire one first"
        when other
            move "Y" to Stack-Id-Is-Usable
    end-evaluate
    if Stack-Id-Is-Usable = "Y"
        move zero to New-Capacity
        move space to New-Policy
        move zero to New-Max-Age-Hours
        perform AcceptProfileFields thru EndAcceptProfileFields
        perform ConfirmAndFileChange thru EndConfirmAndFileChange
    end-if.
EndAddProfile.

*> A stack whose add is still waiting can be changed too; the
*> change starts from the waiting values.
ChangeProfile.
    move "Change" to New-Action
    move "Y" to Is-Change
    display "Stack-Id to change: " with no advancing
    accept New-Stack-Id
    move New-Stack-Id to Wanted-Stack-Id
    perform LocateProfile thru EndLocateProfile
    perform LocateWaitingProfile thru EndLocateWaitingProfile
    evaluate true
        when Current-Waiting-Index not = zero
            move Waiting-Capacity(Current-Waiting-Index)
                to New-Capacity
            move Waiting-Policy(Current-Waiting-Index) to New-Policy
            move Waiting-Max-Age-Hours(Current-Waiting-Index)
                to New-Max-Age-Hours
        when Current-Profile-Index not = zero
            move Profile-Capacity(Current-Profile-Index)
                to New-Capacity
            move Profile-Policy(Current-Profile-Index) to New-Policy
            move Profile-Max-Age-Hours(Current-Profile-Index)
                to New-Max-Age-Hours
    end-evaluate
    if Current-Profile-Index = zero and Current-Waiting-Index = zero
        display "Stack " New-Stack-Id " has no profile to change"
    else
        display "Now: capacity " New-Capacity ", policy " New-Policy
            ", max age " New-Max-Age-Hours " hours"
        display "(a blank answer keeps the field as it is)"
        perform AcceptProfileFields thru EndAcceptProfileFields
        perform ConfirmAndFileChange thru EndConfirmAndFileChange
    end-if.
EndChangeProfile.

RetireProfile.
    move "Retire" to New-Action
    display "Stack-Id to retire: " with no advancing
    accept New-Stack-Id
    move New-Stack-Id to Wanted-Stack-Id
    perform LocateProfile thru EndLocateProfile
    perform LocateWaitingProfile thru EndLocateWaitingProfile
    if Current-Profile-Index = zero and Current-Waiting-Index = zero
        display "Stack " New-Stack-Id " has no profile to retire"
    else
        move 50 to New-Capacity
        move "R" to New-Policy
        move zero to New-Max-Age-Hours
        perform WarnIfBelowCurrentDepth thru EndWarnIfBelowCurrentDepth
        perform AcceptEffectiveDate thru EndAcceptEffectiveDate
        move zero to New-Capacity
        move space to New-Policy
        perform ConfirmAndFileChange thru EndConfirmAndFileChange
    end-if.
EndRetireProfile.

AcceptProfileFields.
    move "N" to Field-Is-Valid
    perform AcceptCapacity thru EndAcceptCapacity
        until Field-Is-Valid = "Y"
    perform WarnIfBelowCurrentDepth thru EndWarnIfBelowCurrentDepth
    move "N" to Field-Is-Valid
    perform AcceptPolicy thru EndAcceptPolicy
        until Field-Is-Valid = "Y"
    move "N" to Field-Is-Valid
    perform AcceptMaxAge thru EndAcceptMaxAge
        until Field-Is-Valid = "Y"
    perform AcceptEffectiveDate thru EndAcceptEffectiveDate.
EndAcceptProfileFields.

AcceptCapacity.
    display "Capacity (1-1000): " with no advancing
    accept Field-Answer
*> A blank keeps the capacity only if it is a good one: a hand-keyed
*> line of zero has to be given a real capacity now.
    evaluate true
        when Field-Answer = spaces and Is-Change = "Y"
                and New-Capacity >= 1 and New-Capacity <= 1000
            move "Y" to Field-Is-Valid
        when Field-Answer = spaces
            display "A capacity is needed"
        when function test-numval(Field-Answer) not = zero
            display "Capacity must be a whole number from 1 to 1000"
        when other
            compute Field-Value = function numval(Field-Answer)
            if Field-Value < 1 or Field-Value > 1000
                or Field-Value not = function integer(Field-Value)
                display "Capacity must be a whole number from 1 to 1000"
            else
                move Field-Value to New-Capacity
                move "Y" to Field-Is-Valid
            end-if
    end-evaluate.
EndAcceptCapacity.

*> The capacity is already settled, so the over-50 rule is checked
*> here; a change that raises the capacity past 50 on a policy "R"
*> stack has to switch the policy in the same breath.
AcceptPolicy.
    display "Overflow policy (R=reject, S=spill): " with no advancing
    accept Field-Answer
    evaluate true
        when Field-Answer = spaces and Is-Change = "Y"
                and (New-Policy = "R" or New-Policy = "S")
            continue
        when Field-Answer = "R" or Field-Answer = "S"
            move Field-Answer to New-Policy
        when other
            move space to New-Policy
            display "Policy must be R or S"
    end-evaluate
    if New-Policy = "R" or New-Policy = "S"
        if New-Capacity > 50 and New-Policy not = "S"
            display "A capacity over 50 is only allowed under policy S"
        else
            move "Y" to Field-Is-Valid
        end-if
    end-if.
EndAcceptPolicy.

AcceptMaxAge.
    display "Maximum age in hours (0 = never expire): "
        with no advancing
    accept Field-Answer
    evaluate true
        when Field-Answer = spaces and Is-Change = "Y"
            move "Y" to Field-Is-Valid
        when Field-Answer = spaces
            move zero to New-Max-Age-Hours
            move "Y" to Field-Is-Valid
        when function test-numval(Field-Answer) not = zero
            display "Maximum age must be a whole number of hours, "
                "0 to 9999"
        when other
            compute Field-Value = function numval(Field-Answer)
            if Field-Value < 0 or Field-Value > 9999
                or Field-Value not = function integer(Field-Value)
                display "Maximum age must be a whole number of hours, "
                    "0 to 9999"
            else
                move Field-Value to New-Max-Age-Hours
                move "Y" to Field-Is-Valid
            end-if
    end-evaluate.
EndAcceptMaxAge.

*> Blank means today.  A date already past would take effect the
*> moment it was filed, which is what today is for.  A change or
*> retire for a stack with an add or change still waiting cannot be
*> dated before it: StackConfigApply applies in date order, so the
*> waiting one would take effect afterwards and undo this one.
AcceptEffectiveDate.
    move "N" to Field-Is-Valid
    perform AcceptOneEffectiveDate thru EndAcceptOneEffectiveDate
        until Field-Is-Valid = "Y".
EndAcceptEffectiveDate.

AcceptOneEffectiveDate.
    display "Effective date (YYYYMMDD, blank = today): "
        with no advancing
    accept Field-Answer
    evaluate true
        when Field-Answer = spaces
            move Today-Date to New-Effective-Date
            move "Y" to Field-Is-Valid
        when Field-Answer not numeric
            display "The date must be 8 digits, YYYYMMDD"
        when function test-date-yyyymmdd(function numval(Field-Answer))
                not = zero
            display "No such date: " Field-Answer
        when function numval(Field-Answer) < Today-Date
            display "The date cannot be before today, " Today-Date
        when other
            move Field-Answer to New-Effective-Date
            move "Y" to Field-Is-Valid
    end-evaluate
    if Field-Is-Valid = "Y"
        and Current-Waiting-Index not = zero
        if New-Effective-Date
                < Waiting-Effective-Date(Current-Waiting-Index)
            display "Stack " New-Stack-Id " has "
                function trim(Waiting-Action(Current-Waiting-Index))
                " waiting for "
                Waiting-Effective-Date(Current-Waiting-Index)
                "; this cannot take effect before it"
            move "N" to Field-Is-Valid
        end-if
    end-if.
EndAcceptOneEffectiveDate.

*> The shared store holds one record per position, spilled items
*> included, so counting the stack's records gives its depth now.
WarnIfBelowCurrentDepth.
    move zero to Current-Depth
    move "N" to Shared-EOF-Switch
    open input StackSharedFile
    if Shared-File-Status = "00"
        move New-Stack-Id to Shared-Stack-Id
        move zero to Shared-Position
        start StackSharedFile key not less than Shared-Key
            invalid key set Shared-At-End to true
        end-start
        perform CountOneSharedRecord thru EndCountOneSharedRecord
            until Shared-At-End
        close StackSharedFile
    end-if
    if Current-Depth > New-Capacity
        display "Warning: stack " New-Stack-Id " holds "
            Current-Depth " item(s) now, more than the capacity of "
            New-Capacity
    end-if.
EndWarnIfBelowCurrentDepth.

CountOneSharedRecord.
    read StackSharedFile next
        at end set Shared-At-End to true
    end-read
    if not Shared-At-End
        if Shared-Stack-Id not = New-Stack-Id
            set Shared-At-End to true
        else
            add 1 to Current-Depth
        end-if
    end-if.
EndCountOneSharedRecord.

ConfirmAndFileChange.
    if function trim(New-Action) = "Retire"
        display "Retire the profile of " New-Stack-Id
            " from " New-Effective-Date "? (Y/N): " with no advancing
    else
        display New-Action " " New-Stack-Id ": capacity "
            New-Capacity ", policy " New-Policy ", max age "
            New-Max-Age-Hours " hours, from " New-Effective-Date
            "? (Y/N): " with no advancing
    end-if
    accept Confirm-Answer
    if Confirm-Answer = "Y"
        perform FilePendingChange thru EndFilePendingChange
        evaluate true
            when Change-Was-Filed = "N"
                continue
            when New-Effective-Date = Today-Date
                call "StackConfigApply"
                if return-code = zero
                    display "Applied to STACKCFG"
                else
                    display "StackConfigApply failed, return code "
                        return-code "; see its messages above"
                end-if
            when other
                display "Filed; takes effect on " New-Effective-Date
        end-evaluate
        perform LoadConfigAndWaiting thru EndLoadConfigAndWaiting
    else
        display "Cancelled"
    end-if.
EndConfirmAndFileChange.

*> A pending-changes file that cannot be opened or written is said
*> so, and the change is neither applied nor reported as filed.
FilePendingChange.
    move "N" to Change-Was-Filed
    open extend PendingChangeFile
    if Pending-File-Status not = "00"
        open output PendingChangeFile
    end-if
    if Pending-File-Status = "00"
        move New-Effective-Date to Pending-Effective-Date
        move New-Action to Pending-Action
        move New-Stack-Id to Pending-Stack-Id
        move New-Capacity to Pending-Capacity
        move New-Policy to Pending-Policy
        move New-Max-Age-Hours to Pending-Max-Age-Hours
        move Operator-Id to Pending-Operator
        move function current-date to Pending-Keyed-At
        write Pending-Record
        if Pending-File-Status = "00"
            move "Y" to Change-Was-Filed
        else
            display "Not filed: STACKCFP could not be written, status "
                Pending-File-Status
        end-if
        close PendingChangeFile
    else
        display "Not filed: STACKCFP could not be opened, status "
            Pending-File-Status
    end-if.
EndFilePendingChange.

end program StackConfigMaintenance.
