identification division.
program-id. StackConfigApply.

*> Brings the stack configuration file up to date with the changes
*> keyed into StackConfigMaintenance.  Every add, change and retire
*> is keyed with an effective date and filed in the pending-changes
*> file, STACKCFP; this program applies the ones whose date has
*> arrived to STACKCFG, so a capacity increase for month-end can be
*> keyed days ahead and still only take effect on the right night.
*> It runs at the top of the batch window, before StackPreflightCheck
*> and before any job's first Restore reads the profiles, and
*> StackConfigMaintenance calls it straight away for a change keyed
*> to take effect today.
*>
*> Due changes are applied oldest effective date first, and those
*> due on the same date in the order they were keyed, so a night
*> that catches up on several dates for one stack ends with the
*> latest-dated change in force.  An add or a
*> change replaces the stack's profile (or adds it, if the stack has
*> none); a retire removes it, so the stack goes back to the default
*> 50/reject profile.  STACKCFG is then rewritten in its original
*> order with one line per Stack-Id - a duplicate left by hand
*> editing is folded into the last one, the one Stack was honouring
*> anyway - and STACKCFP is rewritten holding only what is still to
*> come.
*>
*> Every applied change is written to the history file, STACKCFH,
*> with the profile before and after, the operator who keyed it and
*> when, its effective date and when it was applied.  The history
*> file is only ever extended.  A change is never applied without its
*> history, nor its history written for a change that did not take:
*> STACKCFH must open before anything is rewritten, and the history
*> lines are only written once STACKCFG has been rewritten cleanly.
*> If either file cannot be written, STACKCFP is left as it was, so
*> the changes are still there to apply once the file is seen to,
*> and the run ends with return code 8.

environment division.
input-output section.
file-control.
    select StackConfigFile assign to "STACKCFG"
        organization is line sequential
        file status is Config-File-Status.
    select PendingChangeFile assign to "STACKCFP"
        organization is line sequential
        file status is Pending-File-Status.
    select ConfigHistoryFile assign to "STACKCFH"
        organization is line sequential
        file status is History-File-Status.

data division.
file section.
fd  StackConfigFile.
    01 Config-Record.
        02 Config-Stack-Id pic x(8).
        02 Config-Capacity pic 9(4).
        02 Config-Policy pic x.
        02 Config-Max-Age-Hours pic 9(4).

*> One keyed change: the whole profile as it is to be from the
*> effective date on (only the Stack-Id matters for a retire).
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

fd  ConfigHistoryFile.
    01 History-Record.
        02 History-Applied-At pic x(21).
        02 History-Operator pic x(8).
        02 History-Action pic x(6).
        02 History-Effective-Date pic 9(8).
        02 History-Keyed-At pic x(21).
        02 History-Before pic x(17).
        02 History-After pic x(17).

working-storage section.
    01 Config-File-Status pic xx.
    01 Pending-File-Status pic xx.
    01 History-File-Status pic xx.
    01 Config-Switches.
        02 Config-EOF-Switch pic x value "N".
            88 Config-At-End value "Y".
    01 Pending-Switches.
        02 Pending-EOF-Switch pic x value "N".
            88 Pending-At-End value "Y".

    01 Today-Date pic 9(8) value zero.
    01 Applied-At pic x(21) value spaces.

*> The profiles as they stand, in file order.  A retired profile is
*> kept in the table, marked, and left out when the file is written.
    01 Profile-Table.
        02 Profile-Entry occurs 1 to 200 times indexed by Profile-Index.
            03 Profile-Line.
                04 Profile-Stack-Id pic x(8) value spaces.
                04 Profile-Capacity pic 9(4) value zero.
                04 Profile-Policy pic x value spaces.
                04 Profile-Max-Age-Hours pic 9(4) value zero.
            03 Profile-Is-Retired pic x value "N".
    01 Profile-Entries pic 9(3) value zero.
    01 Current-Profile-Index pic 9(3) value zero.
    01 Profile-Table-Switches.
        02 Profile-Table-Full-Switch pic x value "N".
            88 Profile-Table-Full value "Y".
    01 Wanted-Stack-Id pic x(8) value spaces.

*> The pending changes, in the order they were keyed.
    01 Change-Table.
        02 Change-Entry occurs 1 to 500 times indexed by Change-Index.
            03 Change-Line pic x(60) value spaces.
            03 Change-Is-Applied pic x value "N".
            03 Change-Before-Image pic x(17) value spaces.
    01 Change-Entries pic 9(3) value zero.
    01 Change-Table-Switches.
        02 Change-Table-Full-Switch pic x value "N".
            88 Change-Table-Full value "Y".

    01 Duplicate-Count pic 9(3) value zero.
    01 Applied-Count pic 9(3) value zero.
    01 Still-Pending-Count pic 9(3) value zero.
    01 Before-Image pic x(17) value spaces.
*> The changes applied this run, by their place in Change-Table, in
*> the order they were applied, for the history lines.
    01 Applied-Table.
        02 Applied-Change-Index pic 9(3) occurs 500 times
            indexed by Applied-Index.
*> "Y" once STACKCFH is open, "F" if it or STACKCFG could not be
*> written.
    01 Rewrite-State pic x value "N".
*> The effective date being applied: the oldest still to be applied
*> that has arrived.
    01 Next-Due-Date pic 9(8) value zero.
    01 Due-Date-Switches.
        02 Due-Dates-Done-Switch pic x value "N".
            88 Due-Dates-Done value "Y".

procedure division.
    move zero to Profile-Entries
    move zero to Change-Entries
    move zero to Duplicate-Count
    move zero to Applied-Count
    move zero to Still-Pending-Count
    move "N" to Profile-Table-Full-Switch
    move "N" to Change-Table-Full-Switch
    move "N" to Rewrite-State
    move zero to return-code
    move function current-date to Applied-At
    move Applied-At(1:8) to Today-Date

    perform LoadPendingChanges thru EndLoadPendingChanges
    if Change-Entries = zero
        display "Stack Config Apply: no changes pending"
    else
        perform LoadConfigProfiles thru EndLoadConfigProfiles
    end-if
*> Rewriting either file from a table that overflowed would lose the
*> lines that did not fit, so nothing is applied until it is seen to.
    if Change-Table-Full or Profile-Table-Full
        display "Stack Config Apply: nothing applied; STACKCFG and "
            "STACKCFP are left as they are"
    end-if
    if Change-Entries not = zero
        and not Change-Table-Full and not Profile-Table-Full
        move "N" to Due-Dates-Done-Switch
        perform ApplyChangesForNextDate thru EndApplyChangesForNextDate
            until Due-Dates-Done
        if Applied-Count not = zero
            perform OpenHistoryFile thru EndOpenHistoryFile
        end-if
        if Rewrite-State = "Y"
            perform RewriteConfigFile thru EndRewriteConfigFile
        end-if
        if Rewrite-State = "Y"
            perform WriteHistoryRecord thru EndWriteHistoryRecord
                varying Applied-Index from 1 by 1
                until Applied-Index > Applied-Count
            close ConfigHistoryFile
            perform RewritePendingFile thru EndRewritePendingFile
        end-if
        if Rewrite-State = "F"
            display "Stack Config Apply: nothing applied; STACKCFP is "
                "left as it is"
            move 8 to return-code
        else
            compute Still-Pending-Count = Change-Entries - Applied-Count
            display "Stack Config Apply: " Applied-Count
                " change(s) applied to STACKCFG, " Still-Pending-Count
                " still pending"
        end-if
    end-if
    goback.

LoadPendingChanges.
    move "N" to Pending-EOF-Switch
    open input PendingChangeFile
    if Pending-File-Status = "00"
        read PendingChangeFile
            at end set Pending-At-End to true
        end-read
        perform KeepOneChange thru EndKeepOneChange
            until Pending-At-End
        close PendingChangeFile
    end-if.
EndLoadPendingChanges.

KeepOneChange.
    if Change-Entries < 500
        add 1 to Change-Entries
        move Pending-Record to Change-Line(Change-Entries)
        move "N" to Change-Is-Applied(Change-Entries)
    else
        if not Change-Table-Full
            set Change-Table-Full to true
            display "Stack Config Apply: more than 500 pending "
                "changes"
        end-if
    end-if
    read PendingChangeFile
        at end set Pending-At-End to true
    end-read.
EndKeepOneChange.

LoadConfigProfiles.
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
EndLoadConfigProfiles.

*> A Stack-Id seen before replaces its earlier line in place.
KeepOneProfile.
    if Config-Stack-Id not = spaces
        move Config-Stack-Id to Wanted-Stack-Id
        perform LocateProfile thru EndLocateProfile
        if Current-Profile-Index not = zero
            add 1 to Duplicate-Count
        else
            perform AddProfileEntry thru EndAddProfileEntry
        end-if
        if Current-Profile-Index not = zero
            move Config-Record to Profile-Line(Current-Profile-Index)
        end-if
    end-if
    read StackConfigFile
        at end set Config-At-End to true
    end-read.
EndKeepOneProfile.

AddProfileEntry.
    if Profile-Entries < 200
        add 1 to Profile-Entries
        move Profile-Entries to Current-Profile-Index
        move "N" to Profile-Is-Retired(Current-Profile-Index)
    else
        if not Profile-Table-Full
            set Profile-Table-Full to true
            display "Stack Config Apply: more than 200 profiles "
                "in STACKCFG"
        end-if
    end-if.
EndAddProfileEntry.

LocateProfile.
    move zero to Current-Profile-Index
    perform MatchOneProfile thru EndMatchOneProfile
        varying Profile-Index from 1 by 1
        until Profile-Index > Profile-Entries.
EndLocateProfile.

MatchOneProfile.
    if Profile-Stack-Id(Profile-Index) = Wanted-Stack-Id
        and Profile-Is-Retired(Profile-Index) = "N"
        set Current-Profile-Index to Profile-Index
    end-if.
EndMatchOneProfile.

ApplyChangesForNextDate.
    move 99999999 to Next-Due-Date
    perform NoteOneDueDate thru EndNoteOneDueDate
        varying Change-Index from 1 by 1
        until Change-Index > Change-Entries
    if Next-Due-Date = 99999999
        set Due-Dates-Done to true
    else
        perform ApplyOneChange thru EndApplyOneChange
            varying Change-Index from 1 by 1
            until Change-Index > Change-Entries
    end-if.
EndApplyChangesForNextDate.

NoteOneDueDate.
    move Change-Line(Change-Index) to Pending-Record
    if Change-Is-Applied(Change-Index) = "N"
        and Pending-Effective-Date not > Today-Date
        and Pending-Effective-Date < Next-Due-Date
        move Pending-Effective-Date to Next-Due-Date
    end-if.
EndNoteOneDueDate.

ApplyOneChange.
    move Change-Line(Change-Index) to Pending-Record
    if Change-Is-Applied(Change-Index) = "N"
        and Pending-Effective-Date = Next-Due-Date
        move Pending-Stack-Id to Wanted-Stack-Id
        perform LocateProfile thru EndLocateProfile
        move spaces to Before-Image
        if Current-Profile-Index not = zero
            move Profile-Line(Current-Profile-Index) to Before-Image
        end-if
        if function trim(Pending-Action) = "Retire"
            if Current-Profile-Index not = zero
                move "Y" to Profile-Is-Retired(Current-Profile-Index)
            end-if
        else
            if Current-Profile-Index = zero
                perform AddProfileEntry thru EndAddProfileEntry
            end-if
            if Current-Profile-Index not = zero
                move Pending-Profile to Profile-Line(Current-Profile-Index)
            end-if
        end-if
        move "Y" to Change-Is-Applied(Change-Index)
        move Before-Image to Change-Before-Image(Change-Index)
        add 1 to Applied-Count
        set Applied-Change-Index(Applied-Count) to Change-Index
    end-if.
EndApplyOneChange.

OpenHistoryFile.
    open extend ConfigHistoryFile
    if History-File-Status not = "00"
        open output ConfigHistoryFile
    end-if
    if History-File-Status = "00"
        move "Y" to Rewrite-State
    else
        display "Stack Config Apply: STACKCFH could not be opened, "
            "status " History-File-Status
        move "F" to Rewrite-State
    end-if.
EndOpenHistoryFile.

*> One line per applied change, in the order they were applied.
WriteHistoryRecord.
    set Change-Index to Applied-Change-Index(Applied-Index)
    move Change-Line(Change-Index) to Pending-Record
    move Change-Before-Image(Change-Index) to Before-Image
    move Applied-At to History-Applied-At
    move Pending-Operator to History-Operator
    move Pending-Action to History-Action
    move Pending-Effective-Date to History-Effective-Date
    move Pending-Keyed-At to History-Keyed-At
    move Before-Image to History-Before
    if function trim(Pending-Action) = "Retire"
        move spaces to History-After
    else
        move Pending-Profile to History-After
    end-if
    write History-Record
    if History-File-Status not = "00"
        display "Stack Config Apply: STACKCFH write failed, status "
            History-File-Status
        move 8 to return-code
    end-if.
EndWriteHistoryRecord.

*> A STACKCFG that will not open leaves the history file unwritten
*> and the pending changes where they are.
RewriteConfigFile.
    open output StackConfigFile
    if Config-File-Status not = "00"
        display "Stack Config Apply: STACKCFG could not be opened for "
            "rewriting, status " Config-File-Status
        close ConfigHistoryFile
        move "F" to Rewrite-State
    else
        perform WriteOneProfile thru EndWriteOneProfile
            varying Profile-Index from 1 by 1
            until Profile-Index > Profile-Entries
        close StackConfigFile
    end-if
    if Rewrite-State = "Y"
        and Duplicate-Count not = zero
        display "Stack Config Apply: " Duplicate-Count
            " duplicate profile line(s) folded into the last one"
    end-if.
EndRewriteConfigFile.

WriteOneProfile.
    if Profile-Is-Retired(Profile-Index) = "N"
        move Profile-Line(Profile-Index) to Config-Record
        write Config-Record
    end-if.
EndWriteOneProfile.

*> Should STACKCFP not open, the applied changes stay in it and would
*> be applied again; the run is failed so that is seen to first.
RewritePendingFile.
    open output PendingChangeFile
    if Pending-File-Status not = "00"
        display "Stack Config Apply: STACKCFP could not be rewritten, "
            "status " Pending-File-Status "; remove the changes "
            "applied above from it before the next run"
        move 8 to return-code
    else
        perform WriteOneStillPending thru EndWriteOneStillPending
            varying Change-Index from 1 by 1
            until Change-Index > Change-Entries
        close PendingChangeFile
    end-if.
EndRewritePendingFile.

WriteOneStillPending.
    if Change-Is-Applied(Change-Index) = "N"
        move Change-Line(Change-Index) to Pending-Record
        write Pending-Record
    end-if.
EndWriteOneStillPending.

end program StackConfigApply.
