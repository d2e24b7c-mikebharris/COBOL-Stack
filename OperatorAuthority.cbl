identification division.
program-id. OperatorAuthority.

*> Decides whether an operator may do what they have asked a console
*> to do.  StackInquiry, QueueInquiry, CheckpointRecovery and the
*> orphan purge in StackPreflightCheck used to take whatever was
*> typed at "Operator id:" on trust; now each of them asks this
*> program first, so the rules live in one place.
*>
*> The operator file, OPERATRS, lists everyone authorised to use the
*> consoles, one per line:
*>     Operator-Id   - 8 characters, as typed at the prompt
*>     Operator-Role - B browse only
*>                     R repair: browse, delete, move, drain
*>                     P recovery and purge: everything above, plus
*>                       checkpoint generation recovery, the
*>                       preflight orphan purge, and stack
*>                       configuration maintenance
*>     Operator-Name - 30 characters, for the reader of the file
*> The roles are cumulative.  An operator missing from the file, or
*> a missing file, is refused everything: an unlisted id is exactly
*> the case this is here to stop.  If an id is listed twice the last
*> line wins.
*>
*> Draining a stack to the print file and recovering a checkpoint
*> generation can also be made to need a second operator.  The
*> one-line file OPERCTL switches this on: "Y" in column 1 for the
*> drain, "Y" in column 2 for generation recovery.  With no OPERCTL,
*> or anything but "Y", one operator is enough.  The console asks for
*> the approving operator's id; the approver must be a different
*> operator who could have done the action themselves.
*>
*> Function, passed in Authority-Function:
*>     Check - may Authority-Operator-Id do Authority-Action?
*>             Actions are Browse, Repair, Drain, Recover, Purge and
*>             Configure.
*>             Authority-Reply(1:1) comes back
*>                 Y - yes
*>                 A - yes, once a second operator has approved
*>                 N - no
*>             and Authority-Reply(2:1) the operator's role, or a
*>             space for an operator not in the file.
*> The files are read on the first call in a run unit and kept.

environment division.
input-output section.
file-control.
    select OperatorFile assign to "OPERATRS"
        organization is line sequential
        file status is Operator-File-Status.
    select OperatorControlFile assign to "OPERCTL"
        organization is line sequential
        file status is Operator-Control-File-Status.

data division.
file section.
fd  OperatorFile.
    01 Operator-Record.
        02 Operator-Id pic x(8).
        02 Operator-Role pic x.
        02 Operator-Name pic x(30).

fd  OperatorControlFile.
    01 Operator-Control-Record.
        02 Control-Drain-Approval pic x.
        02 Control-Recover-Approval pic x.

working-storage section.
    01 Operator-File-Status pic xx.
    01 Operator-Control-File-Status pic xx.
    01 Authority-Loaded pic x value "N".
    01 Operator-Switches.
        02 Operator-EOF-Switch pic x value "N".
            88 Operator-At-End value "Y".

    01 Operator-Table.
        02 Operator-Entry occurs 1 to 200 times indexed by Operator-Index.
            03 Entry-Operator-Id pic x(8) value spaces.
            03 Entry-Operator-Role pic x value spaces.
    01 Operator-Entries pic 9(3) value zero.
    01 Current-Operator-Index pic 9(3) value zero.
    01 Wanted-Operator-Id pic x(8) value spaces.
    01 Operator-Table-Switches.
        02 Operator-Table-Full-Switch pic x value "N".
            88 Operator-Table-Full value "Y".

    01 Drain-Needs-Approval pic x value "N".
    01 Recover-Needs-Approval pic x value "N".

*> Roles and actions as ranks, so "may do" is a single comparison.
    01 Operator-Rank pic 9 value zero.
    01 Needed-Rank pic 9 value zero.
    01 Action-Needs-Approval pic x value "N".

linkage section.
    01 Authority-Function pic x any length.
    01 Authority-Operator-Id pic x(8).
    01 Authority-Action pic x any length.
    01 Authority-Reply pic x(2).

procedure division using Authority-Function, Authority-Operator-Id,
        Authority-Action, Authority-Reply.

    perform EnsureAuthorityIsLoaded thru EndEnsureAuthorityIsLoaded

    evaluate function trim(Authority-Function)
        when "Check"
            perform CheckOperatorAction thru EndCheckOperatorAction
    end-evaluate

    goback.

EnsureAuthorityIsLoaded.
    if Authority-Loaded = "N"
        move "Y" to Authority-Loaded
        perform LoadOperatorFile thru EndLoadOperatorFile
        perform LoadOperatorControl thru EndLoadOperatorControl
    end-if.
EndEnsureAuthorityIsLoaded.

LoadOperatorFile.
    move zero to Operator-Entries
    move "N" to Operator-EOF-Switch
    open input OperatorFile
    if Operator-File-Status = "00"
        read OperatorFile
            at end set Operator-At-End to true
        end-read
        perform KeepOneOperator thru EndKeepOneOperator
            until Operator-At-End
        close OperatorFile
    end-if.
EndLoadOperatorFile.

*> Lines with a role other than B, R or P are passed over, so a
*> mistyped role grants nothing.
KeepOneOperator.
    if Operator-Id not = spaces
        and (Operator-Role = "B" or "R" or "P")
        move Operator-Id to Wanted-Operator-Id
        perform LocateOperator thru EndLocateOperator
        if Current-Operator-Index = zero
            if Operator-Entries < 200
                add 1 to Operator-Entries
                move Operator-Entries to Current-Operator-Index
                move Operator-Id
                    to Entry-Operator-Id(Current-Operator-Index)
            else
                if not Operator-Table-Full
                    set Operator-Table-Full to true
                    display "More than 200 operators in OPERATRS; "
                        "the rest are not authorised"
                end-if
            end-if
        end-if
        if Current-Operator-Index not = zero
            move Operator-Role
                to Entry-Operator-Role(Current-Operator-Index)
        end-if
    end-if
    read OperatorFile
        at end set Operator-At-End to true
    end-read.
EndKeepOneOperator.

LocateOperator.
    move zero to Current-Operator-Index
    perform MatchOneOperator thru EndMatchOneOperator
        varying Operator-Index from 1 by 1
        until Operator-Index > Operator-Entries.
EndLocateOperator.

MatchOneOperator.
    if Entry-Operator-Id(Operator-Index) = Wanted-Operator-Id
        set Current-Operator-Index to Operator-Index
    end-if.
EndMatchOneOperator.

LoadOperatorControl.
    move "N" to Drain-Needs-Approval
    move "N" to Recover-Needs-Approval
    open input OperatorControlFile
    if Operator-Control-File-Status = "00"
        read OperatorControlFile
            at end continue
            not at end
                if Control-Drain-Approval = "Y"
                    move "Y" to Drain-Needs-Approval
                end-if
                if Control-Recover-Approval = "Y"
                    move "Y" to Recover-Needs-Approval
                end-if
        end-read
        close OperatorControlFile
    end-if.
EndLoadOperatorControl.

CheckOperatorAction.
    move Authority-Operator-Id to Wanted-Operator-Id
    perform LocateOperator thru EndLocateOperator
    move zero to Operator-Rank
    move space to Authority-Reply(2:1)
    if Current-Operator-Index not = zero
        move Entry-Operator-Role(Current-Operator-Index)
            to Authority-Reply(2:1)
        evaluate Entry-Operator-Role(Current-Operator-Index)
            when "B" move 1 to Operator-Rank
            when "R" move 2 to Operator-Rank
            when "P" move 3 to Operator-Rank
        end-evaluate
    end-if

*> An action this program does not know needs more than any role.
    move "N" to Action-Needs-Approval
    evaluate function trim(Authority-Action)
        when "Browse"
            move 1 to Needed-Rank
        when "Repair"
            move 2 to Needed-Rank
        when "Drain"
            move 2 to Needed-Rank
            move Drain-Needs-Approval to Action-Needs-Approval
        when "Recover"
            move 3 to Needed-Rank
            move Recover-Needs-Approval to Action-Needs-Approval
        when "Purge"
            move 3 to Needed-Rank
        when "Configure"
            move 3 to Needed-Rank
        when other
            move 9 to Needed-Rank
    end-evaluate

    evaluate true
        when Operator-Rank = zero or Operator-Rank < Needed-Rank
            move "N" to Authority-Reply(1:1)
        when Action-Needs-Approval = "Y"
            move "A" to Authority-Reply(1:1)
        when other
            move "Y" to Authority-Reply(1:1)
    end-evaluate.
EndCheckOperatorAction.

end program OperatorAuthority.
