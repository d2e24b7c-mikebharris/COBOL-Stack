*> shared store exactly as any job's would, the repaired state is
*> checkpointed for the next restart, and the console writes its own
*> summary line to the audit trail carrying the operator id.
*>
*> The operator id is no longer taken on trust: OperatorAuthority
*> looks it up in the operator file, and an operator must hold at
*> least the browse role to see the stack at all, and the repair role
*> for a delete, a move or a drain.  Where the shop has asked for it,
*> a drain also needs a second, different operator entitled to drain
*> to approve it at the terminal; the approver is named on the MntDrain
*> summary line.  Anything refused is logged to the audit trail as a
*> "Refused" line with status "70", naming the operator, so attempts
*> above a role show up alongside the work itself.

environment division.
input-output section.
        access is dynamic
        record key is Shared-Key
        file status is Shared-File-Status.
    select StackPrintFile assign to "STACKPRT"
        organization is line sequential
        file status is Print-File-Status.
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Shared-Item-Value, ITEM-OCCURS by == ==.

fd  StackPrintFile.
    01 Print-Record.
        02 Print-Stack-Id pic x(8).

working-storage section.
01 Shared-File-Status pic xx.
*> The same layout Stack writes, with the operator id carried in an
*> extra field on the end; AuditTrail chains and writes it.
01 Audit-Record.
    02 Audit-Timestamp pic x(21).
    02 Audit-Stack-Id pic x(8).
    02 Audit-Command pic x(10).
    copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
        ITEM-NAME by Audit-Item-Value, ITEM-OCCURS by == ==.
    02 Audit-Status pic x(2).
    02 Audit-Depth pic 99.
    02 Audit-Operator pic x(8).
*> "Write" for a summary line on a stack this session holds, else
*> "Unowned".
01 Audit-Trail-Function pic x(7) value spaces.
01 Print-File-Status pic xx.
01 Operator-Id pic x(8) value spaces.
01 Stack-Id pic x(8) value spaces.
01 Action-Command pic x(10) value spaces.
01 Lock-File-Status pic xx.
01 Stack-Is-Locked pic x value "N".
*> What OperatorAuthority said about the operator and the action in
*> hand: "Y", "A" (yes, once approved) or "N", then the role.
01 Authority-Reply pic x(2) value spaces.
01 Action-Is-Authorised pic x value "Y".
01 Authority-Action pic x(10) value spaces.
01 Refused-Operator-Id pic x(8) value spaces.
01 Refused-Role pic x value space.
01 Approver-Id pic x(8) value spaces.
01 Approval-Given pic x value "N".

procedure division.
    display "Operator id: " with no advancing
    display "Stack Id to inquire on: " with no advancing
    accept Stack-Id

    move "Browse" to Authority-Action
    call "OperatorAuthority" using by content "Check",
        by content Operator-Id, by content Authority-Action,
        by reference Authority-Reply
    if Authority-Reply(1:1) = "N"
        move Operator-Id to Refused-Operator-Id
        move Authority-Reply(2:1) to Refused-Role
        perform RefuseAction thru EndRefuseAction
        stop run
    end-if

    open input StackSharedFile
    if Shared-File-Status = "00"
        perform InquireOnSharedStore thru EndInquireOnSharedStore
*> still standing from a browse or from the audit summary's Size
*> call is handed back on the way out.
    perform ReleaseSessionLocks thru EndReleaseSessionLocks
    stop run.

*> Reads the live picture of the stack straight off the shared
        "P=drain to print file, Q=quit"
    display "Action: " with no advancing
    accept Action-Choice
*> A job may have worked the stack while the menu was waiting, so
*> the stack's audit chain is picked up afresh for this round.
    call "AuditTrail" using by content "Forget", by content "STACKAUD",
        by content Stack-Id
*> Repairs are only for a stack no job currently owns, so each one
*> checks the lock file first: a standing lock means a running job,
*> and the repair is refused instead of quietly corrupting it.  The
*> flag is re-armed every round so a refusal cannot linger over a
*> later quit or mistyped choice.  The operator's role is checked
*> before the lock, so a refused operator learns nothing more.
    move "N" to Stack-Is-Locked
    move "Y" to Action-Is-Authorised
    if Action-Choice = "D" or "M" or "P"
        perform CheckActionAuthority thru EndCheckActionAuthority
    end-if
    if Action-Is-Authorised = "Y"
        and (Action-Choice = "D" or "M" or "P")
        perform CheckStackIsUnlocked thru EndCheckStackIsUnlocked
    end-if
    evaluate true
        when Action-Is-Authorised = "N"
            continue
        when Stack-Is-Locked = "Y"
            display "Stack " Stack-Id " is locked by run unit "
                Lock-Owner "; no repairs while a job owns it"
    end-evaluate.
EndAcceptMaintenanceAction.

CheckActionAuthority.
    if Action-Choice = "P"
        move "Drain" to Authority-Action
    else
        move "Repair" to Authority-Action
    end-if
    call "OperatorAuthority" using by content "Check",
        by content Operator-Id, by content Authority-Action,
        by reference Authority-Reply
    if Authority-Reply(1:1) = "N"
        move "N" to Action-Is-Authorised
        move Operator-Id to Refused-Operator-Id
        move Authority-Reply(2:1) to Refused-Role
        perform RefuseAction thru EndRefuseAction
    end-if.
EndCheckActionAuthority.

*> The second operator keys their own id at this terminal.  They must
*> be someone other than the operator at the console and be entitled
*> to do the action themselves; anything else is a refusal, logged
*> against the approver's id.
ObtainSecondApproval.
    move "N" to Approval-Given
    display "This needs a second operator's approval"
    display "Approving operator id: " with no advancing
    accept Approver-Id
    if Approver-Id = Operator-Id
        display "The approver must be a different operator"
    else
        call "OperatorAuthority" using by content "Check",
            by content Approver-Id, by content Authority-Action,
            by reference Authority-Reply
        if Authority-Reply(1:1) = "N"
            move Approver-Id to Refused-Operator-Id
            move Authority-Reply(2:1) to Refused-Role
            perform RefuseAction thru EndRefuseAction
        else
            move "Y" to Approval-Given
        end-if
    end-if.
EndObtainSecondApproval.

*> A missing lock file just means nothing has ever locked a stack.
CheckStackIsUnlocked.
    move "N" to Stack-Is-Locked
        display "Drain all " Action-Stack-Depth " item(s) of "
            Stack-Id " to the print file? (Y/N): " with no advancing
        accept Confirm-Answer
        move "Y" to Approval-Given
        move spaces to Approver-Id
        if Confirm-Answer = "Y" and Authority-Reply(1:1) = "A"
            perform ObtainSecondApproval thru EndObtainSecondApproval
        end-if
        if Confirm-Answer = "Y" and Approval-Given = "N"
            display "Not approved; the stack is untouched"
        end-if
        if Confirm-Answer = "Y" and Approval-Given = "Y"
*> The print file is the only copy the drained items will have, so
*> a drain never starts unless the file actually opened.
            open output StackPrintFile
                    by reference Stack-Status, by content Stack-Id
                move "MntDrain" to Action-Command
                move Drained-Item-Count to Action-Summary-Item
                if Approver-Id not = spaces
                    string Drained-Item-Count " approved by "
                        Approver-Id delimited by size
                        into Action-Summary-Item
                end-if
                perform WriteConsoleAuditRecord thru EndWriteConsoleAuditRecord
                display "Drained " Drained-Item-Count
                    " item(s); stack checkpointed"
            end-if
        end-if
        if Confirm-Answer not = "Y"
            display "Cancelled"
        end-if
    end-if
EndDrainOneItem.

*> One summary line per confirmed action, in the audit layout with
*> the operator id carried on the end.  The Size call takes the
*> stack's lock again after the closing Checkpoint, so the line goes
*> on the stack's own chain; should a job have taken the stack in
*> between, it is written as unowned instead.
WriteConsoleAuditRecord.
    move function current-date to Audit-Timestamp
    move Stack-Id to Audit-Stack-Id
    move Action-Command to Audit-Command
        move function numval(Item) to Audit-Depth
    end-if
    move Operator-Id to Audit-Operator
    move "Write" to Audit-Trail-Function
    if Stack-Status not = "00"
        move "Unowned" to Audit-Trail-Function
    end-if
    call "AuditTrail" using by content Audit-Trail-Function,
        by content "STACKAUD", by content Audit-Record.
EndWriteConsoleAuditRecord.

*> A refusal is written straight to the audit trail, without the
*> Size call a summary line makes: the stack is not touched, and the
*> depth is left at zero.  No lock is held, so the line is unowned.
RefuseAction.
    move spaces to Action-Summary-Item
    if Refused-Role = space
        string function trim(Authority-Action) " refused for "
            function trim(Refused-Operator-Id)
            ", not in the operator file"
            delimited by size into Action-Summary-Item
    else
        string function trim(Authority-Action) " refused for "
            function trim(Refused-Operator-Id) ", role "
            Refused-Role delimited by size into Action-Summary-Item
    end-if
    display "Refused: " function trim(Action-Summary-Item)
    move function current-date to Audit-Timestamp
    move Stack-Id to Audit-Stack-Id
    move "Refused" to Audit-Command
    move Action-Summary-Item to Audit-Item-Value
    move "70" to Audit-Status
    move zero to Audit-Depth
    move Operator-Id to Audit-Operator
    call "AuditTrail" using by content "Unowned", by content "STACKAUD",
        by content Audit-Record.
EndRefuseAction.

end program StackInquiry.
