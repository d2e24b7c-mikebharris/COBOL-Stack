*> The stack and queue checkpoints share one record shape; the
*> priority queue's carries its class and arrival number and is
*> copied through its own, wider, record.
*>
*> Overwriting the live checkpoint is the most drastic thing any
*> console here can do, so the operator must hold the recovery and
*> purge role in the operator file (OperatorAuthority decides), and
*> where the shop has switched it on a second, different operator
*> with the same role must approve at the terminal before anything
*> is copied.  A refusal is logged to the set's audit log as a
*> "Refused" line with status "70"; a completed recovery is logged
*> as "MntRecover", naming the generation, the operator and any
*> approver.  Both lines carry the checkpoint file's name where a
*> stack or queue id would be.

environment division.
input-output section.
    ITEM-NAME by Call-Item, ITEM-OCCURS by == ==.
01 Call-Status pic x(2) value spaces.
01 Call-Class pic 9 value zero.
01 Operator-Id pic x(8) value spaces.
01 Approver-Id pic x(8) value spaces.
01 Approval-Given pic x value "Y".
*> What OperatorAuthority said about the operator and the action in
*> hand: "Y", "A" (yes, once approved) or "N", then the role.
01 Authority-Reply pic x(2) value spaces.
01 Refused-Operator-Id pic x(8) value spaces.
01 Refused-Role pic x value space.
01 Audit-Log-Name pic x(8) value spaces.
*> The audit layout the consoles write.  The operator id goes at the
*> start of the tail in the stack and queue logs, and after the
*> class position in the priority queue's.
01 Audit-Record.
    02 Audit-Timestamp pic x(21).
    02 Audit-Target-Id pic x(8).
    02 Audit-Command pic x(10).
    copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
        ITEM-NAME by Audit-Item-Value, ITEM-OCCURS by == ==.
    02 Audit-Status pic x(2).
    02 Audit-Depth pic 99.
    02 Audit-Tail pic x(9).

procedure division.
    display "Operator id: " with no advancing
    accept Operator-Id
    display "Checkpoint set - S=stack, Q=queue, P=priority queue: "
        with no advancing
    accept Set-Choice
            move "STACKGEN" to Catalog-File-Name
            move "STACKCKP" to Live-File-Name
            move "Stack" to Set-Program
            move "STACKAUD" to Audit-Log-Name
        when "Q"
            move "QUEUEGEN" to Catalog-File-Name
            move "QUEUECKP" to Live-File-Name
            move "Queue" to Set-Program
            move "QUEUEAUD" to Audit-Log-Name
        when "P"
            move "PRTYQGEN" to Catalog-File-Name
            move "PRTYQCKP" to Live-File-Name
            move "PriorityQueue" to Set-Program
            move "PRTYQAUD" to Audit-Log-Name
        when other
            display "Unknown set " Set-Choice
            stop run
    end-evaluate

    call "OperatorAuthority" using by content "Check",
        by content Operator-Id, by content "Recover",
        by reference Authority-Reply
    if Authority-Reply(1:1) = "N"
        move Operator-Id to Refused-Operator-Id
        move Authority-Reply(2:1) to Refused-Role
        perform RefuseRecovery thru EndRefuseRecovery
        stop run
    end-if

    perform LoadCatalog thru EndLoadCatalog
    if Catalog-Entry-Count = zero
        display "No generations are catalogued for this set"
        stop run
    end-if

    if Authority-Reply(1:1) = "A"
        perform ObtainSecondApproval thru EndObtainSecondApproval
        if Approval-Given = "N"
            display "Not approved; the live checkpoint is untouched"
            stop run
        end-if
    end-if

    move Entry-Gen-Name(Chosen-Entry) to Generation-File-Name
    if Set-Choice = "P"
        perform CopyPriorityGenerationToLive
    end-if
    display "Restored " Copied-Count " item(s) from generation "
        Chosen-Entry
    perform WriteRecoveryAuditRecord thru EndWriteRecoveryAuditRecord
    stop run.

*> The second operator keys their own id at this terminal.  They must
*> be someone other than the operator at the console and be entitled
*> to recover a generation themselves; anything else is a refusal,
*> logged against the approver's id.
ObtainSecondApproval.
    move "N" to Approval-Given
    display "This needs a second operator's approval"
    display "Approving operator id: " with no advancing
    accept Approver-Id
    if Approver-Id = Operator-Id
        display "The approver must be a different operator"
    else
        call "OperatorAuthority" using by content "Check",
            by content Approver-Id, by content "Recover",
            by reference Authority-Reply
        if Authority-Reply(1:1) = "N"
            move Approver-Id to Refused-Operator-Id
            move Authority-Reply(2:1) to Refused-Role
            perform RefuseRecovery thru EndRefuseRecovery
        else
            move "Y" to Approval-Given
        end-if
    end-if.
EndObtainSecondApproval.

RefuseRecovery.
    move spaces to Audit-Item-Value
    if Refused-Role = space
        string "Recover refused for "
            function trim(Refused-Operator-Id)
            ", not in the operator file"
            delimited by size into Audit-Item-Value
    else
        string "Recover refused for "
            function trim(Refused-Operator-Id) ", role "
            Refused-Role delimited by size into Audit-Item-Value
    end-if
    display "Refused: " function trim(Audit-Item-Value)
    move "Refused" to Audit-Command
    move "70" to Audit-Status
    perform WriteConsoleAuditRecord thru EndWriteConsoleAuditRecord.
EndRefuseRecovery.

WriteRecoveryAuditRecord.
    move spaces to Audit-Item-Value
    if Approver-Id = spaces
        string "Generation " Entry-Gen-Stamp(Chosen-Entry)(1:14)
            delimited by size into Audit-Item-Value
    else
        string "Generation " Entry-Gen-Stamp(Chosen-Entry)(1:14)
            " approved by " Approver-Id
            delimited by size into Audit-Item-Value
    end-if
    move "MntRecover" to Audit-Command
    move "00" to Audit-Status
    perform WriteConsoleAuditRecord thru EndWriteConsoleAuditRecord.
EndWriteRecoveryAuditRecord.

*> Nothing locks the line's target, so it goes to AuditTrail as
*> unowned.
WriteConsoleAuditRecord.
    move function current-date to Audit-Timestamp
    move Live-File-Name to Audit-Target-Id
    move zero to Audit-Depth
    move spaces to Audit-Tail
    if Set-Choice = "P"
        move Operator-Id to Audit-Tail(2:8)
    else
        move Operator-Id to Audit-Tail(1:8)
    end-if
    call "AuditTrail" using by content "Unowned",
        by content Audit-Log-Name, by content Audit-Record.
EndWriteConsoleAuditRecord.

LoadCatalog.
    move zero to Catalog-Entry-Count
    move "N" to Catalog-EOF-Switch
