*> shared store exactly as any job's would, the repaired state is
*> checkpointed for the next restart, and the console writes its own
*> summary line to the audit trail carrying the operator id.
*>
*> The operator id is no longer taken on trust: OperatorAuthority
*> looks it up in the operator file, and an operator must hold at
*> least the browse role to see the queue at all, and the repair role
*> for a delete or a move.  Anything refused is logged to the audit
*> trail as a "Refused" line with status "70", naming the operator,
*> exactly as StackInquiry logs its refusals.

environment division.
input-output section.
    select QueueCheckpointFile assign to "QUEUECKP"
        organization is sequential
        file status is Checkpoint-File-Status.

data division.
file section.
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Checkpoint-Item-Value, ITEM-OCCURS by == ==.

working-storage section.
01 Shared-File-Status pic xx.
01 Checkpoint-File-Status pic xx.
*> The same layout Queue writes, with the operator id carried in an
*> extra field on the end; AuditTrail chains and writes it.
01 Audit-Record.
    02 Audit-Timestamp pic x(21).
    02 Audit-Queue-Id pic x(8).
    02 Audit-Command pic x(10).
    copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
        ITEM-NAME by Audit-Item-Value, ITEM-OCCURS by == ==.
    02 Audit-Status pic x(2).
    02 Audit-Depth pic 99.
    02 Audit-Operator pic x(8).
01 Operator-Id pic x(8) value spaces.
01 Queue-Id pic x(8) value spaces.
copy "StackItem.cpy" replacing ITEM-LEVEL by 01,
01 Held-Item-Index pic 9(4) value zero.
01 Action-Summary-Item pic x(64) value spaces.
01 Action-Command pic x(10) value spaces.
*> What OperatorAuthority said about the operator and the action in
*> hand: "Y", "A" (yes, once approved) or "N", then the role.
01 Authority-Reply pic x(2) value spaces.
01 Action-Is-Authorised pic x value "Y".
01 Authority-Action pic x(10) value spaces.

procedure division.
    display "Operator id: " with no advancing
    display "Queue Id to inquire on: " with no advancing
    accept Queue-Id

    move "Browse" to Authority-Action
    call "OperatorAuthority" using by content "Check",
        by content Operator-Id, by content Authority-Action,
        by reference Authority-Reply
    if Authority-Reply(1:1) = "N"
        perform RefuseAction thru EndRefuseAction
        stop run
    end-if

    open input QueueSharedFile
    if Shared-File-Status = "00"
        perform InquireOnSharedStore thru EndInquireOnSharedStore
    perform AcceptMaintenanceAction thru EndAcceptMaintenanceAction
        until Action-Choice = "Q"

    stop run.

*> Reads the live picture of the queue straight off the shared
    display "Maintenance: D=delete item, M=move item, Q=quit"
    display "Action: " with no advancing
    accept Action-Choice
*> A job may have worked the queue while the menu was waiting, so
*> the queue's audit chain is picked up afresh for this round.
    call "AuditTrail" using by content "Forget", by content "QUEUEAUD",
        by content Queue-Id
    move "Y" to Action-Is-Authorised
    if Action-Choice = "D" or "M"
        perform CheckActionAuthority thru EndCheckActionAuthority
    end-if
    if Action-Is-Authorised = "N"
        move space to Action-Choice
    end-if
    evaluate Action-Choice
        when space continue
        when "D" perform DeleteItemAtPosition thru EndDeleteItemAtPosition
        when "M" perform MoveItemToOtherQueue thru EndMoveItemToOtherQueue
        when "Q" continue
    end-evaluate.
EndAcceptMaintenanceAction.

CheckActionAuthority.
    move "Repair" to Authority-Action
    call "OperatorAuthority" using by content "Check",
        by content Operator-Id, by content Authority-Action,
        by reference Authority-Reply
    if Authority-Reply(1:1) = "N"
        move "N" to Action-Is-Authorised
        perform RefuseAction thru EndRefuseAction
    end-if.
EndCheckActionAuthority.

AcceptActionPosition.
    display "Position (1 = front): " with no advancing
    accept Position-Answer
    else
        display "Move to queue: " with no advancing
        accept Target-Queue-Id
        call "AuditTrail" using by content "Forget",
            by content "QUEUEAUD", by content Target-Queue-Id
        display "Move " function trim(Held-Item(Action-Position))
            " from " Queue-Id " to " Target-Queue-Id "? (Y/N): "
            with no advancing
*> One summary line per confirmed action, in the audit layout with
*> the operator id carried on the end.
WriteConsoleAuditRecord.
    move function current-date to Audit-Timestamp
    move Queue-Id to Audit-Queue-Id
    move Action-Command to Audit-Command
    move "00" to Audit-Status
    compute Audit-Depth = Held-Item-Count - 1
    move Operator-Id to Audit-Operator
    call "AuditTrail" using by content "Write", by content "QUEUEAUD",
        by content Audit-Record.
EndWriteConsoleAuditRecord.

*> A refusal is written straight to the audit trail; the queue is not
*> touched, and the depth is left at zero.
RefuseAction.
    move spaces to Action-Summary-Item
    if Authority-Reply(2:1) = space
        string function trim(Authority-Action) " refused for "
            function trim(Operator-Id)
            ", not in the operator file"
            delimited by size into Action-Summary-Item
    else
        string function trim(Authority-Action) " refused for "
            function trim(Operator-Id) ", role "
            Authority-Reply(2:1) delimited by size
            into Action-Summary-Item
    end-if
    display "Refused: " function trim(Action-Summary-Item)
    move function current-date to Audit-Timestamp
    move Queue-Id to Audit-Queue-Id
    move "Refused" to Audit-Command
    move Action-Summary-Item to Audit-Item-Value
    move "70" to Audit-Status
    move zero to Audit-Depth
    move Operator-Id to Audit-Operator
    call "AuditTrail" using by content "Write", by content "QUEUEAUD",
        by content Audit-Record.
EndRefuseAction.

end program QueueInquiry.
