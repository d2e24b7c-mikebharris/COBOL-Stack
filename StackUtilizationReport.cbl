            ITEM-NAME by Audit-Item-Value, ITEM-OCCURS by == ==.
        02 Audit-Status pic x(2).
        02 Audit-Depth pic 99.
*> The operator id or carry marker and the chain values AuditTrail
*> puts on the end of the line are not used here.
        02 Audit-Tail pic x(9).
        02 Audit-Chain pic x(19).

working-storage section.
    01 Audit-File-Status pic xx.

    goback.

*> The anchor lines AuditArchive writes at the front of the live log
*> only restate the audit chain; they are not calls and are skipped.
*> So are the refusals, the preflight purge lines and the checkpoint
*> recovery lines, which name no stack's traffic - "*PURGE*" and
*> "STACKCKP" would otherwise be reported as stacks.
SummarizeAuditRecord.
    move zero to Current-Report-Index
    if Audit-Command not = "Anchor"
        and Audit-Command not = "Refused"
        and Audit-Command not = "MntPurge"
        and Audit-Command not = "MntRecover"
        move Audit-Timestamp(1:8) to Audit-Date
        perform FindOrCreateReportEntry thru EndFindOrCreateReportEntry
    end-if

    if Current-Report-Index not = zero
        if Audit-Depth > Report-Max-Depth(Current-Report-Index)
            and Audit-Status = "20"
            add 1 to Report-Push-Full-Count(Current-Report-Index)
        end-if
        if (Audit-Command = "Pop" or Audit-Command = "Reserve")
            and Audit-Status = "10"
            add 1 to Report-Pop-Empty-Count(Current-Report-Index)
        end-if
        add 1 to Report-Call-Count(Current-Report-Index)
