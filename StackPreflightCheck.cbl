*> whether the orphaned shared-store and overflow records should be
*> deleted; gaps and configuration findings are reported only, since
*> inventing records is not this program's business.
*>
*> Deleting records is a purge, so a Y to that question is followed
*> by "Operator id:", and only an operator holding the recovery and
*> purge role in the operator file (OperatorAuthority decides) gets
*> the orphans deleted.  A refusal leaves them in place and is logged
*> to STACKAUD as a "Refused" line with status "70"; a completed
*> purge is logged as "MntPurge" with the number of records deleted.
*> Both lines carry the operator id on the end, as the consoles'
*> lines do, and "*PURGE*" where a Stack-Id would be.
*>
*> Any finding at all ends the program with return code 8, which the
*> nightly job stream treats as a hard failure: the night's work is
*> not to start on files that disagree.  The number of findings,
*> zero included, is also appended to the findings log STACKFND
*> under the business date, for the morning operations summary.

environment division.
input-output section.
        access is dynamic
        record key is Overflow-Key
        file status is Overflow-File-Status.
    select FindingsLogFile assign to "STACKFND"
        organization is line sequential
        file status is Findings-File-Status.

data division.
file section.
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Overflow-Item-Value, ITEM-OCCURS by == ==.

fd  FindingsLogFile.
    01 Findings-Record.
        02 Findings-Recorded-At pic x(21).
        02 Findings-Business-Date pic x(8).
        02 Findings-Program pic x(20).
        02 Findings-Count pic 9(5).

working-storage section.
    01 Findings-File-Status pic xx.
    01 Business-Date-Text pic x(8) value spaces.
    01 Checkpoint-File-Status pic xx.
    01 Config-File-Status pic xx.
    01 Shared-File-Status pic xx.
    01 Orphan-Index pic 9(3) value zero.
    01 Delete-Answer pic x value spaces.
    01 Deleted-Count pic 9(3) value zero.
    01 Operator-Id pic x(8) value spaces.
*> What OperatorAuthority said about the operator and the purge:
*> "Y" or "N", then the role.
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

    01 Finding-Count pic 9(5) value zero.

        display "Delete the orphaned records? (Y/N): "
            with no advancing
        accept Delete-Answer
        if Delete-Answer = "Y"
            perform AuthorisePurge thru EndAuthorisePurge
        end-if
        if Delete-Answer = "Y"
            perform DeleteOrphanedRecords thru EndDeleteOrphanedRecords
            perform WritePurgeAuditRecord thru EndWritePurgeAuditRecord
        else
            display "Orphans left in place"
        end-if
    end-if

    perform RecordFindingCount thru EndRecordFindingCount

*> Set last of all: every call made above resets the return code.
    if Finding-Count not = zero
        move 8 to return-code
    end-if
    goback.

*> Reads the configuration file once, reporting duplicates and
    end-if.
EndReportOneOverflowGap.

*> A refused purge turns the answer back to N, so the orphans stay.
AuthorisePurge.
    display "Operator id: " with no advancing
    accept Operator-Id
    call "OperatorAuthority" using by content "Check",
        by content Operator-Id, by content "Purge",
        by reference Authority-Reply
    if Authority-Reply(1:1) not = "Y"
        move "N" to Delete-Answer
        move spaces to Audit-Item-Value
        if Authority-Reply(2:1) = space
            string "Purge refused for " function trim(Operator-Id)
                ", not in the operator file"
                delimited by size into Audit-Item-Value
        else
            string "Purge refused for " function trim(Operator-Id)
                ", role " Authority-Reply(2:1)
                delimited by size into Audit-Item-Value
        end-if
        display "Refused: " function trim(Audit-Item-Value)
        move "Refused" to Audit-Command
        move "70" to Audit-Status
        perform WriteConsoleAuditRecord thru EndWriteConsoleAuditRecord
    end-if.
EndAuthorisePurge.

WritePurgeAuditRecord.
    move spaces to Audit-Item-Value
    string Deleted-Count " orphaned record(s) deleted"
        delimited by size into Audit-Item-Value
    move "MntPurge" to Audit-Command
    move "00" to Audit-Status
    perform WriteConsoleAuditRecord thru EndWriteConsoleAuditRecord.
EndWritePurgeAuditRecord.

*> Nothing locks "*PURGE*", so the line goes to AuditTrail as
*> unowned.
WriteConsoleAuditRecord.
    move function current-date to Audit-Timestamp
    move "*PURGE*" to Audit-Stack-Id
    move zero to Audit-Depth
    move Operator-Id to Audit-Operator
    call "AuditTrail" using by content "Unowned", by content "STACKAUD",
        by content Audit-Record.
EndWriteConsoleAuditRecord.

DeleteOrphanedRecords.
    move zero to Deleted-Count
    if Shared-Orphan-Count not = zero
    end-delete.
EndDeleteOneOverflowOrphan.

*> Appends this run's count to the findings log under the business
*> date the job stream handed over, or today's, for the morning
*> operations summary.
RecordFindingCount.
    move spaces to Business-Date-Text
    accept Business-Date-Text from environment "BUSINESSDATE"
    if Business-Date-Text = spaces
        move function current-date(1:8) to Business-Date-Text
    end-if
    open extend FindingsLogFile
    if Findings-File-Status not = "00"
        open output FindingsLogFile
    end-if
    if Findings-File-Status = "00"
        move function current-date to Findings-Recorded-At
        move Business-Date-Text to Findings-Business-Date
        move "StackPreflightCheck" to Findings-Program
        move Finding-Count to Findings-Count
        write Findings-Record
        close FindingsLogFile
    end-if.
EndRecordFindingCount.

end program StackPreflightCheck.
