*>
*> Only operations that completed with status "00" change the
*> replayed stacks: Push and PushUnique add an item, Pop removes the
*> top one, and Clear empties the stack.  A Reserve takes the top
*> item off just as a Pop does, and an Abandon, or a Restore's
*> Reclaim of an expired or orphaned reservation, puts one back on
*> like a Push.  Restore is replayed as a no-op, on the
*> assumption that the audit file covers the whole life of the
*> checkpoint (the operators clear both together), so a Restore
*> simply reloads what the replay already holds.  A mid-day Restore
*> that rolled back un-checkpointed work will therefore show up
*> here as a discrepancy - which is exactly the lost work this
*> report exists to surface.
*>
*> Any discrepancy ends the program with return code 8, which the
*> nightly job stream treats as a hard failure.  The number found,
*> zero included, is also appended to the findings log STACKFND
*> under the business date, for the morning operations summary.

environment division.
input-output section.
    select StackCheckpointFile assign to "STACKCKP"
        organization is sequential
        file status is Checkpoint-File-Status.
    select FindingsLogFile assign to "STACKFND"
        organization is line sequential
        file status is Findings-File-Status.

data division.
file section.
            ITEM-NAME by Audit-Item-Value, ITEM-OCCURS by == ==.
        02 Audit-Status pic x(2).
        02 Audit-Depth pic 99.
*> The operator id or carry marker and the chain values AuditTrail
*> puts on the end of the line are not used here.
        02 Audit-Tail pic x(9).
        02 Audit-Chain pic x(19).

fd  StackCheckpointFile.
    01 Checkpoint-Record.
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Checkpoint-Item-Value, ITEM-OCCURS by == ==.

fd  FindingsLogFile.
    01 Findings-Record.
        02 Findings-Recorded-At pic x(21).
        02 Findings-Business-Date pic x(8).
        02 Findings-Program pic x(20).
        02 Findings-Count pic 9(5).

working-storage section.
    01 Audit-File-Status pic xx.
    01 Findings-File-Status pic xx.
    01 Business-Date-Text pic x(8) value spaces.
    01 Checkpoint-File-Status pic xx.
    01 Audit-Switches.
        02 Audit-EOF-Switch pic x value "N".
    perform ReportUnaccountedStack thru EndReportUnaccountedStack
        varying Loaded-Index from 1 by 1
        until Loaded-Index > Loaded-Entries
    perform RecordFindingCount thru EndRecordFindingCount

    if Discrepancy-Count = zero
        display "Checkpoint and audit trail agree; "
            "the checkpoint can be trusted for restart"
    else
        display "Discrepancies found: " Discrepancy-Count
        move 8 to return-code
    end-if
    goback.

*> Applies one audit record to the replayed pool.  Only Push, Pop,
*> and Clear - and their Reserve, Abandon and Reclaim counterparts -
*> that completed normally change anything.
ReplayAuditRecord.
    if Audit-Status = "00"
        evaluate function trim(Audit-Command)
            when "Push"
            when "PushUnique"
            when "Abandon"
            when "Reclaim"
                perform FindOrCreateReplayEntry thru EndFindOrCreateReplayEntry
                if Current-Replay-Index not = zero
                    perform ReplayPush thru EndReplayPush
                end-if
            when "Pop"
            when "Reserve"
                perform FindOrCreateReplayEntry thru EndFindOrCreateReplayEntry
                if Current-Replay-Index not = zero
                    perform ReplayPop thru EndReplayPop
    end-if.
EndReportUnaccountedStack.

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
        move "StackReconciliation" to Findings-Program
        move Discrepancy-Count to Findings-Count
        write Findings-Record
        close FindingsLogFile
    end-if.
EndRecordFindingCount.

end program StackReconciliation.
