*> a file-type switch.  Stack replays last-in first-out, Queue
*> first-in first-out, and PriorityQueue by the class and value its
*> audit records carry on each Dequeue.
*>
*> Every line also carries the sequence and check value AuditTrail
*> chains it with, one chain per stack or queue - and in the stack
*> log a second per stack for the lines marked "*" in column 116 as
*> written without its lock - and the cutover keeps those chains
*> whole.  Archived and kept lines are copied
*> byte for byte, so a chain simply runs on from the last dated
*> archive into the live file.  A stack or queue with nothing on
*> the newest day would leave its chain stranded in the archive,
*> so for every chain seen in the closed days an "Anchor" line is
*> written at the very front of the new live file: the chain's
*> last sequence and check, stamped with the time of its last
*> archived line, and naming that archive in the item field.
*> AuditTrail picks the chain up from there on the next write, and
*> AuditChainVerify checks the anchor against the archive.  Anchors
*> are dropped at the next cutover like carry records, and written
*> afresh.  The carry records themselves are new lines, so they are
*> chained among themselves - one chain per file, marked by the
*> carry marker, starting again at each cutover.  Before it touches
*> a log the cutover has AuditTrail close it, in case this run unit
*> has been writing it, so the next write re-reads the new file.
*>
*> Each archive file written is entered in the archive register
*> AUDREG - log name, archive date, how many lines this cutover put
*> in it, and when - so AuditChainVerify knows which archives should
*> exist and how long each should be.

environment division.
input-output section.
    select CutoverWorkFile assign using Work-File-Name
        organization is line sequential
        file status is Work-File-Status.
    select ArchiveRegisterFile assign to "AUDREG"
        organization is line sequential
        file status is Register-File-Status.

data division.
file section.
*> "*CARRY*" marker); for PriorityQueue it is the class digit
*> followed by the operator id or marker.
        02 Live-Tail pic x(9).
        02 Live-Chain-Sequence pic 9(9).
        02 Live-Chain-Check pic 9(10).

fd  ArchiveAuditFile.
    01 Archive-Record pic x(135).

fd  CutoverWorkFile.
    01 Work-Record pic x(135).

fd  ArchiveRegisterFile.
    01 Register-Record.
        02 Register-Log-Name pic x(8).
        02 Register-Archive-Date pic x(8).
        02 Register-Record-Count pic 9(7).
        02 Register-Cutover-At pic x(21).

working-storage section.
    01 Live-File-Status pic xx.
    01 Archive-File-Status pic xx.
    01 Work-File-Status pic xx.
    01 Register-File-Status pic xx.
    01 Register-Is-Open pic x value "N".
    01 Live-File-Name pic x(30) value spaces.
    01 Archive-File-Name pic x(30) value spaces.
    01 Work-File-Name pic x(30) value spaces.
    01 Seeded-Record-Count pic 9(5) value zero.
    01 Dropped-Carry-Count pic 9(5) value zero.
    01 Archived-Day-Count pic 9(3) value zero.
    01 Segment-Record-Count pic 9(7) value zero.
    01 Record-Is-Anchor pic x value "N".
    01 Anchored-Chain-Count pic 9(3) value zero.

*> Where each stack's or queue's audit chain stood at the end of
*> the closed days, for the anchor lines.
    01 Chain-State-Table.
        02 Chain-State-Entry occurs 1 to 300 times
                indexed by Chain-State-Index.
            03 Chain-State-Target-Id pic x(8) value spaces.
            03 Chain-State-Mark pic x value space.
            03 Chain-State-Sequence pic 9(9) value zero.
            03 Chain-State-Check pic 9(10) value zero.
            03 Chain-State-Stamp pic x(21) value spaces.
            03 Chain-State-Archive-Date pic x(8) value spaces.
    01 Chain-State-Entries pic 9(3) value zero.
*> The unowned-line mark of the line in hand; always a space outside
*> the stack log.
    01 Line-Chain-Mark pic x value space.
    01 Current-Chain-State-Index pic 9(3) value zero.
    01 Chain-State-Switches.
        02 Chain-State-Full-Switch pic x value "N".
            88 Chain-State-Full value "Y".
*> The carry records' own chain, restarted for every file.
    01 Carry-Chain-Sequence pic 9(9) value zero.
    01 Carry-Chain-Check pic 9(10) value zero.

*> The standing work reconstructed from the closed days: one entry
*> per stack or queue, its items oldest first (the bottom of a
    move "PRTYQAUD" to Live-File-Name
    move "P" to File-Type
    perform CutOverOneAuditFile thru EndCutOverOneAuditFile
    if Register-Is-Open = "Y"
        close ArchiveRegisterFile
    end-if
    goback.

*> Cuts one audit file over: a first pass finds the newest date in
*> work file - and the live file is rebuilt as the carry-forward
*> records followed by the newest day.
CutOverOneAuditFile.
    call "AuditTrail" using by content "Close",
        by content Live-File-Name(1:8), by content Live-Record
    move "N" to Live-EOF-Switch
    move spaces to Newest-Date
    perform ClearStandingPool thru EndClearStandingPool
    move zero to Chain-State-Entries
    move "N" to Chain-State-Full-Switch
    open input LiveAuditFile
    if Live-File-Status not = "00"
        display "Audit Archive: no " function trim(Live-File-Name)
        until Live-At-End
    close LiveAuditFile
    if Archive-Is-Open = "Y"
        perform CloseArchiveSegment thru EndCloseArchiveSegment
    end-if
    if Work-Is-Open = "Y"
        close CutoverWorkFile
            Archived-Record-Count " record(s) over "
            Archived-Day-Count " closed day(s) archived, "
            Seeded-Record-Count " standing item(s) carried forward, "
            Anchored-Chain-Count " audit chain(s) anchored, "
            Kept-Record-Count " record(s) of " Newest-Date " kept live"
    end-if.
EndDealOutAuditRecords.
    else
        perform ReplayClosedDayRecord thru EndReplayClosedDayRecord
        perform NoteWhetherRecordIsCarry thru EndNoteWhetherRecordIsCarry
        if Record-Is-Carry = "N"
            perform NoteChainState thru EndNoteChainState
        end-if
        evaluate true
            when Record-Is-Carry = "Y"
                add 1 to Dropped-Carry-Count
            when Record-Is-Anchor = "Y"
                continue
            when other
                if Record-Date not = Open-Archive-Date
                    perform OpenArchiveForDate thru EndOpenArchiveForDate
                end-if
                move Live-Record to Archive-Record
                write Archive-Record
                add 1 to Archived-Record-Count
                add 1 to Segment-Record-Count
        end-evaluate
    end-if
    read LiveAuditFile
        at end set Live-At-End to true
*> a real operator id or spaces would sit.
NoteWhetherRecordIsCarry.
    move "N" to Record-Is-Carry
    move "N" to Record-Is-Anchor
    if function trim(Live-Command) = "Anchor"
        move "Y" to Record-Is-Anchor
    end-if
    evaluate File-Type
        when "S"
        when "Q"
    end-evaluate.
EndNoteWhetherRecordIsCarry.

*> Lines from before chaining began carry no sequence and leave no
*> state; every other closed-day line, the last cutover's anchors
*> included, moves its chain on to its own values.  An anchor
*> names the archive its chain was last seen in, and keeps naming
*> it until the chain moves again.
NoteChainState.
    if Live-Chain-Sequence is numeric
        and Live-Chain-Check is numeric
        move space to Line-Chain-Mark
        if File-Type = "S"
            move Live-Tail(9:1) to Line-Chain-Mark
        end-if
        move zero to Current-Chain-State-Index
        perform LocateChainState thru EndLocateChainState
            varying Chain-State-Index from 1 by 1
            until Chain-State-Index > Chain-State-Entries
        if Current-Chain-State-Index = zero
            if Chain-State-Entries not less than 300
                if not Chain-State-Full
                    display "Audit Archive: more than 300 audit "
                        "chains in " function trim(Live-File-Name)
                        "; the rest are not anchored"
                    set Chain-State-Full to true
                end-if
            else
                add 1 to Chain-State-Entries
                move Chain-State-Entries to Current-Chain-State-Index
                move Live-Target-Id
                    to Chain-State-Target-Id(Current-Chain-State-Index)
                move Line-Chain-Mark
                    to Chain-State-Mark(Current-Chain-State-Index)
            end-if
        end-if
        if Current-Chain-State-Index not = zero
            move Live-Chain-Sequence
                to Chain-State-Sequence(Current-Chain-State-Index)
            move Live-Chain-Check
                to Chain-State-Check(Current-Chain-State-Index)
            move Live-Timestamp
                to Chain-State-Stamp(Current-Chain-State-Index)
            if Record-Is-Anchor = "Y"
                move Live-Item-Value(35:8) to
                    Chain-State-Archive-Date(Current-Chain-State-Index)
            else
                move Record-Date to
                    Chain-State-Archive-Date(Current-Chain-State-Index)
            end-if
        end-if
    end-if.
EndNoteChainState.

LocateChainState.
    if Chain-State-Target-Id(Chain-State-Index) = Live-Target-Id
        and Chain-State-Mark(Chain-State-Index) = Line-Chain-Mark
        move Chain-State-Index to Current-Chain-State-Index
    end-if.
EndLocateChainState.

*> Applies one closed-day record to the standing pool, the same way
*> the replaying reports do: only operations that completed with
*> status "00" change anything, Restore is a no-op, and the console
        evaluate true
            when File-Type = "S"
                and (function trim(Live-Command) = "Push"
                    or function trim(Live-Command) = "PushUnique"
                    or function trim(Live-Command) = "Abandon"
                    or function trim(Live-Command) = "Reclaim")
                perform AddStandingItem thru EndAddStandingItem
            when File-Type = "S"
                and (function trim(Live-Command) = "Pop"
                    or function trim(Live-Command) = "Reserve")
                perform RemoveYoungestStandingItem
                    thru EndRemoveYoungestStandingItem
            when File-Type = "S"
                and function trim(Live-Command) = "Dequeue"
                perform RemoveMatchingStandingItem
                    thru EndRemoveMatchingStandingItem
            when File-Type = "P"
                and Live-Command(1:8) = "Escalate"
                perform ReclassMatchingStandingItem
                    thru EndReclassMatchingStandingItem
        end-evaluate
    end-if.
EndReplayClosedDayRecord.
    end-if.
EndMatchStandingItem.

*> An Escalate moves the oldest item of the value and class named in
*> its command ("Escalate 7") into the class its record carries; the
*> item keeps its place and its original enqueue timestamp.
ReclassMatchingStandingItem.
    perform FindOrCreateStandingEntry thru EndFindOrCreateStandingEntry
    if Current-Standing-Index not = zero
        move zero to Remove-Position
        perform MatchEscalatedStandingItem
            thru EndMatchEscalatedStandingItem
            varying Match-Position from 1 by 1
            until Match-Position >
                    Standing-Entry-Count(Current-Standing-Index)
                or Remove-Position not = zero
        if Remove-Position not = zero
            move Live-Tail(1:1) to Standing-Item-Class(
                Current-Standing-Index, Remove-Position)
        end-if
    end-if.
EndReclassMatchingStandingItem.

MatchEscalatedStandingItem.
    if Standing-Item-Value(Current-Standing-Index, Match-Position)
            = Live-Item-Value
        and Standing-Item-Class(Current-Standing-Index,
            Match-Position) = Live-Command(10:1)
        move Match-Position to Remove-Position
    end-if.
EndMatchEscalatedStandingItem.

*> Removes the item at Remove-Position by shifting everything
*> younger down one slot.
CloseStandingItemGap.

OpenArchiveForDate.
    if Archive-Is-Open = "Y"
        perform CloseArchiveSegment thru EndCloseArchiveSegment
    end-if
    move zero to Segment-Record-Count
    move Record-Date to Open-Archive-Date
    string function trim(Live-File-Name) "." Record-Date
        delimited by size into Archive-File-Name
    add 1 to Archived-Day-Count.
EndOpenArchiveForDate.

*> Closes the day's archive and enters what went into it in the
*> archive register.
CloseArchiveSegment.
    close ArchiveAuditFile
    move "N" to Archive-Is-Open
    if Register-Is-Open = "N"
        move "Y" to Register-Is-Open
        open extend ArchiveRegisterFile
        if Register-File-Status not = "00"
            open output ArchiveRegisterFile
        end-if
    end-if
    move Live-File-Name to Register-Log-Name
    move Open-Archive-Date to Register-Archive-Date
    move Segment-Record-Count to Register-Record-Count
    move function current-date to Register-Cutover-At
    write Register-Record.
EndCloseArchiveSegment.

*> The live file is only rewritten once the closed days are safely
*> in their archives: first the anchors for the audit chains, then
*> the carry-forward records for the work still standing at the
*> newest day's open, oldest first per id, so a replay rebuilds the
*> carried state before the kept records act on it; then the newest
*> day's records from the work file.
RebuildLiveFile.
    move "N" to Work-EOF-Switch
    move zero to Anchored-Chain-Count
    move zero to Carry-Chain-Sequence
    move zero to Carry-Chain-Check
    open output LiveAuditFile
    perform WriteOneAnchorRecord thru EndWriteOneAnchorRecord
        varying Chain-State-Index from 1 by 1
        until Chain-State-Index > Chain-State-Entries
    perform SeedOneStandingEntry thru EndSeedOneStandingEntry
        varying Standing-Index from 1 by 1
        until Standing-Index > Standing-Entries
    else
        move "*CARRY*" to Live-Tail(1:8)
    end-if
    add 1 to Carry-Chain-Sequence
    move Carry-Chain-Sequence to Live-Chain-Sequence
    move Carry-Chain-Check to Live-Chain-Check
    call "AuditTrail" using by content "Chain",
        by content Live-File-Name(1:8), by reference Live-Record
    move Live-Chain-Check to Carry-Chain-Check
    write Live-Record
    add 1 to Seeded-Record-Count.
EndWriteOneCarryRecord.

*> An anchor restates a chain as it stood at its last archived
*> line; the item field names that archive, for the verifier and
*> for anyone reading the log.
WriteOneAnchorRecord.
    move spaces to Live-Record
    move Chain-State-Stamp(Chain-State-Index) to Live-Timestamp
    move Chain-State-Target-Id(Chain-State-Index) to Live-Target-Id
    move "Anchor" to Live-Command
    string "Audit chain carried from " function trim(Live-File-Name)
        "." Chain-State-Archive-Date(Chain-State-Index)
        delimited by size into Live-Item-Value
    end-string
    move "00" to Live-Status
    move "00" to Live-Depth
    move Chain-State-Mark(Chain-State-Index) to Live-Tail(9:1)
    move Chain-State-Sequence(Chain-State-Index) to Live-Chain-Sequence
    move Chain-State-Check(Chain-State-Index) to Live-Chain-Check
    write Live-Record
    add 1 to Anchored-Chain-Count.
EndWriteOneAnchorRecord.

CopyOneWorkRecord.
    move Work-Record to Live-Record
    write Live-Record
