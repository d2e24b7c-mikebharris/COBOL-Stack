identification division.
program-id. AuditChainVerify.

*> Proves the audit logs are complete and unaltered, for the
*> auditors and for anyone about to trust StackReconciliation or
*> the replaying reports.  Every line AuditTrail writes carries a
*> sequence number and a check value chaining it to the line before
*> it for the same stack or queue; this program walks each log's
*> dated archives, oldest first, and then the live log, following
*> every chain across the files exactly as it was written, and
*> reports for each file either that its chains are intact or the
*> first line at which they are not:
*>     line altered or forged - the sequence is the next one due but
*>         the check value does not come out, so the line (or the
*>         one before it) has been edited, or written by hand;
*>     line(s) missing - the sequence jumps ahead of the one due;
*>     lines out of order - a jump whose missing line turns up later
*>         in the same file;
*>     line repeated or out of order - a sequence already passed;
*>     line carries no check value - an unchained line after the
*>         log's chains began, which nothing but an editor writes;
*>     anchor disagrees with the archive - the chain restated at the
*>         front of the live log by the cutover is not where the
*>         archive left it;
*>     archive length differs from the register - AuditArchive
*>         entered a different number of lines in the archive
*>         register AUDREG than the file now holds, so lines have
*>         been cut from (or added to) the end of the archive.
*> An archive the register lists that cannot be opened is reported
*> as missing.  Only the first problem in a file is described, with
*> a count of any more after it; the chain is picked up again from
*> each problem line so one bad line does not condemn the rest of
*> the file.
*>
*> Lines from before chaining began, at the front of the oldest
*> files, carry no sequence and are only counted.  A chain first met
*> part-way through - its earlier archives long since deleted under
*> the retention rules - is taken up from the first line seen.  The
*> cutover's carry-forward records form one chain of their own per
*> live file.  In the stack log the lines AuditTrail marked with "*"
*> in column 116, as written without the stack's lock, form a second
*> chain for their stack, shown with the "*" after the Stack-Id.
*> Deleting the newest lines of a live log cannot be seen from the
*> log alone: AuditArchive's register covers the archives, and the
*> live log is covered once it is cut over.
*>
*> The check value is worked out by AuditTrail's own "Chain"
*> function, so AUDKEY must be the same file the production jobs
*> use.  Nothing is changed by this program; it can be run at any
*> time, and ends with the number of files checked and the number
*> with a problem.

environment division.
input-output section.
file-control.
    select ArchiveRegisterFile assign to "AUDREG"
        organization is line sequential
        file status is Register-File-Status.
    select VerifyAuditFile assign using Verify-File-Name
        organization is line sequential
        file status is Verify-File-Status.

data division.
file section.
fd  ArchiveRegisterFile.
    01 Register-Record.
        02 Register-Log-Name pic x(8).
        02 Register-Archive-Date pic x(8).
        02 Register-Record-Count pic 9(7).
        02 Register-Cutover-At pic x(21).

*> For Stack and Queue lines the tail is the operator id or the
*> "*CARRY*" marker; for PriorityQueue it is the class digit
*> followed by the operator id or marker.
fd  VerifyAuditFile.
    01 Verify-Record.
        02 Verify-Timestamp pic x(21).
        02 Verify-Target-Id pic x(8).
        02 Verify-Command pic x(10).
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Verify-Item-Value, ITEM-OCCURS by == ==.
        02 Verify-Status pic x(2).
        02 Verify-Depth pic x(2).
        02 Verify-Tail pic x(9).
        02 Verify-Chain-Sequence pic 9(9).
        02 Verify-Chain-Check pic 9(10).

working-storage section.
    01 Register-File-Status pic xx.
    01 Verify-File-Status pic xx.
    01 Verify-File-Name pic x(30) value spaces.
    01 Log-Name pic x(8) value spaces.
*> "S" - the stack log, "Q" - the queue log, "P" - the priority
*> queue log; decides where the carry marker sits in the line.
    01 File-Type pic x value spaces.
    01 Register-Switches.
        02 Register-EOF-Switch pic x value "N".
            88 Register-At-End value "Y".
    01 Verify-Switches.
        02 Verify-EOF-Switch pic x value "N".
            88 Verify-At-End value "Y".
    01 Register-Was-Read pic x value "N".

*> The whole archive register, loaded once.
    01 Register-Table.
        02 Register-Entry occurs 1 to 2000 times
                indexed by Register-Index.
            03 Register-Entry-Log pic x(8) value spaces.
            03 Register-Entry-Date pic x(8) value spaces.
            03 Register-Entry-Count pic 9(7) value zero.
    01 Register-Entries pic 9(4) value zero.
    01 Register-Table-Switches.
        02 Register-Table-Full-Switch pic x value "N".
            88 Register-Table-Full value "Y".

*> One log's archives in date order, each with the total number of
*> lines the register says were put in it.
    01 Archive-List.
        02 Archive-List-Entry occurs 1 to 1000 times
                indexed by Archive-List-Index.
            03 Archive-List-Date pic x(8) value spaces.
            03 Archive-List-Count pic 9(7) value zero.
    01 Archive-List-Entries pic 9(4) value zero.
    01 Archive-Insert-Position pic 9(4) value zero.
    01 Archive-Insert-Found pic x value "N".
    01 Archive-Date-Merged pic x value "N".
    01 Archive-List-Switches.
        02 Archive-List-Full-Switch pic x value "N".
            88 Archive-List-Full value "Y".

*> Where each chain of the log stands, carried from one file of the
*> log to the next.
    01 Chain-State-Table.
        02 Chain-State-Entry occurs 1 to 300 times
                indexed by Chain-State-Index.
            03 Chain-State-Target-Id pic x(8) value spaces.
            03 Chain-State-Mark pic x value space.
            03 Chain-State-Sequence pic 9(9) value zero.
            03 Chain-State-Check pic 9(10) value zero.
    01 Chain-State-Entries pic 9(3) value zero.
    01 Current-Chain-State-Index pic 9(3) value zero.
    01 Chain-State-Is-New pic x value "N".
    01 Chain-State-Switches.
        02 Chain-State-Full-Switch pic x value "N".
            88 Chain-State-Full value "Y".
    01 Carry-Chain-Sequence pic 9(9) value zero.
    01 Carry-Chain-Check pic 9(10) value zero.
    01 Log-Chain-Seen pic x value "N".

    01 Record-Is-Carry pic x value "N".
    01 Record-Is-Anchor pic x value "N".
*> The chain the line in hand belongs to: its stack or queue, and in
*> the stack log the unowned-line mark from column 116.
    01 Chain-Key.
        02 Chain-Key-Target-Id pic x(8) value spaces.
        02 Chain-Key-Mark pic x value space.
    01 Expected-Sequence pic 9(9) value zero.
    01 Previous-Check pic 9(10) value zero.
*> A copy of the line being checked, with the previous check in its
*> check field, for AuditTrail to work the line's own check from.
    01 Chain-Line.
        02 Chain-Line-Body pic x(116).
        02 Chain-Line-Sequence pic 9(9).
        02 Chain-Line-Check pic 9(10).

*> The current file's tally and its first problem.
    01 Record-Number pic 9(7) value zero.
    01 Legacy-Count pic 9(7) value zero.
    01 Problem-Count pic 9(7) value zero.
    01 Expected-Line-Count pic 9(7) value zero.
    01 File-Is-Archive pic x value "N".
    01 Problem-Kind pic x(40) value spaces.
    01 First-Problem.
        02 First-Problem-Kind pic x(40) value spaces.
        02 First-Problem-Record pic 9(7) value zero.
        02 First-Problem-Chain pic x(9) value spaces.
        02 First-Problem-Sequence pic 9(9) value zero.
        02 First-Problem-Expected pic 9(9) value zero.
    01 Watch-Chain pic x(9) value spaces.
    01 Watch-Sequence pic 9(9) value zero.

    01 Files-Checked pic 9(5) value zero.
    01 Files-With-Problems pic 9(5) value zero.

procedure division.
    perform LoadArchiveRegister thru EndLoadArchiveRegister

    display "Audit Chain Verify"
    if Register-Was-Read = "N"
        display "(no archive register AUDREG; "
            "checking the live logs only)"
    end-if
    display "File              Lines   Result"

    move "STACKAUD" to Log-Name
    move "S" to File-Type
    perform VerifyOneLog thru EndVerifyOneLog
    move "QUEUEAUD" to Log-Name
    move "Q" to File-Type
    perform VerifyOneLog thru EndVerifyOneLog
    move "PRTYQAUD" to Log-Name
    move "P" to File-Type
    perform VerifyOneLog thru EndVerifyOneLog

    display " "
    display "Audit Chain Verify: " Files-Checked " file(s) checked, "
        Files-With-Problems " with a problem"
    goback.

LoadArchiveRegister.
    move "N" to Register-EOF-Switch
    open input ArchiveRegisterFile
    if Register-File-Status = "00"
        move "Y" to Register-Was-Read
        read ArchiveRegisterFile
            at end set Register-At-End to true
        end-read
        perform LoadOneRegisterRecord thru EndLoadOneRegisterRecord
            until Register-At-End
        close ArchiveRegisterFile
    end-if.
EndLoadArchiveRegister.

LoadOneRegisterRecord.
    if Register-Entries not less than 2000
        if not Register-Table-Full
            display "Audit Chain Verify: more than 2000 lines in "
                "the archive register; the rest are not checked"
            set Register-Table-Full to true
        end-if
    else
        add 1 to Register-Entries
        move Register-Log-Name to Register-Entry-Log(Register-Entries)
        move Register-Archive-Date
            to Register-Entry-Date(Register-Entries)
        if Register-Record-Count is numeric
            move Register-Record-Count
                to Register-Entry-Count(Register-Entries)
        else
            move zero to Register-Entry-Count(Register-Entries)
        end-if
    end-if
    read ArchiveRegisterFile
        at end set Register-At-End to true
    end-read.
EndLoadOneRegisterRecord.

*> One log: its archives in date order, then the live file, with the
*> chains carried from each file into the next.
VerifyOneLog.
    move zero to Chain-State-Entries
    move "N" to Chain-State-Full-Switch
    move "N" to Log-Chain-Seen
    move zero to Archive-List-Entries
    move "N" to Archive-List-Full-Switch
    perform ListOneRegisterEntry thru EndListOneRegisterEntry
        varying Register-Index from 1 by 1
        until Register-Index > Register-Entries

    move "Y" to File-Is-Archive
    perform VerifyOneArchive thru EndVerifyOneArchive
        varying Archive-List-Index from 1 by 1
        until Archive-List-Index > Archive-List-Entries

    move "N" to File-Is-Archive
    move zero to Expected-Line-Count
    move Log-Name to Verify-File-Name
    perform VerifyOneFile thru EndVerifyOneFile.
EndVerifyOneLog.

*> Slots the register line's archive into the date-ordered list, or
*> adds its count to the entry already there for the same date (a
*> re-run cutover appends to an existing archive).
ListOneRegisterEntry.
    if Register-Entry-Log(Register-Index) = Log-Name
        move "N" to Archive-Date-Merged
        perform MergeArchiveDate thru EndMergeArchiveDate
            varying Archive-List-Index from 1 by 1
            until Archive-List-Index > Archive-List-Entries
        if Archive-Date-Merged = "N"
            perform InsertArchiveDate thru EndInsertArchiveDate
        end-if
    end-if.
EndListOneRegisterEntry.

MergeArchiveDate.
    if Archive-List-Date(Archive-List-Index)
            = Register-Entry-Date(Register-Index)
        add Register-Entry-Count(Register-Index)
            to Archive-List-Count(Archive-List-Index)
        move "Y" to Archive-Date-Merged
    end-if.
EndMergeArchiveDate.

InsertArchiveDate.
    if Archive-List-Entries not less than 1000
        if not Archive-List-Full
            display "Audit Chain Verify: more than 1000 archives of "
                function trim(Log-Name) "; the newest are not checked"
            set Archive-List-Full to true
        end-if
    else
        compute Archive-Insert-Position = Archive-List-Entries + 1
        move "N" to Archive-Insert-Found
        perform ShiftLaterArchiveDate thru EndShiftLaterArchiveDate
            until Archive-Insert-Found = "Y"
        move Register-Entry-Date(Register-Index)
            to Archive-List-Date(Archive-Insert-Position)
        move Register-Entry-Count(Register-Index)
            to Archive-List-Count(Archive-Insert-Position)
        add 1 to Archive-List-Entries
    end-if.
EndInsertArchiveDate.

ShiftLaterArchiveDate.
    if Archive-Insert-Position = 1
        move "Y" to Archive-Insert-Found
    else
        if Archive-List-Date(Archive-Insert-Position - 1)
                > Register-Entry-Date(Register-Index)
            move Archive-List-Entry(Archive-Insert-Position - 1)
                to Archive-List-Entry(Archive-Insert-Position)
            subtract 1 from Archive-Insert-Position
        else
            move "Y" to Archive-Insert-Found
        end-if
    end-if.
EndShiftLaterArchiveDate.

VerifyOneArchive.
    move spaces to Verify-File-Name
    string function trim(Log-Name) "."
        Archive-List-Date(Archive-List-Index)
        delimited by size into Verify-File-Name
    end-string
    move Archive-List-Count(Archive-List-Index) to Expected-Line-Count
    perform VerifyOneFile thru EndVerifyOneFile.
EndVerifyOneArchive.

*> Reads one file through, checking every line, then prints the
*> file's result line.
VerifyOneFile.
    move zero to Record-Number
    move zero to Legacy-Count
    move zero to Problem-Count
    move spaces to First-Problem
    move zero to First-Problem-Record
    move zero to First-Problem-Sequence
    move zero to First-Problem-Expected
    move spaces to Watch-Chain
    move zero to Watch-Sequence
    move zero to Carry-Chain-Sequence
    move zero to Carry-Chain-Check
    move "N" to Verify-EOF-Switch
    open input VerifyAuditFile
    if Verify-File-Status not = "00"
        if File-Is-Archive = "Y"
            add 1 to Files-Checked
            add 1 to Files-With-Problems
            display Verify-File-Name(1:17) " ------- "
                "MISSING - listed in the archive register"
        else
            display Verify-File-Name(1:17) " ------- "
                "no live log"
        end-if
    else
        add 1 to Files-Checked
        read VerifyAuditFile
            at end set Verify-At-End to true
        end-read
        perform VerifyOneRecord thru EndVerifyOneRecord
            until Verify-At-End
        close VerifyAuditFile
        if File-Is-Archive = "Y"
            and Record-Number not = Expected-Line-Count
            move "archive length differs from the register"
                to Problem-Kind
            move Expected-Line-Count to Expected-Sequence
            move Record-Number to Verify-Chain-Sequence
            move spaces to Chain-Key
            perform NoteProblem thru EndNoteProblem
        end-if
        perform PrintFileResult thru EndPrintFileResult
    end-if.
EndVerifyOneFile.

VerifyOneRecord.
    add 1 to Record-Number
    perform NoteRecordKind thru EndNoteRecordKind
    move Verify-Target-Id to Chain-Key-Target-Id
    move space to Chain-Key-Mark
    if File-Type = "S"
        move Verify-Tail(9:1) to Chain-Key-Mark
    end-if
    evaluate true
        when Verify-Chain-Sequence is not numeric
            or Verify-Chain-Check is not numeric
            if Log-Chain-Seen = "Y"
                move "line carries no check value" to Problem-Kind
                move zero to Expected-Sequence
                move zero to Verify-Chain-Sequence
                perform NoteProblem thru EndNoteProblem
            else
                add 1 to Legacy-Count
            end-if
        when Record-Is-Carry = "Y"
            move "Y" to Log-Chain-Seen
            move "*CARRY*" to Chain-Key
            compute Expected-Sequence = Carry-Chain-Sequence + 1
            move Carry-Chain-Check to Previous-Check
            perform CheckChainedRecord thru EndCheckChainedRecord
            move Verify-Chain-Sequence to Carry-Chain-Sequence
            move Verify-Chain-Check to Carry-Chain-Check
        when Record-Is-Anchor = "Y"
            move "Y" to Log-Chain-Seen
            perform CheckAnchorRecord thru EndCheckAnchorRecord
        when other
            move "Y" to Log-Chain-Seen
            perform FindOrCreateChainState thru EndFindOrCreateChainState
            if Chain-State-Is-New = "N"
                compute Expected-Sequence =
                    Chain-State-Sequence(Current-Chain-State-Index) + 1
                move Chain-State-Check(Current-Chain-State-Index)
                    to Previous-Check
                perform CheckChainedRecord thru EndCheckChainedRecord
            else
                if Verify-Chain-Sequence = 1
                    move 1 to Expected-Sequence
                    move zero to Previous-Check
                    perform CheckChainedRecord thru EndCheckChainedRecord
                end-if
            end-if
            if Current-Chain-State-Index not = zero
                move Verify-Chain-Sequence
                    to Chain-State-Sequence(Current-Chain-State-Index)
                move Verify-Chain-Check
                    to Chain-State-Check(Current-Chain-State-Index)
            end-if
    end-evaluate
    read VerifyAuditFile
        at end set Verify-At-End to true
    end-read.
EndVerifyOneRecord.

NoteRecordKind.
    move "N" to Record-Is-Carry
    move "N" to Record-Is-Anchor
    if function trim(Verify-Command) = "Anchor"
        move "Y" to Record-Is-Anchor
    end-if
    if File-Type = "P"
        if Verify-Tail(2:7) = "*CARRY*"
            move "Y" to Record-Is-Carry
        end-if
    else
        if Verify-Tail(1:7) = "*CARRY*"
            move "Y" to Record-Is-Carry
        end-if
    end-if.
EndNoteRecordKind.

*> The line's sequence against the one due, and when it is the one
*> due, its check against the one worked from the line before.
CheckChainedRecord.
    evaluate true
        when Verify-Chain-Sequence = Expected-Sequence
            move Verify-Record to Chain-Line
            move Previous-Check to Chain-Line-Check
            call "AuditTrail" using by content "Chain",
                by content Log-Name, by reference Chain-Line
            if Chain-Line-Check not = Verify-Chain-Check
                move "line altered or forged" to Problem-Kind
                perform NoteProblem thru EndNoteProblem
            end-if
        when Verify-Chain-Sequence > Expected-Sequence
            move "line(s) missing" to Problem-Kind
            perform NoteProblem thru EndNoteProblem
        when Problem-Count not = zero
            and Chain-Key = Watch-Chain
            and Verify-Chain-Sequence = Watch-Sequence
            move "lines out of order" to First-Problem-Kind
            move spaces to Watch-Chain
        when other
            move "line repeated or out of order" to Problem-Kind
            perform NoteProblem thru EndNoteProblem
    end-evaluate.
EndCheckChainedRecord.

*> An anchor must restate its chain exactly as the archives left it;
*> with no archive to compare against it simply starts the chain.
CheckAnchorRecord.
    perform FindOrCreateChainState thru EndFindOrCreateChainState
    if Chain-State-Is-New = "N"
        compute Expected-Sequence =
            Chain-State-Sequence(Current-Chain-State-Index) + 1
        evaluate true
            when Verify-Chain-Sequence
                    = Chain-State-Sequence(Current-Chain-State-Index)
                and Verify-Chain-Check
                    = Chain-State-Check(Current-Chain-State-Index)
                continue
            when Verify-Chain-Sequence
                    > Chain-State-Sequence(Current-Chain-State-Index)
                move "line(s) missing" to Problem-Kind
                perform NoteProblem thru EndNoteProblem
            when other
                move Chain-State-Sequence(Current-Chain-State-Index)
                    to Expected-Sequence
                move "anchor disagrees with the archive" to Problem-Kind
                perform NoteProblem thru EndNoteProblem
        end-evaluate
    end-if
    if Current-Chain-State-Index not = zero
        move Verify-Chain-Sequence
            to Chain-State-Sequence(Current-Chain-State-Index)
        move Verify-Chain-Check
            to Chain-State-Check(Current-Chain-State-Index)
    end-if.
EndCheckAnchorRecord.

FindOrCreateChainState.
    move zero to Current-Chain-State-Index
    move "N" to Chain-State-Is-New
    perform LocateChainState thru EndLocateChainState
        varying Chain-State-Index from 1 by 1
        until Chain-State-Index > Chain-State-Entries
    if Current-Chain-State-Index = zero
        move "Y" to Chain-State-Is-New
        if Chain-State-Entries not less than 300
            if not Chain-State-Full
                display "Audit Chain Verify: more than 300 chains in "
                    function trim(Log-Name) "; the rest are not "
                    "followed from line to line"
                set Chain-State-Full to true
            end-if
        else
            add 1 to Chain-State-Entries
            move Chain-State-Entries to Current-Chain-State-Index
            move Chain-Key-Target-Id
                to Chain-State-Target-Id(Current-Chain-State-Index)
            move Chain-Key-Mark
                to Chain-State-Mark(Current-Chain-State-Index)
        end-if
    end-if.
EndFindOrCreateChainState.

LocateChainState.
    if Chain-State-Target-Id(Chain-State-Index) = Chain-Key-Target-Id
        and Chain-State-Mark(Chain-State-Index) = Chain-Key-Mark
        move Chain-State-Index to Current-Chain-State-Index
    end-if.
EndLocateChainState.

*> Only the first problem in a file is kept for the report.  A jump
*> ahead is watched: if the line it skipped turns up later in the
*> same file, the problem is a reordering rather than a loss.
NoteProblem.
    add 1 to Problem-Count
    if Problem-Count = 1
        move Problem-Kind to First-Problem-Kind
        move Record-Number to First-Problem-Record
        move Chain-Key to First-Problem-Chain
        move Verify-Chain-Sequence to First-Problem-Sequence
        move Expected-Sequence to First-Problem-Expected
        if Problem-Kind = "line(s) missing"
            move Chain-Key to Watch-Chain
            move Expected-Sequence to Watch-Sequence
        end-if
    end-if.
EndNoteProblem.

PrintFileResult.
    if Problem-Count = zero
        if Legacy-Count = zero
            display Verify-File-Name(1:17) " " Record-Number " "
                "chains intact"
        else
            display Verify-File-Name(1:17) " " Record-Number " "
                "chains intact (" Legacy-Count
                " line(s) from before chaining)"
        end-if
    else
        add 1 to Files-With-Problems
        display Verify-File-Name(1:17) " " Record-Number " "
            "FIRST PROBLEM at line " First-Problem-Record ": "
            function trim(First-Problem-Kind)
        evaluate true
            when First-Problem-Kind
                    = "archive length differs from the register"
                display "                          register lists "
                    First-Problem-Expected(3:7) " line(s), file holds "
                    First-Problem-Sequence(3:7)
            when First-Problem-Kind = "line carries no check value"
                display "                          "
                    First-Problem-Chain
            when First-Problem-Kind = "line altered or forged"
                display "                          "
                    First-Problem-Chain " sequence "
                    First-Problem-Sequence
            when other
                display "                          "
                    First-Problem-Chain " sequence "
                    First-Problem-Sequence " where "
                    First-Problem-Expected " was due"
        end-evaluate
        if Problem-Count > 1
            display "                          and " Problem-Count
                " problem(s) in all in this file"
        end-if
    end-if.
EndPrintFileResult.

end program AuditChainVerify.
