identification division.
program-id. AuditTrail.

*> The one place the audit logs are written from.  Stack, Queue,
*> PriorityQueue and the inquiry consoles used to open STACKAUD,
*> QUEUEAUD and PRTYQAUD themselves; now they hand each finished
*> record to this program, which appends it with a chain on the end
*> so that a line edited, deleted, inserted or moved after the fact
*> can be found.  Having a single writer per run unit also means a
*> console's summary line and the Stack calls behind it can no
*> longer land in the file out of order through two separate file
*> buffers.
*>
*> Every record gets two fields after its 116-character body:
*>     Sequence - 9 digits, 1 for the first chained record of its
*>         stack or queue, rising by one with each record after it.
*>     Check    - 10 digits, computed over the body and the sequence
*>         starting from the check value of the record before it in
*>         the same chain.
*> Shorter records (Stack's and Queue's 107 characters, the
*> priority queue's 108, the consoles' 115) are padded with spaces
*> to 116 first, so the chain fields sit in the same columns in all
*> three logs.  The chain runs per stack or queue within a log, not
*> per log: different run units - a job and a console, say -
*> legitimately append to the same log at once, and a single chain
*> per file would break every time they did.
*>
*> A stack's chain is extended by one run unit at a time, the one
*> holding the stack's lock, through Write.  A line about a stack
*> written without its lock - a call refused with "50" because
*> another run unit holds it, a console refusal, a Commit or Reclaim
*> after the lock has been handed back, and the Restore, Checkpoint
*> and Release lines that name no stack at all - goes through
*> Unowned instead: it is marked with "*" in column 116 and chained
*> on a chain of its own for that stack, apart from the lines of
*> whoever owns it.  Queues have no locks, so every queue and
*> priority queue line is in the same position as an unowned stack
*> line.
*>
*> On the first record for a log in a run unit the log is read
*> through once to pick up the last sequence and check of every
*> chain already in it, then opened extend and left open for the
*> rest of the run.  What this run unit remembers of a chain is only
*> good while nobody else can write to it, so a chain with no lock
*> behind it - an unowned stack chain, or any queue's - has the log
*> read through again for that chain alone before every line added
*> to it.  An owned chain is remembered between lines, but Stack
*> forgets a stack's chain whenever it takes or hands back that
*> stack's lock, and the consoles forget the stack or queue they are
*> working on before each action, so the next line has the chain
*> read afresh too.  Long-lived run units - a console session, or
*> the nightly job stream calling every step in one run unit - so
*> never repeat a sequence another run unit has used in the
*> meantime.
*> Carry-forward records written by AuditArchive
*> are passed over: they belong to a chain of their own.  The
*> anchor records AuditArchive writes at the front of a cut-over
*> log restate where each chain stood in the archive, so a stack
*> idle since an earlier day still picks up where it left off.
*>
*> The check value is a running remainder: starting from the
*> previous check plus the optional installation key, each character
*> in turn is folded in as (value * 131 + character ordinal) modulo
*> 9999999967.  The key is the number held in the one-record file
*> AUDKEY; with no AUDKEY the key is zero.  Keeping AUDKEY readable
*> only by the production jobs means a line cannot be re-forged with
*> a matching check by someone who can merely edit the logs.
*>
*> Functions, passed in Trail-Function:
*>     Write - append Trail-Text (up to 116 characters) to the log
*>             named in Trail-Log-Name, chained.  For the stack log,
*>             only by the run unit holding the stack's lock.
*>     Unowned - the same, for a stack log line written without the
*>             stack's lock: marked and chained apart as above.  In
*>             the queue logs it is the same as Write.
*>     Chain - Trail-Text is a whole 135-character audit line whose
*>             check field holds the check of the record before it
*>             in its chain; the field is overwritten with the
*>             line's own check.  Nothing is written.  AuditArchive
*>             and AuditChainVerify use this so there is only one
*>             copy of the calculation.
*>     Forget - Trail-Text holds a Stack-Id or Queue-Id; what this
*>             run unit knows of its chain in the named log is
*>             dropped, so the next Write for it re-reads the log.
*>     Close - close the named log and forget its chains, so the
*>             next Write re-reads it.  AuditArchive calls this
*>             before it rewrites a log.

environment division.
input-output section.
file-control.
    select TrailStackFile assign to "STACKAUD"
        organization is line sequential
        file status is Trail-Stack-File-Status.
    select TrailQueueFile assign to "QUEUEAUD"
        organization is line sequential
        file status is Trail-Queue-File-Status.
    select TrailPriorityFile assign to "PRTYQAUD"
        organization is line sequential
        file status is Trail-Priority-File-Status.
    select TrailKeyFile assign to "AUDKEY"
        organization is line sequential
        file status is Trail-Key-File-Status.

data division.
file section.
fd  TrailStackFile.
    01 Trail-Stack-Record pic x(135).

fd  TrailQueueFile.
    01 Trail-Queue-Record pic x(135).

fd  TrailPriorityFile.
    01 Trail-Priority-Record pic x(135).

fd  TrailKeyFile.
    01 Trail-Key-Record.
        02 Trail-Key-Value pic 9(10).

working-storage section.
    01 Trail-Stack-File-Status pic xx.
    01 Trail-Queue-File-Status pic xx.
    01 Trail-Priority-File-Status pic xx.
    01 Trail-Key-File-Status pic xx.
*> "N" - not yet opened in this run unit, "Y" - open extend.
    01 Trail-Stack-File-State pic x value "N".
    01 Trail-Queue-File-State pic x value "N".
    01 Trail-Priority-File-State pic x value "N".
    01 Trail-Key-Loaded pic x value "N".
    01 Trail-Key pic 9(10) value zero.
    01 Trail-Switches.
        02 Trail-EOF-Switch pic x value "N".
            88 Trail-At-End value "Y".

*> One audit line as it goes to the file.  The tail is the
*> consoles' operator id, AuditArchive's carry marker, or for the
*> priority queue its class digit followed by the marker.
    01 Trail-Line.
        02 Trail-Line-Body.
            03 Trail-Line-Timestamp pic x(21).
            03 Trail-Line-Target-Id pic x(8).
            03 Trail-Line-Command pic x(10).
            copy "StackItem.cpy" replacing ITEM-LEVEL by 03,
                ITEM-NAME by Trail-Line-Item-Value, ITEM-OCCURS by == ==.
            03 Trail-Line-Status pic x(2).
            03 Trail-Line-Depth pic x(2).
            03 Trail-Line-Tail.
                04 filler pic x(8).
                04 Trail-Line-Unowned-Mark pic x.
        02 Trail-Line-Sequence pic 9(9).
        02 Trail-Line-Check pic 9(10).

*> The last sequence and check of every chain seen or written in
*> this run unit, by log and stack or queue, and in the stack log by
*> whether the chain is a stack's own or its unowned one.
    01 Chain-Table.
        02 Chain-Entry occurs 1 to 300 times indexed by Chain-Index.
            03 Chain-Log-Name pic x(8) value spaces.
            03 Chain-Target-Id pic x(8) value spaces.
            03 Chain-Mark pic x value space.
            03 Chain-Sequence pic 9(9) value zero.
            03 Chain-Check pic 9(10) value zero.
            03 Chain-Forgotten pic x value "N".
    01 Chain-Entries pic 9(3) value zero.
    01 Current-Chain-Index pic 9(3) value zero.
    01 Chain-Table-Switches.
        02 Chain-Table-Full-Switch pic x value "N".
            88 Chain-Table-Full value "Y".
    01 Line-Is-Carry pic x value "N".
*> Set while a chain is being re-read, so only that stack's or
*> queue's lines are noted.
    01 Rescan-Target-Id pic x(8) value spaces.
*> "Y" while an Unowned line is being written.
    01 Trail-Line-Is-Unowned pic x value "N".
*> The chain a line belongs to, alongside its stack or queue: "*"
*> for an unowned stack log line, otherwise a space.
    01 Line-Chain-Mark pic x value space.
*> "Y" once the log has been read through during this call, so the
*> chain in hand is already as the file has it.
    01 Log-Was-Just-Scanned pic x value "N".
    01 Chain-Needs-Rereading pic x value "N".

    01 Chain-Previous-Check pic 9(10) value zero.
    01 Chain-Work pic 9(13) value zero.
    01 Chain-Position pic 9(3) value zero.

linkage section.
    01 Trail-Function pic x any length.
    01 Trail-Log-Name pic x(8).
    01 Trail-Text pic x any length.

procedure division using Trail-Function, Trail-Log-Name, Trail-Text.

    perform EnsureKeyIsLoaded thru EndEnsureKeyIsLoaded

    evaluate function trim(Trail-Function)
        when "Write"
            move "N" to Trail-Line-Is-Unowned
            perform WriteChainedRecord thru EndWriteChainedRecord
        when "Unowned"
            move "Y" to Trail-Line-Is-Unowned
            perform WriteChainedRecord thru EndWriteChainedRecord
        when "Chain"
            move Trail-Text to Trail-Line
            move Trail-Line-Check to Chain-Previous-Check
            perform ComputeChainCheck thru EndComputeChainCheck
            move Chain-Work to Trail-Line-Check
            move Trail-Line to Trail-Text
        when "Forget"
            perform ForgetOneChain thru EndForgetOneChain
        when "Close"
            perform CloseTrailLog thru EndCloseTrailLog
    end-evaluate

    goback.

EnsureKeyIsLoaded.
    if Trail-Key-Loaded = "N"
        move "Y" to Trail-Key-Loaded
        move zero to Trail-Key
        open input TrailKeyFile
        if Trail-Key-File-Status = "00"
            read TrailKeyFile
                at end continue
                not at end
                    if Trail-Key-Value is numeric
                        move Trail-Key-Value to Trail-Key
                    end-if
            end-read
            close TrailKeyFile
        end-if
    end-if.
EndEnsureKeyIsLoaded.

*> The record takes the next sequence in its stack's or queue's
*> chain and a check worked from the one before it.  A chain no lock
*> stands behind, and one forgotten since its last line, is read
*> afresh from the log first, unless the log has only just been read.
WriteChainedRecord.
    move "N" to Log-Was-Just-Scanned
    perform EnsureTrailLogIsOpen thru EndEnsureTrailLogIsOpen
    perform BuildTrailLine thru EndBuildTrailLine
    perform FindOrCreateChainEntry thru EndFindOrCreateChainEntry
    if Current-Chain-Index not = zero
        move "N" to Chain-Needs-Rereading
        if Chain-Forgotten(Current-Chain-Index) = "Y"
            or Trail-Line-Is-Unowned = "Y"
            or Trail-Log-Name not = "STACKAUD"
            move "Y" to Chain-Needs-Rereading
        end-if
        if Log-Was-Just-Scanned = "Y"
            move "N" to Chain-Forgotten(Current-Chain-Index)
            move "N" to Chain-Needs-Rereading
        end-if
        if Chain-Needs-Rereading = "Y"
            perform RescanForgottenChain thru EndRescanForgottenChain
        end-if
    end-if
    if Current-Chain-Index = zero
        move 1 to Trail-Line-Sequence
        move zero to Chain-Previous-Check
    else
        compute Trail-Line-Sequence =
            Chain-Sequence(Current-Chain-Index) + 1
        move Chain-Check(Current-Chain-Index) to Chain-Previous-Check
    end-if
    perform ComputeChainCheck thru EndComputeChainCheck
    move Chain-Work to Trail-Line-Check
    if Current-Chain-Index not = zero
        move Trail-Line-Sequence to Chain-Sequence(Current-Chain-Index)
        move Trail-Line-Check to Chain-Check(Current-Chain-Index)
    end-if
    evaluate Trail-Log-Name
        when "STACKAUD"
            move Trail-Line to Trail-Stack-Record
            write Trail-Stack-Record
        when "QUEUEAUD"
            move Trail-Line to Trail-Queue-Record
            write Trail-Queue-Record
        when "PRTYQAUD"
            move Trail-Line to Trail-Priority-Record
            write Trail-Priority-Record
    end-evaluate.
EndWriteChainedRecord.

BuildTrailLine.
    move spaces to Trail-Line
    move Trail-Text to Trail-Line-Body
    if Trail-Line-Is-Unowned = "Y"
        and Trail-Log-Name = "STACKAUD"
        move "*" to Trail-Line-Unowned-Mark
    end-if.
EndBuildTrailLine.

*> Folds the 116-character body and the 9-digit sequence into the
*> check, starting from the previous check plus the key.
ComputeChainCheck.
    compute Chain-Work =
        function mod(Chain-Previous-Check + Trail-Key, 9999999967)
    perform FoldChainCharacter thru EndFoldChainCharacter
        varying Chain-Position from 1 by 1
        until Chain-Position > 125.
EndComputeChainCheck.

FoldChainCharacter.
    compute Chain-Work =
        function mod(Chain-Work * 131
            + function ord(Trail-Line(Chain-Position:1)), 9999999967).
EndFoldChainCharacter.

*> The first Write to a log in this run unit reads it through for
*> the chains already in it, then opens it extend (or output, if it
*> does not exist yet).
EnsureTrailLogIsOpen.
    evaluate Trail-Log-Name
        when "STACKAUD"
            if Trail-Stack-File-State = "N"
                move "Y" to Trail-Stack-File-State
                move "Y" to Log-Was-Just-Scanned
                perform ScanStackLog thru EndScanStackLog
                open extend TrailStackFile
                if Trail-Stack-File-Status not = "00"
                    open output TrailStackFile
                end-if
            end-if
        when "QUEUEAUD"
            if Trail-Queue-File-State = "N"
                move "Y" to Trail-Queue-File-State
                move "Y" to Log-Was-Just-Scanned
                perform ScanQueueLog thru EndScanQueueLog
                open extend TrailQueueFile
                if Trail-Queue-File-Status not = "00"
                    open output TrailQueueFile
                end-if
            end-if
        when "PRTYQAUD"
            if Trail-Priority-File-State = "N"
                move "Y" to Trail-Priority-File-State
                move "Y" to Log-Was-Just-Scanned
                perform ScanPriorityLog thru EndScanPriorityLog
                open extend TrailPriorityFile
                if Trail-Priority-File-Status not = "00"
                    open output TrailPriorityFile
                end-if
            end-if
    end-evaluate.
EndEnsureTrailLogIsOpen.

ScanStackLog.
    move "N" to Trail-EOF-Switch
    open input TrailStackFile
    if Trail-Stack-File-Status = "00"
        perform ReadStackLogLine thru EndReadStackLogLine
            until Trail-At-End
        close TrailStackFile
    end-if.
EndScanStackLog.

ReadStackLogLine.
    read TrailStackFile
        at end set Trail-At-End to true
        not at end
            move Trail-Stack-Record to Trail-Line
            perform NoteScannedLine thru EndNoteScannedLine
    end-read.
EndReadStackLogLine.

ScanQueueLog.
    move "N" to Trail-EOF-Switch
    open input TrailQueueFile
    if Trail-Queue-File-Status = "00"
        perform ReadQueueLogLine thru EndReadQueueLogLine
            until Trail-At-End
        close TrailQueueFile
    end-if.
EndScanQueueLog.

ReadQueueLogLine.
    read TrailQueueFile
        at end set Trail-At-End to true
        not at end
            move Trail-Queue-Record to Trail-Line
            perform NoteScannedLine thru EndNoteScannedLine
    end-read.
EndReadQueueLogLine.

ScanPriorityLog.
    move "N" to Trail-EOF-Switch
    open input TrailPriorityFile
    if Trail-Priority-File-Status = "00"
        perform ReadPriorityLogLine thru EndReadPriorityLogLine
            until Trail-At-End
        close TrailPriorityFile
    end-if.
EndScanPriorityLog.

ReadPriorityLogLine.
    read TrailPriorityFile
        at end set Trail-At-End to true
        not at end
            move Trail-Priority-Record to Trail-Line
            perform NoteScannedLine thru EndNoteScannedLine
    end-read.
EndReadPriorityLogLine.

*> Lines from before chaining began carry no sequence and are passed
*> over, as are the cutover's carry-forward records; every other
*> line, anchors included, moves its chain on to its own values.
NoteScannedLine.
    move "N" to Line-Is-Carry
    if Trail-Log-Name = "PRTYQAUD"
        if Trail-Line-Tail(2:7) = "*CARRY*"
            move "Y" to Line-Is-Carry
        end-if
    else
        if Trail-Line-Tail(1:7) = "*CARRY*"
            move "Y" to Line-Is-Carry
        end-if
    end-if
    if Line-Is-Carry = "N"
        and (Rescan-Target-Id = spaces
            or Trail-Line-Target-Id = Rescan-Target-Id)
        and Trail-Line-Sequence is numeric
        and Trail-Line-Check is numeric
        perform FindOrCreateChainEntry thru EndFindOrCreateChainEntry
        if Current-Chain-Index not = zero
            move Trail-Line-Sequence to Chain-Sequence(Current-Chain-Index)
            move Trail-Line-Check to Chain-Check(Current-Chain-Index)
        end-if
    end-if.
EndNoteScannedLine.

FindOrCreateChainEntry.
    move space to Line-Chain-Mark
    if Trail-Log-Name = "STACKAUD"
        move Trail-Line-Unowned-Mark to Line-Chain-Mark
    end-if
    move zero to Current-Chain-Index
    perform LocateChainEntry thru EndLocateChainEntry
        varying Chain-Index from 1 by 1
        until Chain-Index > Chain-Entries
    if Current-Chain-Index = zero
        if Chain-Entries not less than 300
            if not Chain-Table-Full
                display "Audit Trail: more than 300 stacks and "
                    "queues in the audit logs; the rest restart "
                    "their chains at every run"
                set Chain-Table-Full to true
            end-if
        else
            add 1 to Chain-Entries
            move Chain-Entries to Current-Chain-Index
            move Trail-Log-Name to Chain-Log-Name(Current-Chain-Index)
            move Trail-Line-Target-Id
                to Chain-Target-Id(Current-Chain-Index)
            move Line-Chain-Mark to Chain-Mark(Current-Chain-Index)
            move zero to Chain-Sequence(Current-Chain-Index)
            move zero to Chain-Check(Current-Chain-Index)
            move "N" to Chain-Forgotten(Current-Chain-Index)
        end-if
    end-if.
EndFindOrCreateChainEntry.

LocateChainEntry.
    if Chain-Log-Name(Chain-Index) = Trail-Log-Name
        and Chain-Target-Id(Chain-Index) = Trail-Line-Target-Id
        and Chain-Mark(Chain-Index) = Line-Chain-Mark
        move Chain-Index to Current-Chain-Index
    end-if.
EndLocateChainEntry.

*> A chain is only marked here; the log is not read again until a
*> record for that stack or queue is about to be written, so taking
*> and handing back locks costs nothing on its own.  A log not yet
*> opened in this run unit has nothing to forget: its first Write
*> reads it whole.
ForgetOneChain.
    if (Trail-Log-Name = "STACKAUD" and Trail-Stack-File-State = "Y")
        or (Trail-Log-Name = "QUEUEAUD" and Trail-Queue-File-State = "Y")
        or (Trail-Log-Name = "PRTYQAUD"
            and Trail-Priority-File-State = "Y")
        move spaces to Trail-Line
        move Trail-Text to Trail-Line-Target-Id
        perform FindOrCreateChainEntry thru EndFindOrCreateChainEntry
        if Current-Chain-Index not = zero
            move "Y" to Chain-Forgotten(Current-Chain-Index)
        end-if
    end-if.
EndForgetOneChain.

*> The log is closed first, so this run unit's own records are on
*> it, read through for the lines of the chain's stack or queue
*> alone, and opened extend again.  Trail-Line is then rebuilt from Trail-Text,
*> since the reading has used it.
RescanForgottenChain.
    move Trail-Line-Target-Id to Rescan-Target-Id
    move zero to Chain-Sequence(Current-Chain-Index)
    move zero to Chain-Check(Current-Chain-Index)
    move "N" to Chain-Forgotten(Current-Chain-Index)
    evaluate Trail-Log-Name
        when "STACKAUD"
            close TrailStackFile
            perform ScanStackLog thru EndScanStackLog
            open extend TrailStackFile
            if Trail-Stack-File-Status not = "00"
                open output TrailStackFile
            end-if
        when "QUEUEAUD"
            close TrailQueueFile
            perform ScanQueueLog thru EndScanQueueLog
            open extend TrailQueueFile
            if Trail-Queue-File-Status not = "00"
                open output TrailQueueFile
            end-if
        when "PRTYQAUD"
            close TrailPriorityFile
            perform ScanPriorityLog thru EndScanPriorityLog
            open extend TrailPriorityFile
            if Trail-Priority-File-Status not = "00"
                open output TrailPriorityFile
            end-if
    end-evaluate
    move spaces to Rescan-Target-Id
    perform BuildTrailLine thru EndBuildTrailLine
    perform FindOrCreateChainEntry thru EndFindOrCreateChainEntry.
EndRescanForgottenChain.

*> The log's chains are forgotten with it; a later Write in this run
*> unit reads the log afresh.
CloseTrailLog.
    evaluate Trail-Log-Name
        when "STACKAUD"
            if Trail-Stack-File-State = "Y"
                close TrailStackFile
                move "N" to Trail-Stack-File-State
            end-if
        when "QUEUEAUD"
            if Trail-Queue-File-State = "Y"
                close TrailQueueFile
                move "N" to Trail-Queue-File-State
            end-if
        when "PRTYQAUD"
            if Trail-Priority-File-State = "Y"
                close TrailPriorityFile
                move "N" to Trail-Priority-File-State
            end-if
    end-evaluate
    perform ForgetChainEntry thru EndForgetChainEntry
        varying Chain-Index from 1 by 1
        until Chain-Index > Chain-Entries.
EndCloseTrailLog.

ForgetChainEntry.
    if Chain-Log-Name(Chain-Index) = Trail-Log-Name
        move "*CLOSED*" to Chain-Log-Name(Chain-Index)
        move spaces to Chain-Target-Id(Chain-Index)
    end-if.
EndForgetChainEntry.

end program AuditTrail.
