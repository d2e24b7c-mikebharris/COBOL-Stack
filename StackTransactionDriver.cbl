*> status "98" and nothing touches a stack or queue.  Every batch,
*> balanced or not, produces one acknowledgment record on the
*> acknowledgment file for the sender: batch number, records
*> accepted, records rejected, the balance result (BALANCED,
*> BADCOUNT, BADHASH, NOTRAILER, or TOOBIG), and records held for a
*> later release (see below).  Records arriving
*> outside any batch are applied immediately, exactly as every feed
*> worked before the control records existed.
*>
*> A transaction may carry a release date and time, for work that is
*> known about today but must not be worked until later - a payment
*> run for the 1st, or a retry that must wait out a partner's
*> maintenance window.  The release goes in columns 85-96 as
*> YYYYMMDDHHMM (the time may be left blank for midnight).  Columns
*> 83-84 are left unused: the failures file carries its status there,
*> so a failure resubmitted as it stands keeps its release.  A
*> transaction with no release, or one already due, is applied as
*> before.  One not yet due is filed instead in the held-transaction
*> store, STACKHLD, an indexed file keyed by release, Target-Id and
*> item value, and counts as held rather than accepted; the
*> acknowledgment for its batch gives the number held.  Every run,
*> before the first record of its own feed, applies whatever in the
*> store has come due, in release order, and removes it from the
*> store - removed first, so an abend part way can never apply it
*> twice.  It does so even when its feed file is not there, so a
*> night with no feed still releases what has come due.  A "Cancel"
*> record carrying the same release, Target-Id and item value
*> withdraws a held transaction before it is released.
*> HeldTransactionReport lists what is waiting, by release date.  A
*> command the driver does not know is rejected at once, whatever
*> its release.
*>
*> Any transaction that does not complete with status "00" - an
*> unrecognised command, or a 10/20/30 return from Stack or Queue -
*> is written to the error file with the returned status appended,
*> so just the failures can be corrected and resubmitted.  An
*> unrecognised command is reported with status "99", a record
*> rejected with its whole batch with status "98", a Route with an
*> unknown route id with status "97", a release date or time that is
*> not a real one with status "96", a transaction that could not be
*> held - one with the same key is held already, or the store could
*> not be opened - with status "95", and a Cancel that found nothing
*> held under its key with status "94"; Stack and Queue never return
*> any of these themselves.
*>
*> The stack and queue pools are restored from their checkpoint
*> files before the first transaction and checkpointed again after
*> the last, so successive feeds accumulate onto the same overnight
*> stacks and queues and an abended feed can be re-run from the
*> failures file without losing what had already been applied.
*>
*> Run on its own the driver reads STACKTXN and writes STACKERR and
*> STACKACK, as it always has.  The nightly job stream runs it once
*> per feed, naming the feed in the environment variable STACKFEED;
*> with a feed named - PAYROLL, say - the driver reads
*> STACKTXN.PAYROLL and writes STACKERR.PAYROLL and STACKACK.PAYROLL,
*> so each feed keeps its own failures and acknowledgments.  The
*> driver ends with return code 4 when there was no transaction file
*> or any record was rejected, so the stream's summary shows the feed
*> needs a look; neither stops the stream.

environment division.
input-output section.
file-control.
    select TransactionFile assign using Transaction-File-Name
        organization is line sequential
        file status is Transaction-File-Status.
    select TransactionErrorFile assign using Error-File-Name
        organization is line sequential
        file status is Error-File-Status.
    select AcknowledgmentFile assign using Ack-File-Name
        organization is line sequential
        file status is Ack-File-Status.
    select RoutingTableFile assign to "STACKRTE"
        organization is line sequential
        file status is Routing-File-Status.
    select HeldTransactionFile assign to "STACKHLD"
        organization is indexed
        access is dynamic
        record key is Hold-Key
        file status is Hold-File-Status.

data division.
file section.
            03 Transaction-Trailer-Count pic 9(7).
            03 Transaction-Trailer-Hash pic 9(13).
            03 filler pic x(44).
        02 filler pic x(2).
        02 Transaction-Release-At.
            03 Transaction-Release-Date pic x(8).
            03 Transaction-Release-Time pic x(4).

fd  TransactionErrorFile.
    01 Error-Record.
        copy "StackItem.cpy" replacing ITEM-LEVEL by 02,
            ITEM-NAME by Error-Item-Value, ITEM-OCCURS by == ==.
        02 Error-Status pic x(2).
*> The release sits where the transaction file has it, so a corrected
*> failure goes back in still dated.
        02 Error-Release-At pic x(12).

fd  AcknowledgmentFile.
    01 Ack-Record.
        02 Ack-Accepted pic 9(7).
        02 Ack-Rejected pic 9(7).
        02 Ack-Result pic x(9).
        02 Ack-Held pic 9(7).

fd  RoutingTableFile.
    01 Routing-Record.
        02 Routing-Route-Id pic x(8).
        02 Routing-Destination occurs 10 times pic x(8).

*> One transaction waiting for its release.  The key puts the store
*> in release order, and is what a Cancel quotes.
fd  HeldTransactionFile.
    01 Hold-Record.
        02 Hold-Key.
            03 Hold-Release-At pic x(12).
            03 Hold-Target-Id pic x(8).
            copy "StackItem.cpy" replacing ITEM-LEVEL by 03,
                ITEM-NAME by Hold-Item-Value, ITEM-OCCURS by == ==.
        02 Hold-Command pic x(10).
        02 Hold-Feed pic x(8).
        02 Hold-Sender pic x(8).
        02 Hold-Batch-Number pic 9(6).
        02 Hold-Filed-At pic x(21).

working-storage section.
    01 Transaction-File-Status pic xx.
    01 Feed-Name pic x(8) value spaces.
    01 Transaction-File-Name pic x(30) value spaces.
    01 Error-File-Name pic x(30) value spaces.
    01 Ack-File-Name pic x(30) value spaces.
    01 Error-File-Status pic xx.
    01 Ack-File-Status pic xx.
    01 Transaction-Switches.
    01 Work-Command pic x(10) value spaces.
    01 Work-Target-Id pic x(8) value spaces.
    01 Work-Item-Value pic x(64) value spaces.
    01 Work-Release-At.
        02 Work-Release-Date pic x(8) value spaces.
        02 Work-Release-Time.
            03 Work-Release-Hour pic x(2) value spaces.
            03 Work-Release-Minute pic x(2) value spaces.

*> The batch in hand: its header fields, the running count and hash
*> of what has been read, and the held records themselves, applied
            03 Held-Command pic x(10) value spaces.
            03 Held-Target-Id pic x(8) value spaces.
            03 Held-Item-Value pic x(64) value spaces.
            03 Held-Release-At pic x(12) value spaces.
    01 Held-Count pic 9(4) value zero.
    01 Held-Index pic 9(4) value zero.
    01 Batch-Accepted pic 9(7) value zero.
    01 Batch-Rejected pic 9(7) value zero.
    01 Batch-Held pic 9(7) value zero.
    01 Batch-Result pic x(9) value spaces.
    01 Hash-Char-Index pic 99 value zero.

    01 Destination-Index pic 99 value zero.
    01 Routed-Route-Id pic x(8) value spaces.

*> The held-transaction store, and what this run filed in it,
*> released from it and cancelled.  Release-Cutoff is taken once, at
*> the start, so a run that crosses a release time treats it the same
*> way from first record to last.
    01 Hold-File-Status pic xx.
    01 Hold-File-State pic x value "N".
    01 Release-Switches.
        02 Release-Done-Switch pic x value "N".
            88 Release-Done value "Y".
    01 Release-Cutoff pic x(12) value spaces.
    01 Release-Is-Valid pic x value "N".
    01 Command-Is-Known pic x value "N".
    01 Held-For-Release-Count pic 9(7) value zero.
    01 Released-Count pic 9(7) value zero.
    01 Cancelled-Count pic 9(7) value zero.
    01 Feed-Is-Present pic x value "Y".

procedure division.
    perform NameFeedFiles thru EndNameFeedFiles
*> A night with no feed - a holiday, say - still releases whatever
*> has come due in the held store; only the feed itself is missed.
    move "N" to Transaction-EOF-Switch
    move "Y" to Feed-Is-Present
    open input TransactionFile
    if Transaction-File-Status not = "00"
        display "No transaction file found to apply ("
            function trim(Transaction-File-Name) ")"
        move "N" to Feed-Is-Present
        set Transaction-At-End to true
    end-if
    open output TransactionErrorFile
    open output AcknowledgmentFile
    perform LoadRoutingTable thru EndLoadRoutingTable
    move function current-date(1:12) to Release-Cutoff
    perform OpenHeldTransactionFile thru EndOpenHeldTransactionFile

    call "Stack" using by content "Restore", by reference Call-Item,
        by reference Call-Status, by content "        "
    call "Queue" using by content "Restore", by reference Call-Item,
        by reference Call-Status, by content "        "

    if Hold-File-State = "Y"
        move "N" to Release-Done-Switch
        perform ReleaseOneDueTransaction thru EndReleaseOneDueTransaction
            until Release-Done
    end-if

    if Feed-Is-Present = "Y"
        read TransactionFile
            at end set Transaction-At-End to true
        end-read
    end-if
    perform ProcessTransactionRecord thru EndProcessTransactionRecord
        until Transaction-At-End

    call "Queue" using by content "Checkpoint", by reference Call-Item,
        by reference Call-Status, by content "        "

    if Feed-Is-Present = "Y"
        close TransactionFile
    end-if
    close TransactionErrorFile
    close AcknowledgmentFile
    if Hold-File-State = "Y"
        close HeldTransactionFile
    end-if
    display "Held transactions released: " Released-Count
    display "Transactions accepted: " Accepted-Count
    display "Transactions rejected: " Rejected-Count
    display "Transactions held for later release: "
        Held-For-Release-Count
    display "Held transactions cancelled: " Cancelled-Count
    if Rejected-Count not = zero
        or Feed-Is-Present = "N"
        move 4 to return-code
    end-if
    goback.

NameFeedFiles.
    move "STACKTXN" to Transaction-File-Name
    move "STACKERR" to Error-File-Name
    move "STACKACK" to Ack-File-Name
    move spaces to Feed-Name
    accept Feed-Name from environment "STACKFEED"
    if Feed-Name not = spaces
        move spaces to Transaction-File-Name
        move spaces to Error-File-Name
        move spaces to Ack-File-Name
        string "STACKTXN." function trim(Feed-Name)
            delimited by size into Transaction-File-Name
        string "STACKERR." function trim(Feed-Name)
            delimited by size into Error-File-Name
        string "STACKACK." function trim(Feed-Name)
            delimited by size into Ack-File-Name
    end-if.
EndNameFeedFiles.

*> Routes one record of the file: batch control records open and
*> close a batch, records inside a batch are held for the trailer's
*> verdict, and records outside any batch are applied on the spot,
                move Transaction-Command to Work-Command
                move Transaction-Target-Id to Work-Target-Id
                move Transaction-Item-Value to Work-Item-Value
                move Transaction-Release-At to Work-Release-At
                perform DispatchTransaction thru EndDispatchTransaction
            end-if
    end-evaluate
    read TransactionFile
    move zero to Held-Count
    move zero to Batch-Accepted
    move zero to Batch-Rejected
    move zero to Batch-Held
    move "N" to Batch-Overflowed-Switch.
EndStartNewBatch.

        move Transaction-Command to Held-Command(Held-Count)
        move Transaction-Target-Id to Held-Target-Id(Held-Count)
        move Transaction-Item-Value to Held-Item-Value(Held-Count)
        move Transaction-Release-At to Held-Release-At(Held-Count)
    else
        set Batch-Overflowed to true
    end-if.
        move Transaction-Command to Work-Command
        move Transaction-Target-Id to Work-Target-Id
        move Transaction-Item-Value to Work-Item-Value
        move Transaction-Release-At to Work-Release-At
        move "99" to Call-Status
        perform WriteTransactionError thru EndWriteTransactionError
    else
    move Held-Command(Held-Index) to Work-Command
    move Held-Target-Id(Held-Index) to Work-Target-Id
    move Held-Item-Value(Held-Index) to Work-Item-Value
    move Held-Release-At(Held-Index) to Work-Release-At
    perform DispatchTransaction thru EndDispatchTransaction.
EndApplyOneHeldRecord.

RejectHeldBatch.
    move Held-Command(Held-Index) to Work-Command
    move Held-Target-Id(Held-Index) to Work-Target-Id
    move Held-Item-Value(Held-Index) to Work-Item-Value
    move Held-Release-At(Held-Index) to Work-Release-At
    move "98" to Call-Status
    add 1 to Batch-Rejected
    perform WriteTransactionError thru EndWriteTransactionError.
    move Batch-Accepted to Ack-Accepted
    move Batch-Rejected to Ack-Rejected
    move Batch-Result to Ack-Result
    move Batch-Held to Ack-Held
    write Ack-Record.
EndWriteAcknowledgment.

*> Decides what becomes of one transaction: a Cancel withdraws a
*> held one, a transaction dated for later is filed in the held
*> store, and everything else - including a command the driver does
*> not know, which is rejected however it is dated - is applied now.
DispatchTransaction.
    evaluate function trim(Work-Command)
        when "Push"
        when "PushUnique"
        when "Pop"
        when "Peek"
        when "Size"
        when "Clear"
        when "Browse"
        when "Enqueue"
        when "Dequeue"
        when "Route"
            move "Y" to Command-Is-Known
        when other
            move "N" to Command-Is-Known
    end-evaluate
    if function trim(Work-Command) = "Cancel"
        perform CheckReleaseAt thru EndCheckReleaseAt
        if Release-Is-Valid = "Y"
            perform CancelHeldTransaction thru EndCancelHeldTransaction
        else
            move "96" to Call-Status
            perform RejectWorkTransaction thru EndRejectWorkTransaction
        end-if
    else
        if Work-Release-At = spaces or Command-Is-Known = "N"
            perform ApplyTransaction thru EndApplyTransaction
        else
            perform CheckReleaseAt thru EndCheckReleaseAt
            evaluate true
                when Release-Is-Valid = "N"
                    move "96" to Call-Status
                    perform RejectWorkTransaction
                        thru EndRejectWorkTransaction
                when Work-Release-At not > Release-Cutoff
                    perform ApplyTransaction thru EndApplyTransaction
                when other
                    perform FileHeldTransaction
                        thru EndFileHeldTransaction
            end-evaluate
        end-if
    end-if.
EndDispatchTransaction.

*> A release must be a real date, and a real time if one is given; a
*> blank time is midnight at the start of the day.
CheckReleaseAt.
    move "N" to Release-Is-Valid
    if Work-Release-Time = spaces
        move "0000" to Work-Release-Time
    end-if
    if Work-Release-Date is numeric
        and Work-Release-Hour is numeric
        and Work-Release-Minute is numeric
        if function test-date-yyyymmdd(function numval(Work-Release-Date))
                = zero
            and Work-Release-Hour < "24"
            and Work-Release-Minute < "60"
            move "Y" to Release-Is-Valid
        end-if
    end-if.
EndCheckReleaseAt.

OpenHeldTransactionFile.
    open i-o HeldTransactionFile
    if Hold-File-Status not = "00"
        open output HeldTransactionFile
        if Hold-File-Status = "00"
            close HeldTransactionFile
            open i-o HeldTransactionFile
        end-if
    end-if
    if Hold-File-Status = "00"
        move "Y" to Hold-File-State
    else
        move "U" to Hold-File-State
        display "Cannot open the held-transaction store STACKHLD "
            "(status " Hold-File-Status "); nothing is released "
            "and nothing can be held"
    end-if.
EndOpenHeldTransactionFile.

*> Takes the earliest transaction in the store and, if it has come
*> due, removes it and applies it.  The store is in release order, so
*> the first one not yet due ends the release.
ReleaseOneDueTransaction.
    move low-values to Hold-Key
    start HeldTransactionFile key is not less than Hold-Key
        invalid key set Release-Done to true
    end-start
    if not Release-Done
        read HeldTransactionFile next record
            at end set Release-Done to true
        end-read
    end-if
    if not Release-Done
        if Hold-Release-At > Release-Cutoff
            set Release-Done to true
        else
            move Hold-Command to Work-Command
            move Hold-Target-Id to Work-Target-Id
            move Hold-Item-Value to Work-Item-Value
            move Hold-Release-At to Work-Release-At
            delete HeldTransactionFile record
                invalid key
                    display "Cannot remove released transaction "
                        function trim(Work-Command) " "
                        Work-Target-Id " from STACKHLD; release stopped"
                    set Release-Done to true
            end-delete
            if not Release-Done
                add 1 to Released-Count
                perform ApplyTransaction thru EndApplyTransaction
            end-if
        end-if
    end-if.
EndReleaseOneDueTransaction.

FileHeldTransaction.
    move "95" to Call-Status
    if Hold-File-State = "Y"
        move Work-Release-At to Hold-Release-At
        move Work-Target-Id to Hold-Target-Id
        move Work-Item-Value to Hold-Item-Value
        move Work-Command to Hold-Command
        move Feed-Name to Hold-Feed
        if In-Batch
            move Batch-Sender to Hold-Sender
            move Batch-Number to Hold-Batch-Number
        else
            move spaces to Hold-Sender
            move zero to Hold-Batch-Number
        end-if
        move function current-date to Hold-Filed-At
        write Hold-Record
            invalid key continue
            not invalid key move "00" to Call-Status
        end-write
    end-if
    if Call-Status = "00"
        add 1 to Held-For-Release-Count
        if In-Batch
            add 1 to Batch-Held
        end-if
    else
        perform RejectWorkTransaction thru EndRejectWorkTransaction
    end-if.
EndFileHeldTransaction.

CancelHeldTransaction.
    move "94" to Call-Status
    if Hold-File-State = "Y"
        move Work-Release-At to Hold-Release-At
        move Work-Target-Id to Hold-Target-Id
        move Work-Item-Value to Hold-Item-Value
        delete HeldTransactionFile record
            invalid key continue
            not invalid key move "00" to Call-Status
        end-delete
    end-if
    if Call-Status = "00"
        add 1 to Cancelled-Count
        add 1 to Accepted-Count
        if In-Batch
            add 1 to Batch-Accepted
        end-if
    else
        perform RejectWorkTransaction thru EndRejectWorkTransaction
    end-if.
EndCancelHeldTransaction.

RejectWorkTransaction.
    if In-Batch
        add 1 to Batch-Rejected
    end-if
    perform WriteTransactionError thru EndWriteTransactionError.
EndRejectWorkTransaction.

*> Routes one transaction to Stack or Queue by its command, then
*> counts it as accepted or writes it to the error file.  The item
*> value is worked on in Call-Item so a Pop or Peek overwriting it
    move Work-Target-Id to Error-Target-Id
    move Work-Item-Value to Error-Item-Value
    move Call-Status to Error-Status
    move Work-Release-At to Error-Release-At
    write Error-Record.
EndWriteTransactionError.

