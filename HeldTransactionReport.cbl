identification division.
program-id. HeldTransactionReport.

*> Lists the transactions StackTransactionDriver is holding for a
*> later release, in the order they will be released, so the upstream
*> teams and the morning meeting can see what is coming and when -
*> and check that a Cancel they sent took effect.  Each line gives the
*> release time, the command, the Stack-Id or Queue-Id, the item, the
*> feed and batch it came in on, and when it was filed; each release
*> date is followed by its count.  A transaction whose release has
*> already passed is marked DUE: it goes on at the start of the next
*> feed the driver applies.

environment division.
input-output section.
file-control.
    select HeldTransactionFile assign to "STACKHLD"
        organization is indexed
        access is sequential
        record key is Hold-Key
        file status is Hold-File-Status.

data division.
file section.
fd  HeldTransactionFile.
    01 Hold-Record.
        02 Hold-Key.
            03 Hold-Release-At.
                04 Hold-Release-Date pic x(8).
                04 Hold-Release-Time pic x(4).
            03 Hold-Target-Id pic x(8).
            copy "StackItem.cpy" replacing ITEM-LEVEL by 03,
                ITEM-NAME by Hold-Item-Value, ITEM-OCCURS by == ==.
        02 Hold-Command pic x(10).
        02 Hold-Feed pic x(8).
        02 Hold-Sender pic x(8).
        02 Hold-Batch-Number pic 9(6).
        02 Hold-Filed-At pic x(21).

working-storage section.
    01 Hold-File-Status pic xx.
    01 Hold-Switches.
        02 Hold-EOF-Switch pic x value "N".
            88 Hold-At-End value "Y".
    01 Report-Time pic x(12) value spaces.
    01 Current-Release-Date pic x(8) value spaces.
    01 Date-Held-Count pic 9(7) value zero.
    01 Total-Held-Count pic 9(7) value zero.
    01 Total-Due-Count pic 9(7) value zero.
    01 Due-Marker pic x(3) value spaces.

procedure division.
    move "N" to Hold-EOF-Switch
    move function current-date(1:12) to Report-Time
    open input HeldTransactionFile
    if Hold-File-Status not = "00"
        display "No held-transaction store found; nothing is held"
        goback
    end-if

    display "Held Transaction Report"
    read HeldTransactionFile
        at end set Hold-At-End to true
    end-read
    perform ListHeldTransaction thru EndListHeldTransaction
        until Hold-At-End
    close HeldTransactionFile
    if Current-Release-Date not = spaces
        perform PrintReleaseDateTotal thru EndPrintReleaseDateTotal
    end-if

    display " "
    display "Transactions held: " Total-Held-Count
    display "Already due, released on the next feed: " Total-Due-Count
    goback.

ListHeldTransaction.
    if Hold-Release-Date not = Current-Release-Date
        if Current-Release-Date not = spaces
            perform PrintReleaseDateTotal thru EndPrintReleaseDateTotal
        end-if
        move Hold-Release-Date to Current-Release-Date
        move zero to Date-Held-Count
        display " "
        display "Release date " Current-Release-Date
        display "Time Due Command    Target   Feed     Sender   "
            "Batch  Filed          Item"
    end-if
    add 1 to Date-Held-Count
    add 1 to Total-Held-Count
    if Hold-Release-At not > Report-Time
        move "DUE" to Due-Marker
        add 1 to Total-Due-Count
    else
        move spaces to Due-Marker
    end-if
    display Hold-Release-Time " " Due-Marker " " Hold-Command " "
        Hold-Target-Id " " Hold-Feed " " Hold-Sender " "
        Hold-Batch-Number " " Hold-Filed-At(1:14) " "
        function trim(Hold-Item-Value)
    read HeldTransactionFile
        at end set Hold-At-End to true
    end-read.
EndListHeldTransaction.

PrintReleaseDateTotal.
    display "Held for " Current-Release-Date ": " Date-Held-Count.
EndPrintReleaseDateTotal.

end program HeldTransactionReport.
