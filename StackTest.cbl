01 Other-Stack-Id pic x(8) value "OTHER".
01 Fresh-Stack-Id pic x(8) value "FRESH".
01 Unique-Stack-Id pic x(8) value "UNIQ".
01 Reserve-Stack-Id pic x(8) value "RESV".

procedure division.
    call "Stack" using by content "Restore", by reference Result, by reference Stack-Status, by content Fresh-Stack-Id
    call "Stack" using by content "Size", by reference Result, by reference Stack-Status, by content Unique-Stack-Id
    call "AssertEquals" using Result, "03", "The repeat pushed by plain Push is on the stack"

    call "Stack" using by content "Push", by content "job-1", by reference Stack-Status, by content Reserve-Stack-Id
    call "Stack" using by content "Push", by content "job-2", by reference Stack-Status, by content Reserve-Stack-Id
    call "Stack" using by content "Reserve", by reference Result, by reference Stack-Status, by content Reserve-Stack-Id
    call "AssertEquals" using Result, "job-2", "Reserve hands back the top item the same as Pop"
    call "Stack" using by content "Size", by reference Item, by reference Stack-Status, by content Reserve-Stack-Id
    call "AssertEquals" using Item, "01", "A reserved item is off the stack while it is in flight"
    call "Stack" using by content "Commit", by content Result, by reference Stack-Status, by content Reserve-Stack-Id
    call "AssertEquals" using Stack-Status, "00", "Commit drops the reservation of a finished item"
    call "Stack" using by content "Commit", by content Result, by reference Stack-Status, by content Reserve-Stack-Id
    call "AssertEquals" using Stack-Status, "60", "Commit of an item with no reservation reports status 60"
    call "Stack" using by content "Reserve 0030", by reference Result, by reference Stack-Status, by content Reserve-Stack-Id
    call "AssertEquals" using Result, "job-1", "Reserve with a lease hands back the next item down"
    call "Stack" using by content "Abandon", by content Result, by reference Stack-Status, by content Reserve-Stack-Id
    call "AssertEquals" using Stack-Status, "00", "Abandon accepts an item this run unit reserved"
    call "Stack" using by content "Peek", by reference Result, by reference Stack-Status, by content Reserve-Stack-Id
    call "AssertEquals" using Result, "job-1", "Abandon puts the reserved item back on top of its stack"
    call "Stack" using by content "Reserve 0000", by reference Result, by reference Stack-Status, by content Reserve-Stack-Id
    call "Stack" using by content "Checkpoint", by reference Item, by reference Stack-Status, by content Reserve-Stack-Id
    call "Stack" using by content "Restore", by reference Item, by reference Stack-Status, by content Reserve-Stack-Id
    call "Stack" using by content "Peek", by reference Result, by reference Stack-Status, by content Reserve-Stack-Id
    call "AssertEquals" using Result, "job-1", "Restore puts back a reserved item whose lease has run out"
    call "Stack" using by content "Commit", by content Result, by reference Stack-Status, by content Reserve-Stack-Id
    call "AssertEquals" using Stack-Status, "60", "A reservation put back by Restore can no longer be committed"

    call "Stack" using by content "Release", by reference Result, by reference Stack-Status, by content Stack-Id
    call "AssertEquals" using Stack-Status, "00", "Release hands back this run's stack locks at end of job"
    call "Stack" using by content "Push", by content "relocked", by reference Stack-Status, by content Other-Stack-Id
