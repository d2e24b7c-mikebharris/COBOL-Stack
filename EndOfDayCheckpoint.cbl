identification division.
program-id. EndOfDayCheckpoint.

*> The final checkpoint of the batch window, taken once the feeds,
*> the rework re-injection and the age-out sweep have all finished
*> with the stacks and queues and before AuditArchive closes the
*> day.  Each of Stack, Queue and PriorityQueue is restored from its
*> checkpoint file and checkpointed straight back, through the
*> programs' own Restore and Checkpoint, so:
*>     - any reservation a dead worker left out past its lease is
*>       reclaimed onto its stack before the day is closed;
*>     - every set gets a dated generation for the end of the day,
*>       which CheckpointRecovery can put back if the next day's
*>       first checkpoint goes wrong;
*>     - the locks the window's jobs took are all handed back.
*> Nothing else changes: what is checkpointed is what the day's
*> jobs left.

data division.
working-storage section.
    copy "StackItem.cpy" replacing ITEM-LEVEL by 01,
        ITEM-NAME by Call-Item, ITEM-OCCURS by == ==.
    01 Call-Status pic x(2) value spaces.
    01 Call-Class pic 9 value zero.

procedure division.
    call "Stack" using by content "Restore", by reference Call-Item,
        by reference Call-Status, by content "        "
    call "Stack" using by content "Checkpoint", by reference Call-Item,
        by reference Call-Status, by content "        "
    call "Queue" using by content "Restore", by reference Call-Item,
        by reference Call-Status, by content "        "
    call "Queue" using by content "Checkpoint", by reference Call-Item,
        by reference Call-Status, by content "        "
    call "PriorityQueue" using by content "Restore",
        by reference Call-Item, by reference Call-Status,
        by content "        ", by content Call-Class
    call "PriorityQueue" using by content "Checkpoint",
        by reference Call-Item, by reference Call-Status,
        by content "        ", by content Call-Class
    display "End of day checkpoint taken for the stacks, queues "
        "and priority queue"
    goback.

end program EndOfDayCheckpoint.
