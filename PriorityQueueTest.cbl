    call "AssertEquals" using Result, "routine-3",
        "Restore keeps the urgency ordering across the restart"

    move 7 to Priority-Class
    move "waiting-7" to Item
    call "PriorityQueue" using by content "Enqueue", by content Item,
        by reference Queue-Status, by content Other-Queue-Id, by content Priority-Class
    move 4 to Priority-Class
    move "newer-4" to Item
    call "PriorityQueue" using by content "Enqueue", by content Item,
        by reference Queue-Status, by content Other-Queue-Id, by content Priority-Class
    move "waiting-7" to Item
    call "PriorityQueue" using by content "Escalate 7", by content Item,
        by reference Queue-Status, by content Other-Queue-Id, by content Priority-Class
    call "AssertEquals" using Queue-Status, "00",
        "Escalate finds the waiting item in the class it names"
    call "PriorityQueue" using by content "Dequeue", by reference Result,
        by reference Queue-Status, by content Other-Queue-Id, by content Priority-Class
    call "AssertEquals" using Result, "waiting-7",
        "An escalated item keeps its original arrival within its new class"
    call "PriorityQueue" using by content "Escalate 7", by content Item,
        by reference Queue-Status, by content Other-Queue-Id, by content Priority-Class
    call "AssertEquals" using Queue-Status, "10",
        "Escalate of an item no longer waiting in that class reports status 10"
    call "PriorityQueue" using by content "Dequeue", by reference Result,
        by reference Queue-Status, by content Other-Queue-Id, by content Priority-Class

stop run.

FillQueueToCapacity.
