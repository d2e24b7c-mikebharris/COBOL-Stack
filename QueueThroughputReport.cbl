            ITEM-NAME by Audit-Item-Value, ITEM-OCCURS by == ==.
        02 Audit-Status pic x(2).
        02 Audit-Depth pic 99.
*> The operator id or carry marker and the chain values AuditTrail
*> puts on the end of the line are not used here.
        02 Audit-Tail pic x(9).
        02 Audit-Chain pic x(19).

working-storage section.
    01 Audit-File-Status pic xx.
