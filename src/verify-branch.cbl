*>             NIGHT-ANOMALY-COUNT, which is the gate NIGHT-RUN-BRANCH
*>             checks before letting any later step touch the catalog.
*>             Run from the menu, nothing changes.
*> 2026-10-14  A title corrected by RETITLE-BRANCH has no ADD entry of
*>             its own - its ADD sits under the old spelling - so the
*>             corrected title on each RETITL entry is now loaded into
*>             the ADD-title table alongside the ADD titles, and a
*>             re-titled album no longer reports as an anomaly.

IDENTIFICATION DIVISION.
PROGRAM-ID. VERIFY-BRANCH INITIAL.

    GOBACK.

*> Every ADD entry's title goes into the table, and so does the
*> corrected title of every RETITL entry, which is where a re-titled
*> album's history continues; the table is then
*> sorted so the per-record check can use a binary SEARCH ALL. A
*> missing audit log is tolerated - the no-ADD check is skipped and
*> the operator is told - since a catalog restored on a fresh machine
    END-IF.

LOAD-ONE-ADD-TITLE.
    IF AUDIT-LOG-OPERATION EQUAL "ADD" OR "RETITL"
        IF WS-ADD-TITLE-COUNT LESS THAN WS-ADD-TITLE-LIMIT
            ADD 1 TO WS-ADD-TITLE-COUNT
            IF AUDIT-LOG-OPERATION EQUAL "RETITL"
                MOVE AUDIT-LOG-REFERENCE
                    TO ADD-TITLE-KEY(WS-ADD-TITLE-COUNT)
            ELSE
                MOVE AUDIT-LOG-TITLE
                    TO ADD-TITLE-KEY(WS-ADD-TITLE-COUNT)
            END-IF
        ELSE
            IF NOT TABLE-FULL-WARNED
                DISPLAY "ADD-TITLE TABLE FULL AT " WS-ADD-TITLE-LIMIT
