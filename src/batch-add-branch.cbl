*>             not on the table is counted as an invalid line the
*>             same way a bad rating, year, or format always has
*>             been.
*> 2026-10-14  Every audit entry written here now carries the operator
*>             signed on at MENU-MAIN: WRITE-AUDIT-ENTRY stamps the ID
*>             from the shared sign-on area (signon-fields.cpy),
*>             NOSIGNON when the program runs on its own outside the
*>             menu.
*> 2026-10-14  Every audit entry now journals the catalog record as the
*>             change left it - artist, rating, genre, year, format,
*>             and status - staged through STAGE-AUDIT-AFTER-IMAGE
*>             (STAGE-AUDIT-RETIRED-IMAGE for a delete), so
*>             RECOVERY-BRANCH can replay the log forward from a
*>             backup.
*> 2026-10-14  Each title added is matched off the want list through
*>             FULFILL-WANT-ENTRIES, and the closing counts now show
*>             how many requesters were left to be called. A trailing
*>             WANTED column on a line taken from merge-staging.txt
*>             falls past the six fields the UNSTRING reads and is
*>             ignored.

IDENTIFICATION DIVISION.
PROGRAM-ID. BATCH-ADD-BRANCH INITIAL.
    COPY "audit-select.cpy".
    COPY "checkpoint-select.cpy".
    COPY "genre-select.cpy".
    COPY "want-select.cpy".

    SELECT BATCH-INPUT-FILE ASSIGN TO "batch-add-input.txt"
        ORGANIZATION IS LINE SEQUENTIAL
    FD GENRE-LIST-FILE.
        COPY "genre-record.cpy".

    FD WANT-FILE.
        COPY "want-record.cpy".

    FD BATCH-INPUT-FILE.
        01 BATCH-INPUT-LINE PICTURE X(160).

    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "audit-fields.cpy".
    COPY "signon-fields.cpy".
    COPY "checkpoint-fields.cpy".
    COPY "genre-fields.cpy".
    COPY "want-fields.cpy".
    01 BATCH-INPUT-STATUS PICTURE XX.

    01 WS-ADD-COUNT PICTURE 9(05) VALUE ZERO.
    DISPLAY "RECORDS ADDED: " WS-ADD-COUNT
    DISPLAY "DUPLICATES SKIPPED: " WS-DUPLICATE-COUNT
    DISPLAY "INVALID LINES SKIPPED: " WS-SKIP-COUNT
    DISPLAY "WANTS FULFILLED, REQUESTERS TO CALL: " WANTS-FULFILLED-COUNT
    PERFORM LINE-SPLIT

    GOBACK.
        MOVE ALBUM-FORMAT TO ALBUM-FORMAT-RECORD
        SET ALBUM-ACTIVE TO TRUE
        REWRITE ALBUM-RECORD
        PERFORM STAGE-AUDIT-AFTER-IMAGE
        MOVE "ADD" TO AUDIT-OPERATION-CODE
        PERFORM WRITE-AUDIT-ENTRY
        PERFORM FULFILL-WANT-ENTRIES
        ADD 1 TO WS-ADD-COUNT
    END-IF.

    SET ALBUM-ACTIVE TO TRUE
    WRITE ALBUM-RECORD

    PERFORM STAGE-AUDIT-AFTER-IMAGE
    MOVE "ADD" TO AUDIT-OPERATION-CODE
    PERFORM WRITE-AUDIT-ENTRY
    PERFORM FULFILL-WANT-ENTRIES
    ADD 1 TO WS-ADD-COUNT.

LINE-SPLIT.
COPY "write-audit-entry.cpy".

COPY "checkpoint-handling.cpy".

COPY "fulfill-want-entries.cpy".
