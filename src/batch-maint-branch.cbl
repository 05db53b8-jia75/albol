*>             the keyboard, and the closing counts are left in the
*>             result lines for NIGHT-RUN-BRANCH's consolidated log.
*>             Run from the menu, nothing changes.
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
*> 2026-10-14  Each title an add transaction puts in the catalog is
*>             matched off the want list through FULFILL-WANT-ENTRIES;
*>             the number of requesters left to be called is shown
*>             with the closing counts and kept as a night result.
*> 2026-10-14  A batch 'D' now removes the retired album's track
*>             listing from the companion ALBUM-TRACKS-FILE the way
*>             DELETE-BRANCH does online, through the shared
*>             retire-track-entries.cpy paragraph.
*> 2026-10-15  A batch 'D' writes each of the album's active copies to
*>             the disposal ledger as withdrawn and removes the copy
*>             valuations, through RETIRE-COPY-ENTRIES as DELETE-BRANCH
*>             does online.

IDENTIFICATION DIVISION.
PROGRAM-ID. BATCH-MAINT-BRANCH INITIAL.
    COPY "checkpoint-select.cpy".
    COPY "notes-select.cpy".
    COPY "copies-select.cpy".
    COPY "tracks-select.cpy".
    COPY "valuation-select.cpy".
    COPY "disposal-select.cpy".
    COPY "genre-select.cpy".
    COPY "want-select.cpy".

    SELECT MAINT-INPUT-FILE ASSIGN TO "batch-maint-input.txt"
        ORGANIZATION IS LINE SEQUENTIAL
    FD ALBUM-COPIES-FILE.
        COPY "copies-record.cpy".

    FD ALBUM-TRACKS-FILE.
        COPY "tracks-record.cpy".

    FD COPY-VALUATION-FILE.
        COPY "valuation-record.cpy".

    FD DISPOSAL-LEDGER-FILE.
        01 DISPOSAL-LEDGER-RECORD PICTURE X(111).

    FD GENRE-LIST-FILE.
        COPY "genre-record.cpy".

    FD WANT-FILE.
        COPY "want-record.cpy".

    FD MAINT-INPUT-FILE.
        01 MAINT-INPUT-LINE PICTURE X(160).

    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "audit-fields.cpy".
    COPY "signon-fields.cpy".
    COPY "checkpoint-fields.cpy".
    01 MAINT-INPUT-STATUS PICTURE XX.
    01 MAINT-REJECT-STATUS PICTURE XX.
    COPY "notes-fields.cpy".
    COPY "copies-fields.cpy".
    COPY "tracks-fields.cpy".
    COPY "valuation-fields.cpy".
    COPY "disposal-fields.cpy".
    COPY "disposal-record.cpy".
    COPY "genre-fields.cpy".
    COPY "want-fields.cpy".

    01 WS-MAINT-OP PICTURE X(02).
    01 WS-REJECT-REASON PICTURE X(30).
    DISPLAY "DELETES APPLIED: " WS-DELETE-APPLIED
        " REJECTED: " WS-DELETE-REJECTED
    DISPLAY "BAD OPERATION CODES REJECTED: " WS-BAD-OP-REJECTED
    DISPLAY "WANTS FULFILLED, REQUESTERS TO CALL: " WANTS-FULFILLED-COUNT
    PERFORM LINE-SPLIT

    IF NIGHT-RUN-ACTIVE
               WS-BAD-OP-REJECTED DELIMITED BY SIZE
            INTO WS-NIGHT-RESULT-TEXT
        PERFORM RECORD-NIGHT-RESULT
        MOVE SPACES TO WS-NIGHT-RESULT-TEXT
        STRING "WANTS FULFILLED, REQUESTERS TO CALL: " DELIMITED BY SIZE
               WANTS-FULFILLED-COUNT DELIMITED BY SIZE
            INTO WS-NIGHT-RESULT-TEXT
        PERFORM RECORD-NIGHT-RESULT
    END-IF

    GOBACK.
        MOVE ALBUM-FORMAT TO ALBUM-FORMAT-RECORD
        SET ALBUM-ACTIVE TO TRUE
        REWRITE ALBUM-RECORD
        PERFORM STAGE-AUDIT-AFTER-IMAGE
        MOVE "ADD" TO AUDIT-OPERATION-CODE
        PERFORM WRITE-AUDIT-ENTRY
        PERFORM FULFILL-WANT-ENTRIES
    END-IF.

MAINT-ADD-NEW-RECORD.
    SET ALBUM-ACTIVE TO TRUE
    WRITE ALBUM-RECORD

    PERFORM STAGE-AUDIT-AFTER-IMAGE
    MOVE "ADD" TO AUDIT-OPERATION-CODE
    PERFORM WRITE-AUDIT-ENTRY
    PERFORM FULFILL-WANT-ENTRIES.

APPLY-MAINT-UPDATE.
    PERFORM EDIT-UPDATE-FIELDS
    IF ALBUM-DELETED
        MOVE "TITLE NOT FOUND" TO WS-REJECT-REASON
    ELSE
        *> The entry carries the record as this correction will leave it,
        *> built from the current record plus the changed fields, while the
        *> artist column still shows the artist being replaced.
        PERFORM STAGE-AUDIT-AFTER-IMAGE
        IF ALBUM-ARTIST NOT EQUAL SPACES
            MOVE ALBUM-ARTIST TO AUDIT-AFTER-ARTIST
        END-IF
        IF WS-RATING-TEXT NOT EQUAL SPACES
            MOVE ALBUM-RATING TO AUDIT-AFTER-RATING
        END-IF
        IF WS-GENRE-TEXT NOT EQUAL SPACES
            MOVE ALBUM-GENRE TO AUDIT-AFTER-GENRE
        END-IF
        IF WS-YEAR-TEXT NOT EQUAL SPACES
            MOVE ALBUM-YEAR TO AUDIT-AFTER-YEAR
        END-IF
        IF WS-FORMAT-TEXT NOT EQUAL SPACES
            MOVE ALBUM-FORMAT TO AUDIT-AFTER-FORMAT
        END-IF

        MOVE "UPDATE" TO AUDIT-OPERATION-CODE
        PERFORM WRITE-AUDIT-ENTRY

                FUNCTION LOWER-CASE(ALBUM-ARTIST)
            MOVE "ARTIST MISMATCH" TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM STAGE-AUDIT-RETIRED-IMAGE
            MOVE "DELETE" TO AUDIT-OPERATION-CODE
            PERFORM WRITE-AUDIT-ENTRY
            MOVE SPACES TO ALBUM-ARTIST-RECORD
            REWRITE ALBUM-RECORD
            PERFORM RETIRE-NOTE-ENTRIES
            PERFORM RETIRE-COPY-ENTRIES
            PERFORM RETIRE-TRACK-ENTRIES
    END-EVALUATE.

*> The separator is set here, not by a VALUE clause on the record:

COPY "retire-copy-entries.cpy".

COPY "write-disposal-entry.cpy".

COPY "retire-track-entries.cpy".

COPY "fulfill-want-entries.cpy".

COPY "checkpoint-handling.cpy".
