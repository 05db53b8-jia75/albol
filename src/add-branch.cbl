*>             VALIDATE-GENRE-TEXT with the same re-prompt loop the
*>             rating, year, and format get, so the catalog stops
*>             collecting variant spellings of the same genre.
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
*> 2026-10-14  An add now matches the title off the want list: every
*>             open want for it is marked fulfilled and its requester
*>             flagged for a call (FULFILL-WANT-ENTRIES), and the
*>             number of requesters to call is shown with SUCCESS.

IDENTIFICATION DIVISION.
PROGRAM-ID. ADD-BRANCH INITIAL.
    COPY "album-select.cpy".
    COPY "audit-select.cpy".
    COPY "genre-select.cpy".
    COPY "want-select.cpy".

DATA DIVISION.
FILE SECTION.
    FD GENRE-LIST-FILE.
        COPY "genre-record.cpy".

    FD WANT-FILE.
        COPY "want-record.cpy".

WORKING-STORAGE SECTION.
    COPY "album-input-fields.cpy".
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "audit-fields.cpy".
    COPY "signon-fields.cpy".
    COPY "genre-fields.cpy".
    COPY "want-fields.cpy".

PROCEDURE DIVISION.
ADD-BRANCH.
        MOVE ALBUM-FORMAT TO ALBUM-FORMAT-RECORD
        SET ALBUM-ACTIVE TO TRUE
        REWRITE ALBUM-RECORD
        PERFORM STAGE-AUDIT-AFTER-IMAGE
        MOVE "ADD" TO AUDIT-OPERATION-CODE
        PERFORM WRITE-AUDIT-ENTRY
        DISPLAY "SUCCESS."
        PERFORM MATCH-OFF-WANTS
        PERFORM LINE-SPLIT
    END-IF.

    SET ALBUM-ACTIVE TO TRUE
    WRITE ALBUM-RECORD

    PERFORM STAGE-AUDIT-AFTER-IMAGE
    MOVE "ADD" TO AUDIT-OPERATION-CODE
    PERFORM WRITE-AUDIT-ENTRY
    DISPLAY "SUCCESS."
    PERFORM MATCH-OFF-WANTS
    PERFORM LINE-SPLIT.

MATCH-OFF-WANTS.
    PERFORM FULFILL-WANT-ENTRIES
    IF WANTS-FULFILLED-COUNT > ZERO
        DISPLAY "TITLE WAS ON THE WANT LIST. REQUESTERS TO CALL: "
            WANTS-FULFILLED-COUNT
    END-IF.

LINE-SPLIT.
    DISPLAY "====================================================".

COPY "validate-genre.cpy".

COPY "write-audit-entry.cpy".

COPY "fulfill-want-entries.cpy".
