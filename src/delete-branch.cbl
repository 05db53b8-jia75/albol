*>             the way its listening notes are. The retire paragraph
*>             lives in retire-copy-entries.cpy so the batch
*>             maintenance run retires copies identically.
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
*> 2026-10-14  A retired album's track listing in the companion
*>             ALBUM-TRACKS-FILE is removed along with the record,
*>             the way its notes and copies are. The retire paragraph
*>             lives in retire-track-entries.cpy so the batch
*>             maintenance run retires tracks identically.
*> 2026-10-15  Each copy still active when its album is retired is
*>             written to the disposal ledger as withdrawn, and the
*>             album's copy valuations are removed with its copies,
*>             both inside RETIRE-COPY-ENTRIES.

IDENTIFICATION DIVISION.
PROGRAM-ID. DELETE-BRANCH INITIAL.
    COPY "audit-select.cpy".
    COPY "notes-select.cpy".
    COPY "copies-select.cpy".
    COPY "tracks-select.cpy".
    COPY "valuation-select.cpy".
    COPY "disposal-select.cpy".

DATA DIVISION.
FILE SECTION.
    FD ALBUM-COPIES-FILE.
        COPY "copies-record.cpy".

    FD ALBUM-TRACKS-FILE.
        COPY "tracks-record.cpy".

    FD COPY-VALUATION-FILE.
        COPY "valuation-record.cpy".

    FD DISPOSAL-LEDGER-FILE.
        01 DISPOSAL-LEDGER-RECORD PICTURE X(111).

WORKING-STORAGE SECTION.
    COPY "album-input-fields.cpy".
    COPY "file-status.cpy".
    COPY "audit-fields.cpy".
    COPY "signon-fields.cpy".
    COPY "notes-fields.cpy".
    COPY "copies-fields.cpy".
    COPY "tracks-fields.cpy".
    COPY "valuation-fields.cpy".
    COPY "disposal-fields.cpy".
    COPY "disposal-record.cpy".

PROCEDURE DIVISION.
DELETE-BRANCH.
            FUNCTION LOWER-CASE(ALBUM-ARTIST)
        DISPLAY "RECORD NOT FOUND."
    ELSE
        PERFORM STAGE-AUDIT-RETIRED-IMAGE
        MOVE "DELETE" TO AUDIT-OPERATION-CODE
        PERFORM WRITE-AUDIT-ENTRY
        MOVE SPACES TO ALBUM-ARTIST-RECORD
        REWRITE ALBUM-RECORD
        PERFORM RETIRE-NOTE-ENTRIES
        PERFORM RETIRE-COPY-ENTRIES
        PERFORM RETIRE-TRACK-ENTRIES
        DISPLAY "SUCCESS."
    END-IF.

COPY "retire-note-entries.cpy".

COPY "retire-copy-entries.cpy".

COPY "write-disposal-entry.cpy".

COPY "retire-track-entries.cpy".
