*> backup line is copied back in with its status byte intact, so a
*> catalog restored from a pre-compaction backup still carries its
*> retired records exactly as they stood.
*>
*> Modification History
*> 2026-10-15  A confirmed restore leaves a RESTOR marker in the audit
*>             log, naming the backup in the title column and its
*>             date in the reference column, so RECOVERY-BRANCH knows
*>             the changes logged between that backup and the restore
*>             were thrown away and does not replay them.

IDENTIFICATION DIVISION.
PROGRAM-ID. RESTORE-BRANCH INITIAL.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "audit-select.cpy".

    SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
    FD ALBUM-LIST-FILE.
        COPY "album-record.cpy".

    FD AUDIT-LOG-FILE.
        COPY "audit-record.cpy".

    FD BACKUP-FILE.
        01 BACKUP-LINE.
            03 BACKUP-TITLE PICTURE X(50).
WORKING-STORAGE SECTION.
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "audit-fields.cpy".
    COPY "signon-fields.cpy".
    01 BACKUP-FILE-STATUS PICTURE XX.

    01 WS-BACKUP-FILENAME PICTURE X(30).

    IF RESTORE-CONFIRMED
        PERFORM RELOAD-CATALOG-FILE
        PERFORM WRITE-RESTORE-MARKER
        DISPLAY "RECORDS RESTORED: " WS-RESTORE-COUNT
    ELSE
        DISPLAY "NOTHING RESTORED."
    WRITE ALBUM-RECORD
    ADD 1 TO WS-RESTORE-COUNT.

*> The marker names the backup in the title column, as COMPACT-BRANCH's
*> BACKUP marker does, and its date in the reference column, with no
*> image, since the restore is not a change a replay could apply.
WRITE-RESTORE-MARKER.
    MOVE WS-BACKUP-FILENAME TO ALBUM-TITLE-RECORD
    MOVE SPACES TO ALBUM-ARTIST-RECORD
    MOVE SPACES TO AUDIT-AFTER-IMAGE
    STRING "RESTORED FROM " DELIMITED BY SIZE
           WS-BACKUP-DATE DELIMITED BY SIZE
        INTO AUDIT-REFERENCE-TEXT
    MOVE "RESTOR" TO AUDIT-OPERATION-CODE
    PERFORM WRITE-AUDIT-ENTRY.

LINE-SPLIT.
    DISPLAY "====================================================".

COPY "write-audit-entry.cpy".
