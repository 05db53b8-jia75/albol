*>             night run is on, the closing counts are also left in
*>             its result lines for NIGHT-RUN-BRANCH's consolidated
*>             log. Run from the menu, nothing changes.
*> 2026-10-14  Each backup now leaves a BACKUP marker entry in the audit
*>             log, naming the backup file, the moment the backup is
*>             written. RECOVERY-BRANCH replays the log forward from
*>             that marker when it rebuilds the catalog from the backup.

IDENTIFICATION DIVISION.
PROGRAM-ID. COMPACT-BRANCH INITIAL.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "notes-select.cpy".
    COPY "audit-select.cpy".

    SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
    FD ALBUM-NOTES-FILE.
        COPY "notes-record.cpy".

    FD AUDIT-LOG-FILE.
        COPY "audit-record.cpy".

    FD NOTES-BACKUP-FILE.
        01 NOTES-BACKUP-LINE.
            03 NOTES-BACKUP-TITLE PICTURE X(50).
WORKING-STORAGE SECTION.
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "audit-fields.cpy".
    COPY "signon-fields.cpy".
    01 BACKUP-FILE-STATUS PICTURE XX.
    01 COMPACT-FILE-STATUS PICTURE XX.
    01 NOTES-FILE-STATUS PICTURE XX.

    PERFORM BUILD-BACKUP-FILENAME
    PERFORM COPY-TO-BACKUP-FILE
    PERFORM WRITE-BACKUP-MARKER
    PERFORM COPY-NOTES-TO-BACKUP-FILE
    PERFORM COPY-ACTIVE-RECORDS
    PERFORM REBUILD-CATALOG-FILE
    MOVE ALBUM-STATUS-RECORD TO BACKUP-STATUS
    WRITE BACKUP-LINE.

*> The marker ties the backup just written to its place in the audit
*> log: every entry after it is a change the backup does not hold,
*> which is where RECOVERY-BRANCH starts replaying when it rebuilds
*> from this backup. The backup filename stands in the title column
*> and the after-image is left blank, since no catalog record changed.
WRITE-BACKUP-MARKER.
    MOVE WS-BACKUP-FILENAME TO ALBUM-TITLE-RECORD
    MOVE SPACES TO ALBUM-ARTIST-RECORD
    MOVE "BACKUP" TO AUDIT-OPERATION-CODE
    PERFORM WRITE-AUDIT-ENTRY.

*> The listening notes live in their own file, which the rebuild
*> below never touches, so they survive a compaction as the catalog
*> does: untouched on disk, with a dated backup alongside the
    DISPLAY "====================================================".

COPY "record-night-result.cpy".

COPY "write-audit-entry.cpy".
