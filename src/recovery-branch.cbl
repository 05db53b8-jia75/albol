>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Roll-forward recovery: rebuilds the album catalog as it stood at an
*> operator-given date and time, from one of the dated backups
*> COMPACT-BRANCH writes plus the audit log replayed forward over it.
*> RESTORE-BRANCH can only put a backup back as it was; this is for
*> the bad merge or bad batch maintenance run noticed days later,
*> when everything keyed since the backup up to the damage should be
*> kept.
*>
*> The backup is chosen by date, as RESTORE-BRANCH chooses it, and
*> loaded with its status bytes intact. The log is then read in the
*> order it was written - the archives AUDIT-ARCHIVE-BRANCH rolled
*> out, in index order, and then the live log - and replay starts
*> after the BACKUP marker COMPACT-BRANCH left when it wrote that
*> backup (the last one, if the day's compaction ran twice). A backup
*> written before the markers existed has none, and replay then
*> starts with the first entry of the backup's own date, leaning on
*> the already-reflected test below to pass over the changes the
*> backup holds already. Entries stamped after the recovery point are
*> read but not applied, and a recovery point earlier than the marker
*> - or, with no marker, earlier than the backup's date - is refused.
*>
*> An earlier recovery left a RECOVR marker and threw away every entry
*> stamped after its recovery point and logged before the marker. A
*> restore did the same, back to the BACKUP marker of the backup it
*> put back, and left a RESTOR marker naming that backup. Those
*> entries stay thrown away: one logged ahead of a RECOVR or RESTOR
*> marker and stamped after the point that marker went back to is
*> counted superseded and not applied. A marker stamped after this
*> run's recovery point is disregarded, since the catalog as it stood
*> at that point still held what it later threw away. If an earlier
*> recovery or restore went back past this backup's own marker, the
*> backup holds changes that were thrown away, and the run is refused
*> before anything is replaced. So is a run where the point an earlier
*> marker went back to cannot be read or found.
*>
*> Each entry carries the record as it left it (AUDIT-LOG-AFTER-IMAGE)
*> and is applied by putting that image back under its title:
*>
*>     ADD     written, or rewritten over a retired slot
*>     UPDATE  rewritten over the active record it corrected
*>     DELETE  the slot rewritten retired
*>     RETITL  the old title removed, the image written under the new
*>
*> An entry whose image the catalog already holds is skipped as
*> already reflected. One the catalog cannot take - an update or
*> delete of a title not on file, an update whose logged artist is
*> not the record's, an add over an active record, a re-title onto a
*> title already on file - is counted inconsistent, listed in the
*> report, and not applied. Entries with no image - backup markers,
*> entries from before the image was journaled, and anything else
*> that changes no catalog record - are skipped. Only the catalog is
*> rebuilt: notes, copies, plays, and loans live in their own files,
*> which a backup does not hold and a recovery does not touch.
*>
*> The run is confirmed before the catalog is replaced, counts what it
*> applied, skipped, and found inconsistent in recovery-report.txt,
*> and leaves a RECOVR marker in the audit log naming the backup and
*> the recovery point.

IDENTIFICATION DIVISION.
PROGRAM-ID. RECOVERY-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "audit-select.cpy".
    COPY "archive-index-select.cpy".

    SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BACKUP-FILE-STATUS.

    SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ARCHIVE-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO "recovery-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
    FD ALBUM-LIST-FILE.
        COPY "album-record.cpy".

    FD AUDIT-LOG-FILE.
        COPY "audit-record.cpy".

    FD AUDIT-ARCHIVE-INDEX-FILE.
        01 ARCHIVE-INDEX-RECORD PICTURE X(39).

    FD BACKUP-FILE.
        01 BACKUP-LINE.
            03 BACKUP-TITLE PICTURE X(50).
            03 BACKUP-ARTIST PICTURE X(50).
            03 BACKUP-RATING PICTURE 9.99.
            03 BACKUP-GENRE PICTURE X(20).
            03 BACKUP-YEAR PICTURE 9(04).
            03 BACKUP-FORMAT PICTURE X(07).
            03 BACKUP-STATUS PICTURE X.

    FD ARCHIVE-FILE.
        COPY "audit-record.cpy"
            REPLACING AUDIT-LOG-RECORD BY ARCHIVE-LOG-RECORD
                      AUDIT-LOG-TIMESTAMP BY ARCHIVE-LOG-TIMESTAMP
                      AUDIT-LOG-OPERATION BY ARCHIVE-LOG-OPERATION
                      AUDIT-LOG-TITLE BY ARCHIVE-LOG-TITLE
                      AUDIT-LOG-ARTIST BY ARCHIVE-LOG-ARTIST
                      AUDIT-LOG-REFERENCE BY ARCHIVE-LOG-REFERENCE
                      AUDIT-LOG-OPERATOR BY ARCHIVE-LOG-OPERATOR
                      AUDIT-LOG-AFTER-IMAGE BY ARCHIVE-LOG-AFTER-IMAGE
                      AUDIT-LOG-NEWLINE BY ARCHIVE-LOG-NEWLINE.

    FD REPORT-FILE.
        01 REPORT-LINE PICTURE X(80).

WORKING-STORAGE SECTION.
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "audit-fields.cpy".
    COPY "signon-fields.cpy".
    COPY "archive-index-record.cpy".
    01 BACKUP-FILE-STATUS PICTURE XX.
    01 ARCHIVE-FILE-STATUS PICTURE XX.
    01 ARCHIVE-INDEX-STATUS PICTURE XX.
    01 REPORT-FILE-STATUS PICTURE XX.

    01 WS-BACKUP-FILENAME PICTURE X(30).
    01 WS-ARCHIVE-FILENAME PICTURE X(30).
    01 WS-BACKUP-DATE PICTURE 9(08).
    01 WS-DATE-TEXT PICTURE X(08).
    01 WS-TIME-TEXT PICTURE X(06).

    01 WS-TARGET-TIMESTAMP.
        03 WS-TARGET-DATE PICTURE X(08).
        03 WS-TARGET-TIME PICTURE X(06).

    01 WS-CONFIRM-REPLY PICTURE X.
        88 RECOVERY-CONFIRMED VALUE 'Y', 'y'.

    01 ARCHIVE-EOF PICTURE X.
        88 ARCHIVE-END-REACHED VALUE 'Y'.

    01 AUDIT-EOF PICTURE X.
        88 AUDIT-END-REACHED VALUE 'Y'.

*> The log is read twice: once to find the backup's marker, once to
*> replay what follows it. Entries are numbered in read order on both
*> passes, so the marker is located by its position, not its
*> timestamp - entries written in the same second as the marker are
*> placed correctly either side of it.
    01 JOURNAL-PASS-SWITCH PICTURE X.
        88 FINDING-MARKER VALUE 'F'.
        88 REPLAYING-ENTRIES VALUE 'R'.

    01 WS-ENTRY-POSITION PICTURE 9(09) VALUE ZERO.
    01 WS-MARKER-POSITION PICTURE 9(09) VALUE ZERO.
    01 WS-MARKER-TIMESTAMP PICTURE X(14) VALUE SPACES.
    01 WS-REPLAY-START PICTURE X(14).

*> RECOVR and RESTOR markers logged after the backup's marker (or,
*> with no marker, from the backup's date on) and stamped no later
*> than the recovery point, each with its position and the point it
*> went back to. The table is emptied whenever a later BACKUP marker
*> for the same backup turns up, so it ends holding only those after
*> the last one.
    01 WS-RECOVR-COUNT PICTURE 9(03) VALUE ZERO.
    01 WS-RECOVR-LIMIT PICTURE 9(03) VALUE 100.
    01 WS-RECOVR-IDX PICTURE 9(03) VALUE ZERO.
    01 RECOVR-TABLE.
        03 RECOVR-ENTRY OCCURS 100 TIMES.
            05 RECOVR-POSITION PICTURE 9(09).
            05 RECOVR-POINT PICTURE X(14).

*> BACKUP markers for other backups logged in the same stretch, the
*> latest for each, so a RESTOR marker naming a later backup can be
*> given that backup's marker time as the point it went back to.
    01 WS-SEEN-COUNT PICTURE 9(03) VALUE ZERO.
    01 WS-SEEN-IDX PICTURE 9(03) VALUE ZERO.
    01 SEEN-MARKER-TABLE.
        03 SEEN-MARKER-ENTRY OCCURS 100 TIMES.
            05 SEEN-MARKER-NAME PICTURE X(30).
            05 SEEN-MARKER-TIMESTAMP PICTURE X(14).

    01 WS-RESTORED-DATE PICTURE X(08).

    01 RECOVR-TABLE-SWITCH PICTURE X VALUE 'N'.
        88 RECOVR-TABLE-FULL VALUE 'Y'.

    01 RECOVR-POINT-SWITCH PICTURE X VALUE 'N'.
        88 RECOVR-POINT-UNREADABLE VALUE 'Y'.

    01 RECOVR-BEHIND-SWITCH PICTURE X VALUE 'N'.
        88 RECOVR-BEHIND-BACKUP VALUE 'Y'.

    01 SUPERSEDED-SWITCH PICTURE X.
        88 ENTRY-SUPERSEDED VALUE 'Y'.
        88 ENTRY-NOT-SUPERSEDED VALUE 'N'.

    01 WS-REPLAY-TITLE PICTURE X(50).
    01 WS-INCONSISTENT-REASON PICTURE X(30).

    01 OLD-TITLE-SWITCH PICTURE X.
        88 OLD-TITLE-ACTIVE VALUE 'Y'.
        88 OLD-TITLE-NOT-ACTIVE VALUE 'N'.

    01 NEW-TITLE-SWITCH PICTURE X.
        88 NEW-TITLE-ON-FILE VALUE 'Y'.
        88 NEW-TITLE-NOT-ON-FILE VALUE 'N'.

*> The record under a title, laid out as AUDIT-AFTER-IMAGE so the two
*> compare as a whole.
    01 CURRENT-IMAGE.
        03 CURRENT-ARTIST PICTURE X(50).
        03 CURRENT-RATING PICTURE 9V99.
        03 CURRENT-GENRE PICTURE X(20).
        03 CURRENT-YEAR PICTURE 9(04).
        03 CURRENT-FORMAT PICTURE X(07).
        03 CURRENT-STATUS PICTURE X.

    01 WS-RESTORE-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-REPLAY-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-APPLIED-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-REFLECTED-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-NO-IMAGE-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-LATER-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-SUPERSEDED-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-SKIPPED-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-INCONSISTENT-COUNT PICTURE 9(07) VALUE ZERO.

    01 HEADING-LINE-1 PICTURE X(80)
        VALUE "CATALOG RECOVERY - BACKUP PLUS AUDIT LOG REPLAY".

    01 HEADING-BACKUP-LINE.
        03 FILLER PICTURE X(16) VALUE "BACKUP LOADED:".
        03 HEADING-BACKUP-NAME PICTURE X(30).
        03 FILLER PICTURE X(10) VALUE "RECORDS:".
        03 HEADING-BACKUP-COUNT PICTURE ZZZZ9.

    01 HEADING-START-LINE.
        03 FILLER PICTURE X(16) VALUE "REPLAYED FROM:".
        03 HEADING-START-TEXT PICTURE X(60).

    01 HEADING-POINT-LINE.
        03 FILLER PICTURE X(16) VALUE "RECOVERY POINT:".
        03 HEADING-POINT-DATE PICTURE X(08).
        03 FILLER PICTURE X VALUE SPACE.
        03 HEADING-POINT-TIME PICTURE X(06).

    01 HEADING-LINE-3 PICTURE X(80) VALUE ALL "-".

    01 INCONSISTENT-HEADING-LINE.
        03 FILLER PICTURE X(15) VALUE "TIMESTAMP".
        03 FILLER PICTURE X(07) VALUE "OP".
        03 FILLER PICTURE X(31) VALUE "TITLE".
        03 FILLER PICTURE X(27) VALUE "NOT APPLIED BECAUSE".

    01 INCONSISTENT-LINE.
        03 INCONSISTENT-TIMESTAMP PICTURE X(14).
        03 FILLER PICTURE X VALUE SPACE.
        03 INCONSISTENT-OPERATION PICTURE X(06).
        03 FILLER PICTURE X VALUE SPACE.
        03 INCONSISTENT-TITLE PICTURE X(30).
        03 FILLER PICTURE X VALUE SPACE.
        03 INCONSISTENT-TEXT PICTURE X(27).

    01 MESSAGE-LINE PICTURE X(80).

    01 SUMMARY-LINE.
        03 SUMMARY-LABEL PICTURE X(40).
        03 SUMMARY-COUNT PICTURE Z(06)9.

PROCEDURE DIVISION.
RECOVERY-BRANCH.
    DISPLAY "CATALOG RECOVERY FUNCTION."
    PERFORM LINE-SPLIT
    DISPLAY "INPUT THE BACKUP DATE. (YYYYMMDD, BLANK FOR TODAY)"
    PERFORM LINE-SPLIT
    ACCEPT WS-DATE-TEXT
    PERFORM LINE-SPLIT

    IF WS-DATE-TEXT EQUAL SPACES
        ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD
    ELSE
        IF WS-DATE-TEXT IS NOT NUMERIC
            DISPLAY "INVALID DATE. NOTHING RECOVERED."
            PERFORM LINE-SPLIT
            GOBACK
        END-IF
        IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-DATE-TEXT))
                NOT EQUAL ZERO
            DISPLAY "INVALID DATE. NOTHING RECOVERED."
            PERFORM LINE-SPLIT
            GOBACK
        END-IF
        MOVE WS-DATE-TEXT TO WS-BACKUP-DATE
    END-IF

    DISPLAY "INPUT THE RECOVERY POINT DATE. (YYYYMMDD)"
    PERFORM LINE-SPLIT
    ACCEPT WS-TARGET-DATE
    PERFORM LINE-SPLIT
    IF WS-TARGET-DATE IS NOT NUMERIC
        DISPLAY "INVALID DATE. NOTHING RECOVERED."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-TARGET-DATE))
            NOT EQUAL ZERO
        DISPLAY "INVALID DATE. NOTHING RECOVERED."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    DISPLAY "INPUT THE RECOVERY POINT TIME. (HHMMSS, BLANK FOR END OF DAY)"
    PERFORM LINE-SPLIT
    ACCEPT WS-TIME-TEXT
    PERFORM LINE-SPLIT
    IF WS-TIME-TEXT EQUAL SPACES
        MOVE "235959" TO WS-TARGET-TIME
    ELSE
        IF WS-TIME-TEXT IS NOT NUMERIC
                OR WS-TIME-TEXT(1:2) GREATER THAN "23"
                OR WS-TIME-TEXT(3:2) GREATER THAN "59"
                OR WS-TIME-TEXT(5:2) GREATER THAN "59"
            DISPLAY "INVALID TIME. NOTHING RECOVERED."
            PERFORM LINE-SPLIT
            GOBACK
        END-IF
        MOVE WS-TIME-TEXT TO WS-TARGET-TIME
    END-IF

    PERFORM BUILD-BACKUP-FILENAME

    OPEN INPUT BACKUP-FILE
    IF BACKUP-FILE-STATUS NOT EQUAL "00"
        DISPLAY "BACKUP NOT FOUND: " WS-BACKUP-FILENAME
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    SET FINDING-MARKER TO TRUE
    PERFORM READ-JOURNAL

    IF WS-MARKER-POSITION GREATER THAN ZERO
        MOVE WS-MARKER-TIMESTAMP TO WS-REPLAY-START
        IF WS-TARGET-TIMESTAMP LESS THAN WS-MARKER-TIMESTAMP
            CLOSE BACKUP-FILE
            DISPLAY "THE RECOVERY POINT IS BEFORE THE BACKUP WAS TAKEN ("
                WS-MARKER-TIMESTAMP "). NOTHING RECOVERED."
            PERFORM LINE-SPLIT
            GOBACK
        END-IF
    ELSE
        MOVE WS-BACKUP-DATE TO WS-REPLAY-START(1:8)
        MOVE "000000" TO WS-REPLAY-START(9:6)
        IF WS-TARGET-DATE LESS THAN WS-BACKUP-DATE
            CLOSE BACKUP-FILE
            DISPLAY "THE RECOVERY POINT IS BEFORE THE BACKUP."
            DISPLAY "NOTHING RECOVERED."
            PERFORM LINE-SPLIT
            GOBACK
        END-IF
    END-IF

    PERFORM CHECK-EARLIER-RECOVERIES
    IF RECOVR-TABLE-FULL OR RECOVR-POINT-UNREADABLE OR RECOVR-BEHIND-BACKUP
        CLOSE BACKUP-FILE
        EVALUATE TRUE
            WHEN RECOVR-TABLE-FULL
                DISPLAY "MORE THAN " WS-RECOVR-LIMIT
                    " EARLIER RECOVERIES, RESTORES, OR BACKUPS"
                DISPLAY "LOGGED SINCE THIS BACKUP."
            WHEN RECOVR-POINT-UNREADABLE
                DISPLAY "AN EARLIER RECOVERY OR RESTORE SINCE THIS BACKUP"
                DISPLAY "WENT BACK TO A POINT THAT CANNOT BE READ OR FOUND."
            WHEN OTHER
                DISPLAY "AN EARLIER RECOVERY OR RESTORE WENT BACK PAST THIS"
                    " BACKUP."
                DISPLAY "THE BACKUP HOLDS CHANGES THAT WERE THROWN AWAY."
        END-EVALUATE
        DISPLAY "NOTHING RECOVERED."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    IF WS-RECOVR-COUNT GREATER THAN ZERO
        DISPLAY "EARLIER RECOVERIES AND RESTORES SINCE THIS BACKUP: "
            WS-RECOVR-COUNT
        DISPLAY "ENTRIES THEY THREW AWAY WILL NOT BE REPLAYED."
        PERFORM LINE-SPLIT
    END-IF

    DISPLAY "RECOVER FROM " WS-BACKUP-FILENAME
    DISPLAY "TO " WS-TARGET-DATE " " WS-TARGET-TIME " ?"
    DISPLAY "THE CURRENT CATALOG WILL BE REPLACED. (Y/N)"
    PERFORM LINE-SPLIT
    ACCEPT WS-CONFIRM-REPLY
    PERFORM LINE-SPLIT

    IF NOT RECOVERY-CONFIRMED
        CLOSE BACKUP-FILE
        DISPLAY "NOTHING RECOVERED."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    PERFORM RELOAD-CATALOG-FILE
    CLOSE BACKUP-FILE

    OPEN OUTPUT REPORT-FILE
    PERFORM WRITE-REPORT-HEADING

    OPEN I-O ALBUM-LIST-FILE
    SET REPLAYING-ENTRIES TO TRUE
    PERFORM READ-JOURNAL
    CLOSE ALBUM-LIST-FILE

    PERFORM WRITE-SUMMARY-LINES
    CLOSE REPORT-FILE

    PERFORM WRITE-RECOVERY-MARKER

    DISPLAY "REPORT COMPLETE: RECOVERY-REPORT.TXT"
    DISPLAY "RECORDS LOADED FROM BACKUP: " WS-RESTORE-COUNT
    DISPLAY "ENTRIES APPLIED: " WS-APPLIED-COUNT
    DISPLAY "ENTRIES SKIPPED: " WS-SKIPPED-COUNT
    DISPLAY "ENTRIES THROWN AWAY BY A RESTORE OR RECOVERY: "
        WS-SUPERSEDED-COUNT
    DISPLAY "ENTRIES INCONSISTENT: " WS-INCONSISTENT-COUNT
    PERFORM LINE-SPLIT

    GOBACK.

BUILD-BACKUP-FILENAME.
    STRING "album-list-" DELIMITED BY SIZE
           WS-BACKUP-DATE DELIMITED BY SIZE
           ".bak" DELIMITED BY SIZE
        INTO WS-BACKUP-FILENAME.

RELOAD-CATALOG-FILE.
    OPEN OUTPUT ALBUM-LIST-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ BACKUP-FILE
            AT END MOVE 'Y' TO EOF
            NOT AT END PERFORM WRITE-RESTORED-RECORD
        END-READ
    END-PERFORM

    CLOSE ALBUM-LIST-FILE.

WRITE-RESTORED-RECORD.
    MOVE BACKUP-TITLE TO ALBUM-TITLE-RECORD
    MOVE BACKUP-ARTIST TO ALBUM-ARTIST-RECORD
    MOVE BACKUP-RATING TO ALBUM-RATING-RECORD
    MOVE BACKUP-GENRE TO ALBUM-GENRE-RECORD
    MOVE BACKUP-YEAR TO ALBUM-YEAR-RECORD
    MOVE BACKUP-FORMAT TO ALBUM-FORMAT-RECORD
    MOVE BACKUP-STATUS TO ALBUM-STATUS-RECORD
    WRITE ALBUM-RECORD
    ADD 1 TO WS-RESTORE-COUNT.

*> One read of the whole log in written order, archives first. Only
*> archives whose cutoff falls after the backup date can hold an
*> entry from that date on; the older ones are passed over.
READ-JOURNAL.
    MOVE ZERO TO WS-ENTRY-POSITION
    PERFORM READ-ARCHIVED-ENTRIES
    PERFORM READ-LIVE-ENTRIES.

READ-ARCHIVED-ENTRIES.
    OPEN INPUT AUDIT-ARCHIVE-INDEX-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ AUDIT-ARCHIVE-INDEX-FILE INTO ARCHIVE-INDEX-LINE
            AT END MOVE 'Y' TO EOF
            NOT AT END IF WS-BACKUP-DATE
                    LESS THAN ARCHIVE-INDEX-CUTOFF
                PERFORM READ-ONE-ARCHIVE
            END-IF
        END-READ
    END-PERFORM

    CLOSE AUDIT-ARCHIVE-INDEX-FILE.

READ-ONE-ARCHIVE.
    MOVE ARCHIVE-INDEX-FILENAME TO WS-ARCHIVE-FILENAME
    OPEN INPUT ARCHIVE-FILE
    IF ARCHIVE-FILE-STATUS NOT EQUAL "00"
        IF REPLAYING-ENTRIES
            DISPLAY "ARCHIVE NOT FOUND: " WS-ARCHIVE-FILENAME
            PERFORM LINE-SPLIT
            MOVE SPACES TO MESSAGE-LINE
            STRING "ARCHIVE NOT FOUND, NOT REPLAYED: " DELIMITED BY SIZE
                   WS-ARCHIVE-FILENAME DELIMITED BY SIZE
                INTO MESSAGE-LINE
            WRITE REPORT-LINE FROM MESSAGE-LINE
        END-IF
    ELSE
        MOVE 'N' TO ARCHIVE-EOF
        PERFORM UNTIL ARCHIVE-END-REACHED
            READ ARCHIVE-FILE
                AT END MOVE 'Y' TO ARCHIVE-EOF
                NOT AT END
                    MOVE ARCHIVE-LOG-RECORD TO AUDIT-LOG-RECORD
                    PERFORM PROCESS-JOURNAL-ENTRY
            END-READ
        END-PERFORM
        CLOSE ARCHIVE-FILE
    END-IF.

READ-LIVE-ENTRIES.
    OPEN INPUT AUDIT-LOG-FILE
    IF AUDIT-FILE-STATUS EQUAL "00"
        MOVE 'N' TO AUDIT-EOF
        PERFORM UNTIL AUDIT-END-REACHED
            READ AUDIT-LOG-FILE
                AT END MOVE 'Y' TO AUDIT-EOF
                NOT AT END PERFORM PROCESS-JOURNAL-ENTRY
            END-READ
        END-PERFORM
        CLOSE AUDIT-LOG-FILE
    END-IF.

PROCESS-JOURNAL-ENTRY.
    ADD 1 TO WS-ENTRY-POSITION

    IF FINDING-MARKER
        IF AUDIT-LOG-OPERATION EQUAL "BACKUP"
                AND AUDIT-LOG-TITLE EQUAL WS-BACKUP-FILENAME
            MOVE WS-ENTRY-POSITION TO WS-MARKER-POSITION
            MOVE AUDIT-LOG-TIMESTAMP TO WS-MARKER-TIMESTAMP
            MOVE ZERO TO WS-RECOVR-COUNT
            MOVE ZERO TO WS-SEEN-COUNT
            MOVE 'N' TO RECOVR-TABLE-SWITCH
            MOVE 'N' TO RECOVR-POINT-SWITCH
        ELSE
            IF WS-MARKER-POSITION GREATER THAN ZERO
                    OR AUDIT-LOG-TIMESTAMP(1:8) NOT LESS THAN WS-BACKUP-DATE
                EVALUATE TRUE
                    WHEN AUDIT-LOG-OPERATION EQUAL "BACKUP"
                        PERFORM NOTE-LATER-BACKUP-MARKER
                    WHEN AUDIT-LOG-TIMESTAMP GREATER THAN WS-TARGET-TIMESTAMP
                        CONTINUE
                    WHEN AUDIT-LOG-OPERATION EQUAL "RECOVR"
                        PERFORM RECORD-EARLIER-RECOVERY
                    WHEN AUDIT-LOG-OPERATION EQUAL "RESTOR"
                        PERFORM RECORD-EARLIER-RESTORE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        END-IF
    ELSE
        IF (WS-MARKER-POSITION GREATER THAN ZERO
                AND WS-ENTRY-POSITION GREATER THAN WS-MARKER-POSITION)
            OR (WS-MARKER-POSITION EQUAL ZERO
                AND AUDIT-LOG-TIMESTAMP(1:8) NOT LESS THAN WS-BACKUP-DATE)
            ADD 1 TO WS-REPLAY-COUNT
            PERFORM REPLAY-ONE-ENTRY
        END-IF
    END-IF.

*> The marker's reference column reads "RECOVERED TO YYYYMMDD HHMMSS"
*> (see WRITE-RECOVERY-MARKER).
RECORD-EARLIER-RECOVERY.
    IF WS-RECOVR-COUNT LESS THAN WS-RECOVR-LIMIT
        ADD 1 TO WS-RECOVR-COUNT
        MOVE WS-ENTRY-POSITION TO RECOVR-POSITION(WS-RECOVR-COUNT)
        MOVE AUDIT-LOG-REFERENCE(14:8) TO RECOVR-POINT(WS-RECOVR-COUNT)(1:8)
        MOVE AUDIT-LOG-REFERENCE(23:6) TO RECOVR-POINT(WS-RECOVR-COUNT)(9:6)
        IF RECOVR-POINT(WS-RECOVR-COUNT) IS NOT NUMERIC
            SET RECOVR-POINT-UNREADABLE TO TRUE
        END-IF
    ELSE
        SET RECOVR-TABLE-FULL TO TRUE
    END-IF.

*> The marker's reference column reads "RESTORED FROM YYYYMMDD" (see
*> RESTORE-BRANCH). A restore of an older backup went back past this
*> one, and is given that backup's date as its point so the check
*> below refuses it; a restore of this backup went back to its
*> marker; a restore of a later backup went back to that backup's
*> marker, seen earlier in this stretch of the log.
RECORD-EARLIER-RESTORE.
    IF WS-RECOVR-COUNT LESS THAN WS-RECOVR-LIMIT
        ADD 1 TO WS-RECOVR-COUNT
        MOVE WS-ENTRY-POSITION TO RECOVR-POSITION(WS-RECOVR-COUNT)
        MOVE AUDIT-LOG-REFERENCE(15:8) TO WS-RESTORED-DATE
        EVALUATE TRUE
            WHEN WS-RESTORED-DATE IS NOT NUMERIC
                SET RECOVR-POINT-UNREADABLE TO TRUE
            WHEN WS-RESTORED-DATE LESS THAN WS-BACKUP-DATE
                MOVE WS-RESTORED-DATE TO RECOVR-POINT(WS-RECOVR-COUNT)(1:8)
                MOVE "000000" TO RECOVR-POINT(WS-RECOVR-COUNT)(9:6)
            WHEN AUDIT-LOG-TITLE EQUAL WS-BACKUP-FILENAME
                    AND WS-MARKER-POSITION GREATER THAN ZERO
                MOVE WS-MARKER-TIMESTAMP TO RECOVR-POINT(WS-RECOVR-COUNT)
            WHEN AUDIT-LOG-TITLE EQUAL WS-BACKUP-FILENAME
                MOVE WS-BACKUP-DATE TO RECOVR-POINT(WS-RECOVR-COUNT)(1:8)
                MOVE "000000" TO RECOVR-POINT(WS-RECOVR-COUNT)(9:6)
            WHEN OTHER
                PERFORM FIND-SEEN-MARKER
                IF WS-SEEN-IDX GREATER THAN WS-SEEN-COUNT
                    SET RECOVR-POINT-UNREADABLE TO TRUE
                ELSE
                    MOVE SEEN-MARKER-TIMESTAMP(WS-SEEN-IDX)
                        TO RECOVR-POINT(WS-RECOVR-COUNT)
                END-IF
        END-EVALUATE
    ELSE
        SET RECOVR-TABLE-FULL TO TRUE
    END-IF.

NOTE-LATER-BACKUP-MARKER.
    PERFORM FIND-SEEN-MARKER
    IF WS-SEEN-IDX GREATER THAN WS-SEEN-COUNT
        IF WS-SEEN-COUNT LESS THAN WS-RECOVR-LIMIT
            ADD 1 TO WS-SEEN-COUNT
            MOVE WS-SEEN-COUNT TO WS-SEEN-IDX
            MOVE AUDIT-LOG-TITLE TO SEEN-MARKER-NAME(WS-SEEN-IDX)
        ELSE
            SET RECOVR-TABLE-FULL TO TRUE
        END-IF
    END-IF
    IF WS-SEEN-IDX NOT GREATER THAN WS-SEEN-COUNT
        MOVE AUDIT-LOG-TIMESTAMP TO SEEN-MARKER-TIMESTAMP(WS-SEEN-IDX)
    END-IF.

*> Leaves WS-SEEN-IDX on the backup named in the entry's title
*> column, or one past the last entry when it has not been seen.
FIND-SEEN-MARKER.
    PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
            UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
            OR SEEN-MARKER-NAME(WS-SEEN-IDX) EQUAL AUDIT-LOG-TITLE
        CONTINUE
    END-PERFORM.

*> A recovery or restore that went back to before this replay starts
*> left the catalog without changes the backup holds, so the backup
*> cannot be the base for anything logged after it.
CHECK-EARLIER-RECOVERIES.
    PERFORM VARYING WS-RECOVR-IDX FROM 1 BY 1
            UNTIL WS-RECOVR-IDX > WS-RECOVR-COUNT
        IF RECOVR-POINT(WS-RECOVR-IDX) LESS THAN WS-REPLAY-START
            SET RECOVR-BEHIND-BACKUP TO TRUE
        END-IF
    END-PERFORM.

CHECK-SUPERSEDED-ENTRY.
    SET ENTRY-NOT-SUPERSEDED TO TRUE
    PERFORM VARYING WS-RECOVR-IDX FROM 1 BY 1
            UNTIL WS-RECOVR-IDX > WS-RECOVR-COUNT
        IF WS-ENTRY-POSITION LESS THAN RECOVR-POSITION(WS-RECOVR-IDX)
                AND AUDIT-LOG-TIMESTAMP GREATER THAN RECOVR-POINT(WS-RECOVR-IDX)
            SET ENTRY-SUPERSEDED TO TRUE
        END-IF
    END-PERFORM.

REPLAY-ONE-ENTRY.
    MOVE AUDIT-LOG-AFTER-IMAGE TO AUDIT-AFTER-IMAGE
    MOVE SPACES TO WS-INCONSISTENT-REASON
    PERFORM CHECK-SUPERSEDED-ENTRY

    EVALUATE TRUE
        WHEN AUDIT-LOG-TIMESTAMP GREATER THAN WS-TARGET-TIMESTAMP
            ADD 1 TO WS-LATER-COUNT
        WHEN ENTRY-SUPERSEDED
            ADD 1 TO WS-SUPERSEDED-COUNT
        WHEN AUDIT-AFTER-NOT-STAGED
            ADD 1 TO WS-NO-IMAGE-COUNT
        WHEN AUDIT-LOG-OPERATION EQUAL "ADD"
            PERFORM REPLAY-ADD-ENTRY
        WHEN AUDIT-LOG-OPERATION EQUAL "UPDATE"
            PERFORM REPLAY-UPDATE-ENTRY
        WHEN AUDIT-LOG-OPERATION EQUAL "DELETE"
            PERFORM REPLAY-DELETE-ENTRY
        WHEN AUDIT-LOG-OPERATION EQUAL "RETITL"
            PERFORM REPLAY-RETITLE-ENTRY
        WHEN OTHER
            ADD 1 TO WS-NO-IMAGE-COUNT
    END-EVALUATE

    IF WS-INCONSISTENT-REASON NOT EQUAL SPACES
        ADD 1 TO WS-INCONSISTENT-COUNT
        PERFORM WRITE-INCONSISTENT-LINE
    END-IF.

REPLAY-ADD-ENTRY.
    MOVE AUDIT-LOG-TITLE TO WS-REPLAY-TITLE
    MOVE AUDIT-LOG-TITLE TO ALBUM-TITLE-RECORD
    READ ALBUM-LIST-FILE
        INVALID KEY
            PERFORM APPLY-AFTER-IMAGE
            WRITE ALBUM-RECORD
            ADD 1 TO WS-APPLIED-COUNT
        NOT INVALID KEY PERFORM REPLAY-ADD-OVER-RECORD
    END-READ.

REPLAY-ADD-OVER-RECORD.
    PERFORM LOAD-CURRENT-IMAGE
    EVALUATE TRUE
        WHEN CURRENT-IMAGE EQUAL AUDIT-AFTER-IMAGE
            ADD 1 TO WS-REFLECTED-COUNT
        WHEN ALBUM-ACTIVE
            MOVE "ADD OVER AN ACTIVE RECORD" TO WS-INCONSISTENT-REASON
        WHEN OTHER
            PERFORM APPLY-AFTER-IMAGE
            REWRITE ALBUM-RECORD
            ADD 1 TO WS-APPLIED-COUNT
    END-EVALUATE.

REPLAY-UPDATE-ENTRY.
    MOVE AUDIT-LOG-TITLE TO WS-REPLAY-TITLE
    MOVE AUDIT-LOG-TITLE TO ALBUM-TITLE-RECORD
    READ ALBUM-LIST-FILE
        INVALID KEY MOVE "TITLE NOT ON FILE" TO WS-INCONSISTENT-REASON
        NOT INVALID KEY PERFORM REPLAY-UPDATE-RECORD
    END-READ.

*> The artist column of an UPDATE entry is the artist the correction
*> replaced, so it must be the record's before the image goes over it.
REPLAY-UPDATE-RECORD.
    PERFORM LOAD-CURRENT-IMAGE
    EVALUATE TRUE
        WHEN CURRENT-IMAGE EQUAL AUDIT-AFTER-IMAGE
            ADD 1 TO WS-REFLECTED-COUNT
        WHEN ALBUM-DELETED
            MOVE "TITLE IS RETIRED" TO WS-INCONSISTENT-REASON
        WHEN ALBUM-ARTIST-RECORD NOT EQUAL AUDIT-LOG-ARTIST
            MOVE "ARTIST DIFFERS FROM LOG" TO WS-INCONSISTENT-REASON
        WHEN OTHER
            PERFORM APPLY-AFTER-IMAGE
            REWRITE ALBUM-RECORD
            ADD 1 TO WS-APPLIED-COUNT
    END-EVALUATE.

REPLAY-DELETE-ENTRY.
    MOVE AUDIT-LOG-TITLE TO WS-REPLAY-TITLE
    MOVE AUDIT-LOG-TITLE TO ALBUM-TITLE-RECORD
    READ ALBUM-LIST-FILE
        INVALID KEY MOVE "TITLE NOT ON FILE" TO WS-INCONSISTENT-REASON
        NOT INVALID KEY PERFORM REPLAY-DELETE-RECORD
    END-READ.

REPLAY-DELETE-RECORD.
    EVALUATE TRUE
        WHEN ALBUM-DELETED
            ADD 1 TO WS-REFLECTED-COUNT
        WHEN ALBUM-ARTIST-RECORD NOT EQUAL AUDIT-LOG-ARTIST
            MOVE "ARTIST DIFFERS FROM LOG" TO WS-INCONSISTENT-REASON
        WHEN OTHER
            PERFORM APPLY-AFTER-IMAGE
            REWRITE ALBUM-RECORD
            ADD 1 TO WS-APPLIED-COUNT
    END-EVALUATE.

*> A RETITL entry names the old title in the title column and the
*> new one in the reference column. RETITLE-BRANCH refuses a new
*> title the catalog holds in any state, so the replay does too.
REPLAY-RETITLE-ENTRY.
    MOVE 'N' TO OLD-TITLE-SWITCH
    MOVE AUDIT-LOG-TITLE TO ALBUM-TITLE-RECORD
    READ ALBUM-LIST-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY IF ALBUM-ACTIVE
            MOVE 'Y' TO OLD-TITLE-SWITCH
        END-IF
    END-READ

    MOVE 'N' TO NEW-TITLE-SWITCH
    MOVE AUDIT-LOG-REFERENCE TO ALBUM-TITLE-RECORD
    READ ALBUM-LIST-FILE
        INVALID KEY MOVE SPACES TO CURRENT-IMAGE
        NOT INVALID KEY
            MOVE 'Y' TO NEW-TITLE-SWITCH
            PERFORM LOAD-CURRENT-IMAGE
    END-READ

    EVALUATE TRUE
        WHEN OLD-TITLE-NOT-ACTIVE AND NEW-TITLE-ON-FILE
                AND CURRENT-IMAGE EQUAL AUDIT-AFTER-IMAGE
            ADD 1 TO WS-REFLECTED-COUNT
        WHEN OLD-TITLE-NOT-ACTIVE
            MOVE "OLD TITLE NOT ON FILE" TO WS-INCONSISTENT-REASON
        WHEN NEW-TITLE-ON-FILE
            MOVE "NEW TITLE ALREADY ON FILE" TO WS-INCONSISTENT-REASON
        WHEN OTHER
            MOVE AUDIT-LOG-TITLE TO ALBUM-TITLE-RECORD
            DELETE ALBUM-LIST-FILE RECORD
            MOVE AUDIT-LOG-REFERENCE TO WS-REPLAY-TITLE
            PERFORM APPLY-AFTER-IMAGE
            WRITE ALBUM-RECORD
            ADD 1 TO WS-APPLIED-COUNT
    END-EVALUATE.

LOAD-CURRENT-IMAGE.
    MOVE ALBUM-ARTIST-RECORD TO CURRENT-ARTIST
    MOVE ALBUM-RATING-RECORD TO CURRENT-RATING
    MOVE ALBUM-GENRE-RECORD TO CURRENT-GENRE
    MOVE ALBUM-YEAR-RECORD TO CURRENT-YEAR
    MOVE ALBUM-FORMAT-RECORD TO CURRENT-FORMAT
    MOVE ALBUM-STATUS-RECORD TO CURRENT-STATUS.

APPLY-AFTER-IMAGE.
    MOVE WS-REPLAY-TITLE TO ALBUM-TITLE-RECORD
    MOVE AUDIT-AFTER-ARTIST TO ALBUM-ARTIST-RECORD
    MOVE AUDIT-AFTER-RATING TO ALBUM-RATING-RECORD
    MOVE AUDIT-AFTER-GENRE TO ALBUM-GENRE-RECORD
    MOVE AUDIT-AFTER-YEAR TO ALBUM-YEAR-RECORD
    MOVE AUDIT-AFTER-FORMAT TO ALBUM-FORMAT-RECORD
    MOVE AUDIT-AFTER-STATUS TO ALBUM-STATUS-RECORD.

WRITE-REPORT-HEADING.
    WRITE REPORT-LINE FROM HEADING-LINE-1
    MOVE WS-BACKUP-FILENAME TO HEADING-BACKUP-NAME
    MOVE WS-RESTORE-COUNT TO HEADING-BACKUP-COUNT
    WRITE REPORT-LINE FROM HEADING-BACKUP-LINE
    MOVE SPACES TO HEADING-START-TEXT
    IF WS-MARKER-POSITION GREATER THAN ZERO
        STRING "BACKUP MARKER LOGGED " DELIMITED BY SIZE
               WS-MARKER-TIMESTAMP DELIMITED BY SIZE
            INTO HEADING-START-TEXT
    ELSE
        STRING "FIRST ENTRY OF " DELIMITED BY SIZE
               WS-BACKUP-DATE DELIMITED BY SIZE
               " (NO BACKUP MARKER FOUND)" DELIMITED BY SIZE
            INTO HEADING-START-TEXT
    END-IF
    WRITE REPORT-LINE FROM HEADING-START-LINE
    MOVE WS-TARGET-DATE TO HEADING-POINT-DATE
    MOVE WS-TARGET-TIME TO HEADING-POINT-TIME
    WRITE REPORT-LINE FROM HEADING-POINT-LINE
    WRITE REPORT-LINE FROM HEADING-LINE-3
    WRITE REPORT-LINE FROM INCONSISTENT-HEADING-LINE
    WRITE REPORT-LINE FROM HEADING-LINE-3.

WRITE-INCONSISTENT-LINE.
    MOVE AUDIT-LOG-TIMESTAMP TO INCONSISTENT-TIMESTAMP
    MOVE AUDIT-LOG-OPERATION TO INCONSISTENT-OPERATION
    MOVE AUDIT-LOG-TITLE TO INCONSISTENT-TITLE
    MOVE WS-INCONSISTENT-REASON TO INCONSISTENT-TEXT
    WRITE REPORT-LINE FROM INCONSISTENT-LINE.

WRITE-SUMMARY-LINES.
    COMPUTE WS-SKIPPED-COUNT =
        WS-REFLECTED-COUNT + WS-NO-IMAGE-COUNT + WS-LATER-COUNT
        + WS-SUPERSEDED-COUNT

    WRITE REPORT-LINE FROM HEADING-LINE-3
    MOVE "ENTRIES READ AFTER THE BACKUP:" TO SUMMARY-LABEL
    MOVE WS-REPLAY-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "ENTRIES APPLIED:" TO SUMMARY-LABEL
    MOVE WS-APPLIED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "ENTRIES SKIPPED:" TO SUMMARY-LABEL
    MOVE WS-SKIPPED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "  ALREADY REFLECTED IN THE CATALOG:" TO SUMMARY-LABEL
    MOVE WS-REFLECTED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "  NO RECORD IMAGE TO APPLY:" TO SUMMARY-LABEL
    MOVE WS-NO-IMAGE-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "  AFTER THE RECOVERY POINT:" TO SUMMARY-LABEL
    MOVE WS-LATER-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "  THROWN AWAY BY A RESTORE OR RECOVERY:" TO SUMMARY-LABEL
    MOVE WS-SUPERSEDED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "ENTRIES INCONSISTENT, NOT APPLIED:" TO SUMMARY-LABEL
    MOVE WS-INCONSISTENT-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE.

*> The marker names the backup in the title column and the recovery
*> point in the reference column, with no image, so a later replay
*> passes over it.
WRITE-RECOVERY-MARKER.
    MOVE WS-BACKUP-FILENAME TO ALBUM-TITLE-RECORD
    MOVE SPACES TO ALBUM-ARTIST-RECORD
    MOVE SPACES TO AUDIT-AFTER-IMAGE
    STRING "RECOVERED TO " DELIMITED BY SIZE
           WS-TARGET-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TARGET-TIME DELIMITED BY SIZE
        INTO AUDIT-REFERENCE-TEXT
    MOVE "RECOVR" TO AUDIT-OPERATION-CODE
    PERFORM WRITE-AUDIT-ENTRY.

LINE-SPLIT.
    DISPLAY "====================================================".

COPY "write-audit-entry.cpy".
