>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> The running time of every active album with a track listing, for
*> building a playlist for the floor, and the albums still waiting to
*> have their tracks loaded. The catalog is read in title order twice
*> and written to running-time-report.txt: the first pass prints one
*> line per album with tracks on file - its track count and total
*> running time, summed from the album's cluster in
*> ALBUM-TRACKS-FILE - and the second lists every active album with
*> no tracks at all, the work list for TRACKS-BRANCH and
*> TRACK-INTAKE-BRANCH. Retired albums are skipped; their tracks go
*> with them when they are retired.

IDENTIFICATION DIVISION.
PROGRAM-ID. RUNNING-TIME-REPORT-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "tracks-select.cpy".

    SELECT REPORT-FILE ASSIGN TO "running-time-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
    FD ALBUM-LIST-FILE.
        COPY "album-record.cpy".

    FD ALBUM-TRACKS-FILE.
        COPY "tracks-record.cpy".

    FD REPORT-FILE.
        01 REPORT-LINE PICTURE X(80).

WORKING-STORAGE SECTION.
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "tracks-fields.cpy".
    01 REPORT-FILE-STATUS PICTURE XX.

    01 WS-TRACK-COUNT PICTURE 9(03) VALUE ZERO.
    01 WS-ALBUM-SECONDS PICTURE 9(07) VALUE ZERO.

    01 WS-TIMED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-TRACK-TOTAL PICTURE 9(05) VALUE ZERO.
    01 WS-UNTIMED-COUNT PICTURE 9(05) VALUE ZERO.

    01 HEADING-LINE-1 PICTURE X(80)
        VALUE "ALBUM RUNNING TIMES - TRACK COUNT AND TOTAL TIME".

    01 HEADING-LINE-2.
        03 FILLER PICTURE X(42) VALUE "TITLE".
        03 FILLER PICTURE X(24) VALUE "ARTIST".
        03 FILLER PICTURE X(07) VALUE "TRACKS".
        03 FILLER PICTURE X(07) VALUE "   TIME".

    01 HEADING-LINE-3 PICTURE X(80) VALUE ALL "-".

    01 MISSING-HEADING-LINE-1 PICTURE X(80)
        VALUE "ACTIVE ALBUMS WITH NO TRACKS LOADED".

    01 MISSING-HEADING-LINE-2.
        03 FILLER PICTURE X(42) VALUE "TITLE".
        03 FILLER PICTURE X(24) VALUE "ARTIST".

    01 DETAIL-LINE.
        03 DETAIL-TITLE PICTURE X(40).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-ARTIST PICTURE X(22).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-TRACKS PICTURE ZZZZ9.
        03 FILLER PICTURE X VALUE SPACE.
        03 DETAIL-TIME PICTURE X(08).

    01 MISSING-LINE.
        03 MISSING-TITLE PICTURE X(40).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 MISSING-ARTIST PICTURE X(38).

    01 BLANK-LINE PICTURE X(80) VALUE SPACES.

    01 SUMMARY-LINE.
        03 SUMMARY-LABEL PICTURE X(24).
        03 SUMMARY-COUNT PICTURE ZZZZ9.

PROCEDURE DIVISION.
RUNNING-TIME-REPORT-BRANCH.
    DISPLAY "RUNNING TIME REPORT FUNCTION."
    PERFORM LINE-SPLIT

    OPEN INPUT ALBUM-LIST-FILE
    OPEN INPUT ALBUM-TRACKS-FILE
    OPEN OUTPUT REPORT-FILE

    WRITE REPORT-LINE FROM HEADING-LINE-1
    WRITE REPORT-LINE FROM HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ ALBUM-LIST-FILE NEXT RECORD
            AT END MOVE 'Y' TO EOF
            NOT AT END IF ALBUM-ACTIVE
                PERFORM TOTAL-ALBUM-TRACKS
                IF WS-TRACK-COUNT GREATER THAN ZERO
                    PERFORM WRITE-TIMED-LINE
                END-IF
            END-IF
        END-READ
    END-PERFORM

    WRITE REPORT-LINE FROM HEADING-LINE-3
    WRITE REPORT-LINE FROM BLANK-LINE
    WRITE REPORT-LINE FROM MISSING-HEADING-LINE-1
    WRITE REPORT-LINE FROM MISSING-HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3

    MOVE LOW-VALUES TO ALBUM-TITLE-RECORD
    START ALBUM-LIST-FILE KEY IS NOT LESS THAN ALBUM-TITLE-RECORD
        INVALID KEY MOVE 'Y' TO EOF
        NOT INVALID KEY MOVE 'N' TO EOF
    END-START

    PERFORM UNTIL EOF-REACHED
        READ ALBUM-LIST-FILE NEXT RECORD
            AT END MOVE 'Y' TO EOF
            NOT AT END IF ALBUM-ACTIVE
                PERFORM TOTAL-ALBUM-TRACKS
                IF WS-TRACK-COUNT EQUAL ZERO
                    PERFORM WRITE-MISSING-LINE
                END-IF
            END-IF
        END-READ
    END-PERFORM

    PERFORM WRITE-SUMMARY-LINES

    CLOSE ALBUM-LIST-FILE
    CLOSE ALBUM-TRACKS-FILE
    CLOSE REPORT-FILE

    DISPLAY "REPORT COMPLETE: RUNNING-TIME-REPORT.TXT"
    DISPLAY "ALBUMS WITH TRACKS: " WS-TIMED-COUNT
    DISPLAY "ALBUMS WITHOUT TRACKS: " WS-UNTIMED-COUNT
    PERFORM LINE-SPLIT

    GOBACK.

*> The album's track cluster is read through with its own file buffer
*> and end switch, so the catalog record and the outer read are
*> undisturbed.
TOTAL-ALBUM-TRACKS.
    MOVE ZERO TO WS-TRACK-COUNT WS-ALBUM-SECONDS

    MOVE ALBUM-TITLE-RECORD TO TRACK-TITLE-RECORD
    MOVE ZERO TO TRACK-NUMBER-RECORD
    START ALBUM-TRACKS-FILE KEY IS NOT LESS THAN ALBUM-TRACK-KEY
        INVALID KEY MOVE 'Y' TO TRACKS-EOF
        NOT INVALID KEY MOVE 'N' TO TRACKS-EOF
    END-START

    PERFORM UNTIL TRACKS-END-REACHED
        READ ALBUM-TRACKS-FILE NEXT RECORD
            AT END MOVE 'Y' TO TRACKS-EOF
            NOT AT END IF TRACK-TITLE-RECORD EQUAL ALBUM-TITLE-RECORD
                ADD 1 TO WS-TRACK-COUNT
                ADD TRACK-SECONDS-RECORD TO WS-ALBUM-SECONDS
            ELSE
                MOVE 'Y' TO TRACKS-EOF
            END-IF
        END-READ
    END-PERFORM.

WRITE-TIMED-LINE.
    MOVE WS-ALBUM-SECONDS TO WS-DURATION-SECONDS
    PERFORM EDIT-DURATION-DISPLAY
    MOVE ALBUM-TITLE-RECORD TO DETAIL-TITLE
    MOVE ALBUM-ARTIST-RECORD TO DETAIL-ARTIST
    MOVE WS-TRACK-COUNT TO DETAIL-TRACKS
    MOVE DURATION-DISPLAY TO DETAIL-TIME
    WRITE REPORT-LINE FROM DETAIL-LINE
    ADD 1 TO WS-TIMED-COUNT
    ADD WS-TRACK-COUNT TO WS-TRACK-TOTAL.

WRITE-MISSING-LINE.
    MOVE ALBUM-TITLE-RECORD TO MISSING-TITLE
    MOVE ALBUM-ARTIST-RECORD TO MISSING-ARTIST
    WRITE REPORT-LINE FROM MISSING-LINE
    ADD 1 TO WS-UNTIMED-COUNT.

WRITE-SUMMARY-LINES.
    WRITE REPORT-LINE FROM HEADING-LINE-3
    MOVE "ALBUMS WITH TRACKS:" TO SUMMARY-LABEL
    MOVE WS-TIMED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "TRACKS LISTED:" TO SUMMARY-LABEL
    MOVE WS-TRACK-TOTAL TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "ALBUMS WITHOUT TRACKS:" TO SUMMARY-LABEL
    MOVE WS-UNTIMED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE.

LINE-SPLIT.
    DISPLAY "====================================================".

COPY "track-handling.cpy".
