>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Takes the month-end snapshot of the collection into
*> SNAPSHOT-HISTORY-FILE, one set of figures per period, so
*> TREND-REPORT-BRANCH can show how the catalog moves from month to
*> month - the rating, genre and loan reports only ever see today.
*> The period is the current year and month. The figures are the
*> active and retired title counts and the catalog's average rating,
*> the active title count and average rating for every genre and
*> every format, the active physical copies (CD and LP, the formats
*> ROTATION-BRANCH treats as physical), the loans out and how many
*> of them are overdue, and the plays logged so far in the month.
*> Genres and formats are folded to upper case for grouping, as
*> GENRE-DECADE-BRANCH groups them; a blank one is filed as
*> "(NONE)". A period already on file is replaced as a whole, so a
*> snapshot taken from the menu during the month is overwritten by
*> the month-end run, and a rerun of the month-end run does no harm.
*> NIGHT-RUN-BRANCH runs this step on the last day of the month.

IDENTIFICATION DIVISION.
PROGRAM-ID. SNAPSHOT-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "copies-select.cpy".
    COPY "loans-select.cpy".
    COPY "plays-select.cpy".
    COPY "snapshot-select.cpy".

DATA DIVISION.
FILE SECTION.
    FD ALBUM-LIST-FILE.
        COPY "album-record.cpy".

    FD ALBUM-COPIES-FILE.
        COPY "copies-record.cpy".

    FD ALBUM-LOANS-FILE.
        COPY "loans-record.cpy".

    FD ALBUM-PLAYS-FILE.
        COPY "plays-record.cpy".

    FD SNAPSHOT-HISTORY-FILE.
        COPY "snapshot-record.cpy".

WORKING-STORAGE SECTION.
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "copies-fields.cpy".
    COPY "loans-fields.cpy".
    COPY "plays-fields.cpy".
    COPY "snapshot-fields.cpy".

    01 WS-TODAY PICTURE 9(08).
    01 WS-PERIOD PICTURE 9(06).
    01 WS-PLAY-PERIOD PICTURE 9(06).

    01 WS-ACTIVE-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-RETIRED-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-RATING-TOTAL PICTURE 9(09)V99 VALUE ZERO.
    01 WS-AVERAGE PICTURE 9V99 VALUE ZERO.
    01 WS-COPY-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-LOAN-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-OVERDUE-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-PLAY-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-REPLACED-COUNT PICTURE 9(05) VALUE ZERO.

*> One row per genre and per format met in the catalog, in the order
*> they are met; the file's key puts them in order when written.
    01 WS-GROUP-ROW-COUNT PICTURE 9(03) VALUE ZERO.
    01 WS-GROUP-ROW-LIMIT PICTURE 9(03) VALUE 200.
    01 GROUP-TABLE.
        03 GROUP-ROW OCCURS 0 TO 200 TIMES
                DEPENDING ON WS-GROUP-ROW-COUNT.
            05 GROUP-KIND PICTURE X.
            05 GROUP-NAME PICTURE X(20).
            05 GROUP-COUNT PICTURE 9(07).
            05 GROUP-RATING-TOTAL PICTURE 9(09)V99.

    01 TABLE-FULL-SWITCH PICTURE X VALUE 'N'.
        88 TABLE-FULL-WARNED VALUE 'Y'.

    01 ROW-FOUND-SWITCH PICTURE X.
        88 GROUP-ROW-FOUND VALUE 'Y'.
        88 GROUP-ROW-NOT-FOUND VALUE 'N'.

    01 WS-LOOKUP-KIND PICTURE X.
    01 WS-LOOKUP-NAME PICTURE X(20).
    01 WS-ROW-SUB PICTURE 9(03) VALUE ZERO.
    01 WS-MATCHED-ROW PICTURE 9(03) VALUE ZERO.

    COPY "night-run-fields.cpy".

PROCEDURE DIVISION.
SNAPSHOT-BRANCH.
    DISPLAY "MONTH-END SNAPSHOT FUNCTION."
    PERFORM LINE-SPLIT

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    DIVIDE WS-TODAY BY 100 GIVING WS-PERIOD

    PERFORM COUNT-CATALOG
    PERFORM COUNT-COPIES
    PERFORM COUNT-LOANS
    PERFORM COUNT-PLAYS

    IF WS-ACTIVE-COUNT GREATER THAN ZERO
        COMPUTE WS-AVERAGE ROUNDED = WS-RATING-TOTAL / WS-ACTIVE-COUNT
    END-IF

    OPEN I-O SNAPSHOT-HISTORY-FILE
    PERFORM REMOVE-PERIOD-SNAPSHOT
    PERFORM WRITE-TOTALS-SNAPSHOT
    PERFORM WRITE-GROUP-SNAPSHOT
        VARYING WS-ROW-SUB FROM 1 BY 1
        UNTIL WS-ROW-SUB GREATER THAN WS-GROUP-ROW-COUNT
    CLOSE SNAPSHOT-HISTORY-FILE

    DISPLAY "SNAPSHOT TAKEN FOR PERIOD: " WS-PERIOD
    IF WS-REPLACED-COUNT GREATER THAN ZERO
        DISPLAY "PERIOD WAS ALREADY ON FILE. FIGURES REPLACED."
    END-IF
    DISPLAY "ACTIVE TITLES: " WS-ACTIVE-COUNT
    DISPLAY "RETIRED TITLES: " WS-RETIRED-COUNT
    DISPLAY "ACTIVE COPIES: " WS-COPY-COUNT
    DISPLAY "LOANS OUT: " WS-LOAN-COUNT
    DISPLAY "LOANS OVERDUE: " WS-OVERDUE-COUNT
    DISPLAY "PLAYS THIS MONTH: " WS-PLAY-COUNT
    DISPLAY "GENRE AND FORMAT ROWS: " WS-GROUP-ROW-COUNT
    PERFORM LINE-SPLIT

    MOVE SPACES TO WS-NIGHT-RESULT-TEXT
    STRING "SNAPSHOT PERIOD: " DELIMITED BY SIZE
           WS-PERIOD DELIMITED BY SIZE
        INTO WS-NIGHT-RESULT-TEXT
    PERFORM RECORD-NIGHT-RESULT
    MOVE SPACES TO WS-NIGHT-RESULT-TEXT
    STRING "ACTIVE TITLES: " DELIMITED BY SIZE
           WS-ACTIVE-COUNT DELIMITED BY SIZE
           "  RETIRED: " DELIMITED BY SIZE
           WS-RETIRED-COUNT DELIMITED BY SIZE
        INTO WS-NIGHT-RESULT-TEXT
    PERFORM RECORD-NIGHT-RESULT
    MOVE SPACES TO WS-NIGHT-RESULT-TEXT
    STRING "LOANS OUT: " DELIMITED BY SIZE
           WS-LOAN-COUNT DELIMITED BY SIZE
           "  OVERDUE: " DELIMITED BY SIZE
           WS-OVERDUE-COUNT DELIMITED BY SIZE
        INTO WS-NIGHT-RESULT-TEXT
    PERFORM RECORD-NIGHT-RESULT
    MOVE SPACES TO WS-NIGHT-RESULT-TEXT
    STRING "PLAYS THIS MONTH: " DELIMITED BY SIZE
           WS-PLAY-COUNT DELIMITED BY SIZE
        INTO WS-NIGHT-RESULT-TEXT
    PERFORM RECORD-NIGHT-RESULT
    IF WS-REPLACED-COUNT GREATER THAN ZERO
        MOVE "PERIOD WAS ALREADY ON FILE. FIGURES REPLACED."
            TO WS-NIGHT-RESULT-TEXT
        PERFORM RECORD-NIGHT-RESULT
    END-IF

    GOBACK.

COUNT-CATALOG.
    OPEN INPUT ALBUM-LIST-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ ALBUM-LIST-FILE NEXT RECORD
            AT END MOVE 'Y' TO EOF
            NOT AT END IF ALBUM-ACTIVE
                PERFORM TALLY-ACTIVE-TITLE
            ELSE
                ADD 1 TO WS-RETIRED-COUNT
            END-IF
        END-READ
    END-PERFORM

    CLOSE ALBUM-LIST-FILE.

TALLY-ACTIVE-TITLE.
    ADD 1 TO WS-ACTIVE-COUNT
    ADD ALBUM-RATING-RECORD TO WS-RATING-TOTAL

    MOVE 'G' TO WS-LOOKUP-KIND
    MOVE FUNCTION UPPER-CASE(ALBUM-GENRE-RECORD) TO WS-LOOKUP-NAME
    PERFORM TALLY-GROUP-ROW

    MOVE 'F' TO WS-LOOKUP-KIND
    MOVE FUNCTION UPPER-CASE(ALBUM-FORMAT-RECORD) TO WS-LOOKUP-NAME
    PERFORM TALLY-GROUP-ROW.

TALLY-GROUP-ROW.
    IF WS-LOOKUP-NAME EQUAL SPACES
        MOVE "(NONE)" TO WS-LOOKUP-NAME
    END-IF
    PERFORM FIND-GROUP-ROW
    IF GROUP-ROW-FOUND
        ADD 1 TO GROUP-COUNT(WS-MATCHED-ROW)
        ADD ALBUM-RATING-RECORD TO GROUP-RATING-TOTAL(WS-MATCHED-ROW)
    END-IF.

*> A plain walk of the rows on file so far, as GENRE-DECADE-BRANCH
*> looks up its genres; a group past the row limit is warned about
*> once and left out of the snapshot.
FIND-GROUP-ROW.
    MOVE 'N' TO ROW-FOUND-SWITCH
    PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
            UNTIL WS-ROW-SUB GREATER THAN WS-GROUP-ROW-COUNT
            OR GROUP-ROW-FOUND
        IF GROUP-KIND(WS-ROW-SUB) EQUAL WS-LOOKUP-KIND
                AND GROUP-NAME(WS-ROW-SUB) EQUAL WS-LOOKUP-NAME
            MOVE 'Y' TO ROW-FOUND-SWITCH
            MOVE WS-ROW-SUB TO WS-MATCHED-ROW
        END-IF
    END-PERFORM

    IF GROUP-ROW-NOT-FOUND
        IF WS-GROUP-ROW-COUNT LESS THAN WS-GROUP-ROW-LIMIT
            ADD 1 TO WS-GROUP-ROW-COUNT
            INITIALIZE GROUP-ROW(WS-GROUP-ROW-COUNT)
            MOVE WS-LOOKUP-KIND TO GROUP-KIND(WS-GROUP-ROW-COUNT)
            MOVE WS-LOOKUP-NAME TO GROUP-NAME(WS-GROUP-ROW-COUNT)
            MOVE 'Y' TO ROW-FOUND-SWITCH
            MOVE WS-GROUP-ROW-COUNT TO WS-MATCHED-ROW
        ELSE
            IF NOT TABLE-FULL-WARNED
                DISPLAY "GENRE AND FORMAT TABLE FULL AT "
                    WS-GROUP-ROW-LIMIT ". REMAINING GROUPS NOT COUNTED."
                PERFORM LINE-SPLIT
                SET TABLE-FULL-WARNED TO TRUE
            END-IF
        END-IF
    END-IF.

COUNT-COPIES.
    OPEN INPUT ALBUM-COPIES-FILE

    MOVE 'N' TO COPIES-EOF
    PERFORM UNTIL COPIES-END-REACHED
        READ ALBUM-COPIES-FILE NEXT RECORD
            AT END MOVE 'Y' TO COPIES-EOF
            NOT AT END IF COPY-ACTIVE
                    AND (COPY-FORMAT-RECORD EQUAL "CD"
                        OR COPY-FORMAT-RECORD EQUAL "LP")
                ADD 1 TO WS-COPY-COUNT
            END-IF
        END-READ
    END-PERFORM

    CLOSE ALBUM-COPIES-FILE.

*> A loan is overdue once its due date has passed, the test
*> LOAN-REPORT-BRANCH makes.
COUNT-LOANS.
    OPEN INPUT ALBUM-LOANS-FILE

    MOVE 'N' TO LOANS-EOF
    PERFORM UNTIL LOANS-END-REACHED
        READ ALBUM-LOANS-FILE NEXT RECORD
            AT END MOVE 'Y' TO LOANS-EOF
            NOT AT END
                ADD 1 TO WS-LOAN-COUNT
                IF LOAN-DUE-DATE-RECORD LESS THAN WS-TODAY
                    ADD 1 TO WS-OVERDUE-COUNT
                END-IF
        END-READ
    END-PERFORM

    CLOSE ALBUM-LOANS-FILE.

COUNT-PLAYS.
    OPEN INPUT ALBUM-PLAYS-FILE

    MOVE 'N' TO PLAYS-EOF
    PERFORM UNTIL PLAYS-END-REACHED
        READ ALBUM-PLAYS-FILE NEXT RECORD
            AT END MOVE 'Y' TO PLAYS-EOF
            NOT AT END
                DIVIDE PLAY-DATE-RECORD BY 100 GIVING WS-PLAY-PERIOD
                IF WS-PLAY-PERIOD EQUAL WS-PERIOD
                    ADD 1 TO WS-PLAY-COUNT
                END-IF
        END-READ
    END-PERFORM

    CLOSE ALBUM-PLAYS-FILE.

*> The whole of the period's earlier set goes, not just the records
*> this run rewrites, so a genre that has since emptied does not
*> linger in the history with last month's count.
REMOVE-PERIOD-SNAPSHOT.
    MOVE WS-PERIOD TO SNAPSHOT-PERIOD-RECORD
    MOVE LOW-VALUES TO SNAPSHOT-KIND-RECORD SNAPSHOT-NAME-RECORD
    START SNAPSHOT-HISTORY-FILE KEY IS NOT LESS THAN SNAPSHOT-KEY
        INVALID KEY MOVE 'Y' TO SNAPSHOT-EOF
        NOT INVALID KEY MOVE 'N' TO SNAPSHOT-EOF
    END-START

    PERFORM UNTIL SNAPSHOTS-END-REACHED
        READ SNAPSHOT-HISTORY-FILE NEXT RECORD
            AT END MOVE 'Y' TO SNAPSHOT-EOF
            NOT AT END IF SNAPSHOT-PERIOD-RECORD EQUAL WS-PERIOD
                DELETE SNAPSHOT-HISTORY-FILE RECORD
                ADD 1 TO WS-REPLACED-COUNT
            ELSE
                MOVE 'Y' TO SNAPSHOT-EOF
            END-IF
        END-READ
    END-PERFORM.

WRITE-TOTALS-SNAPSHOT.
    MOVE SPACES TO SNAPSHOT-RECORD
    MOVE WS-PERIOD TO SNAPSHOT-PERIOD-RECORD
    MOVE 'T' TO SNAPSHOT-KIND-RECORD
    MOVE WS-ACTIVE-COUNT TO SNAPSHOT-ACTIVE-RECORD
    MOVE WS-RETIRED-COUNT TO SNAPSHOT-RETIRED-RECORD
    MOVE WS-AVERAGE TO SNAPSHOT-AVERAGE-RECORD
    MOVE WS-COPY-COUNT TO SNAPSHOT-COPIES-RECORD
    MOVE WS-LOAN-COUNT TO SNAPSHOT-LOANS-RECORD
    MOVE WS-OVERDUE-COUNT TO SNAPSHOT-OVERDUE-RECORD
    MOVE WS-PLAY-COUNT TO SNAPSHOT-PLAYS-RECORD
    MOVE WS-TODAY TO SNAPSHOT-TAKEN-RECORD
    WRITE SNAPSHOT-RECORD.

WRITE-GROUP-SNAPSHOT.
    MOVE SPACES TO SNAPSHOT-RECORD
    MOVE WS-PERIOD TO SNAPSHOT-PERIOD-RECORD
    MOVE GROUP-KIND(WS-ROW-SUB) TO SNAPSHOT-KIND-RECORD
    MOVE GROUP-NAME(WS-ROW-SUB) TO SNAPSHOT-NAME-RECORD
    MOVE GROUP-COUNT(WS-ROW-SUB) TO SNAPSHOT-GROUP-COUNT-RECORD
    COMPUTE SNAPSHOT-GROUP-AVERAGE-RECORD ROUNDED =
        GROUP-RATING-TOTAL(WS-ROW-SUB) / GROUP-COUNT(WS-ROW-SUB)
    WRITE SNAPSHOT-RECORD.

LINE-SPLIT.
    DISPLAY "====================================================".

COPY "record-night-result.cpy".
