>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> The month-end snapshots SNAPSHOT-BRANCH keeps in
*> SNAPSHOT-HISTORY-FILE, the last twelve periods side by side,
*> written to trend-report.txt. The catalog-wide figures come first -
*> active and retired titles, average rating, active copies, loans
*> out and overdue, plays in the month - then the active title count
*> and average rating of every genre and every format that appears in
*> any of the periods shown. Under each figure is its change from the
*> period before, so growth or decline reads straight across. The
*> oldest period shown has a change only when an earlier snapshot is
*> on file to measure it from. A genre or format missing from a
*> period had no active titles then: it counts as zero, and its
*> average is left blank.

IDENTIFICATION DIVISION.
PROGRAM-ID. TREND-REPORT-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "snapshot-select.cpy".

    SELECT REPORT-FILE ASSIGN TO "trend-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
    FD SNAPSHOT-HISTORY-FILE.
        COPY "snapshot-record.cpy".

    FD REPORT-FILE.
        01 REPORT-LINE PICTURE X(132).

WORKING-STORAGE SECTION.
    COPY "snapshot-fields.cpy".
    01 REPORT-FILE-STATUS PICTURE XX.

*> Thirteen periods are held so the oldest of the twelve shown still
*> has a period before it; once the table is full each new period
*> pushes the oldest out.
    01 WS-PERIOD-COUNT PICTURE 9(02) VALUE ZERO.
    01 WS-PERIOD-LIMIT PICTURE 9(02) VALUE 13.
    01 WS-FIRST-COLUMN PICTURE 9(02) VALUE 1.
    01 PERIOD-TABLE.
        03 PERIOD-ENTRY OCCURS 13 TIMES.
            05 PERIOD-VALUE PICTURE 9(06).
            05 PERIOD-PARTS REDEFINES PERIOD-VALUE.
                07 PERIOD-YEAR PICTURE X(04).
                07 PERIOD-MONTH PICTURE X(02).
            05 PERIOD-ACTIVE PICTURE 9(07).
            05 PERIOD-RETIRED PICTURE 9(07).
            05 PERIOD-AVERAGE PICTURE 9V99.
            05 PERIOD-COPIES PICTURE 9(07).
            05 PERIOD-LOANS PICTURE 9(07).
            05 PERIOD-OVERDUE PICTURE 9(07).
            05 PERIOD-PLAYS PICTURE 9(07).

    01 WS-TREND-ROW-COUNT PICTURE 9(03) VALUE ZERO.
    01 WS-TREND-ROW-LIMIT PICTURE 9(03) VALUE 200.
    01 TREND-TABLE.
        03 TREND-ROW OCCURS 0 TO 200 TIMES
                DEPENDING ON WS-TREND-ROW-COUNT.
            05 TREND-KIND PICTURE X.
            05 TREND-NAME PICTURE X(20).
            05 TREND-CELL OCCURS 13 TIMES.
                07 TREND-PRESENT PICTURE X.
                07 TREND-COUNT PICTURE 9(07).
                07 TREND-AVERAGE PICTURE 9V99.

    01 TABLE-FULL-SWITCH PICTURE X VALUE 'N'.
        88 TABLE-FULL-WARNED VALUE 'Y'.

    01 ROW-FOUND-SWITCH PICTURE X.
        88 TREND-ROW-FOUND VALUE 'Y'.
        88 TREND-ROW-NOT-FOUND VALUE 'N'.

    01 COLUMN-FOUND-SWITCH PICTURE X.
        88 PERIOD-COLUMN-FOUND VALUE 'Y'.
        88 PERIOD-COLUMN-NOT-FOUND VALUE 'N'.

    01 WS-ROW-SUB PICTURE 9(03) VALUE ZERO.
    01 WS-MATCHED-ROW PICTURE 9(03) VALUE ZERO.
    01 WS-COLUMN-SUB PICTURE 9(02) VALUE ZERO.
    01 WS-MATCHED-COLUMN PICTURE 9(02) VALUE ZERO.
    01 WS-CELL-SUB PICTURE 9(02) VALUE ZERO.
    01 WS-FIGURE-SUB PICTURE 9(02) VALUE ZERO.
    01 WS-SECTION-KIND PICTURE X.

*> The figure being printed, one value per period column, staged
*> here so one paragraph prints every figure and its change row.
    01 FIGURE-MODE-SWITCH PICTURE X.
        88 FIGURE-IS-COUNT VALUE 'C'.
        88 FIGURE-IS-AVERAGE VALUE 'A'.
    01 WS-ROW-LABEL PICTURE X(22).
    01 FIGURE-TABLE.
        03 FIGURE-CELL OCCURS 13 TIMES.
            05 FIGURE-PRESENT PICTURE X.
            05 FIGURE-VALUE PICTURE S9(07)V99.
    01 WS-CHANGE PICTURE S9(07)V99.

    01 WS-COUNT-EDIT PICTURE ZZZZZZ9.
    01 WS-COUNT-CHANGE-EDIT PICTURE ++++++9.
    01 WS-AVERAGE-EDIT PICTURE ZZZ9.99.
    01 WS-AVERAGE-CHANGE-EDIT PICTURE +++9.99.

*> One row per catalog-wide figure, in the order the totals record
*> holds them.
    01 TOTAL-LABEL-VALUES.
        03 FILLER PICTURE X(22) VALUE "ACTIVE TITLES".
        03 FILLER PICTURE X(22) VALUE "RETIRED TITLES".
        03 FILLER PICTURE X(22) VALUE "AVERAGE RATING".
        03 FILLER PICTURE X(22) VALUE "ACTIVE COPIES".
        03 FILLER PICTURE X(22) VALUE "LOANS OUT".
        03 FILLER PICTURE X(22) VALUE "LOANS OVERDUE".
        03 FILLER PICTURE X(22) VALUE "PLAYS IN MONTH".
    01 TOTAL-LABEL-TABLE REDEFINES TOTAL-LABEL-VALUES.
        03 TOTAL-LABEL PICTURE X(22) OCCURS 7 TIMES.

    01 HEADING-LINE-1 PICTURE X(132)
        VALUE "CATALOG TREND REPORT - MONTH-END SNAPSHOTS".

    01 HEADING-LINE-2.
        03 HEADING-LABEL PICTURE X(22).
        03 HEADING-PERIOD-COL OCCURS 12 TIMES.
            05 FILLER PICTURE X(02).
            05 HEADING-PERIOD-TEXT PICTURE X(07).

    01 HEADING-LINE-3 PICTURE X(132) VALUE ALL "-".

    01 GENRE-HEADING-LINE PICTURE X(132)
        VALUE "ACTIVE TITLES AND AVERAGE RATING BY GENRE".

    01 FORMAT-HEADING-LINE PICTURE X(132)
        VALUE "ACTIVE TITLES AND AVERAGE RATING BY FORMAT".

    01 FIGURE-DETAIL-LINE.
        03 FIGURE-DETAIL-LABEL PICTURE X(22).
        03 FIGURE-DETAIL-COL OCCURS 12 TIMES.
            05 FILLER PICTURE X(02).
            05 FIGURE-DETAIL-TEXT PICTURE X(07).

    01 CHANGE-DETAIL-LINE.
        03 CHANGE-DETAIL-LABEL PICTURE X(22).
        03 CHANGE-DETAIL-COL OCCURS 12 TIMES.
            05 FILLER PICTURE X(02).
            05 CHANGE-DETAIL-TEXT PICTURE X(07).

    01 BLANK-LINE PICTURE X(132) VALUE SPACES.

    01 SUMMARY-LINE.
        03 SUMMARY-LABEL PICTURE X(24).
        03 SUMMARY-COUNT PICTURE ZZZZ9.

PROCEDURE DIVISION.
TREND-REPORT-BRANCH.
    DISPLAY "TREND REPORT FUNCTION."
    PERFORM LINE-SPLIT

    OPEN INPUT SNAPSHOT-HISTORY-FILE
    PERFORM LOAD-PERIOD-TABLE

    IF WS-PERIOD-COUNT EQUAL ZERO
        CLOSE SNAPSHOT-HISTORY-FILE
        DISPLAY "NO SNAPSHOTS ON FILE: SNAPSHOT-HISTORY.TXT"
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    PERFORM LOAD-GROUP-TABLE
    CLOSE SNAPSHOT-HISTORY-FILE

    IF WS-TREND-ROW-COUNT GREATER THAN ZERO
        SORT TREND-ROW ON DESCENDING KEY TREND-KIND
            ON ASCENDING KEY TREND-NAME
    END-IF

    IF WS-PERIOD-COUNT GREATER THAN 12
        MOVE 2 TO WS-FIRST-COLUMN
    END-IF

    OPEN OUTPUT REPORT-FILE

    PERFORM BUILD-PERIOD-HEADING

    WRITE REPORT-LINE FROM HEADING-LINE-1
    WRITE REPORT-LINE FROM HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3
    PERFORM WRITE-TOTAL-FIGURE
        VARYING WS-FIGURE-SUB FROM 1 BY 1
        UNTIL WS-FIGURE-SUB GREATER THAN 7

    MOVE 'G' TO WS-SECTION-KIND
    WRITE REPORT-LINE FROM BLANK-LINE
    WRITE REPORT-LINE FROM GENRE-HEADING-LINE
    WRITE REPORT-LINE FROM HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3
    PERFORM WRITE-GROUP-FIGURES
        VARYING WS-ROW-SUB FROM 1 BY 1
        UNTIL WS-ROW-SUB GREATER THAN WS-TREND-ROW-COUNT

    MOVE 'F' TO WS-SECTION-KIND
    WRITE REPORT-LINE FROM BLANK-LINE
    WRITE REPORT-LINE FROM FORMAT-HEADING-LINE
    WRITE REPORT-LINE FROM HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3
    PERFORM WRITE-GROUP-FIGURES
        VARYING WS-ROW-SUB FROM 1 BY 1
        UNTIL WS-ROW-SUB GREATER THAN WS-TREND-ROW-COUNT

    WRITE REPORT-LINE FROM HEADING-LINE-3
    MOVE "PERIODS SHOWN:" TO SUMMARY-LABEL
    COMPUTE SUMMARY-COUNT = WS-PERIOD-COUNT - WS-FIRST-COLUMN + 1
    WRITE REPORT-LINE FROM SUMMARY-LINE

    CLOSE REPORT-FILE

    DISPLAY "REPORT COMPLETE: TREND-REPORT.TXT"
    DISPLAY "PERIODS SHOWN: " SUMMARY-COUNT
    PERFORM LINE-SPLIT

    GOBACK.

*> The file reads in period order, so the totals records arrive
*> oldest first and the table ends holding the latest periods.
LOAD-PERIOD-TABLE.
    MOVE 'N' TO SNAPSHOT-EOF
    PERFORM UNTIL SNAPSHOTS-END-REACHED
        READ SNAPSHOT-HISTORY-FILE NEXT RECORD
            AT END MOVE 'Y' TO SNAPSHOT-EOF
            NOT AT END IF SNAPSHOT-TOTALS
                PERFORM ADD-PERIOD-ENTRY
            END-IF
        END-READ
    END-PERFORM.

ADD-PERIOD-ENTRY.
    IF WS-PERIOD-COUNT EQUAL WS-PERIOD-LIMIT
        PERFORM VARYING WS-COLUMN-SUB FROM 1 BY 1
                UNTIL WS-COLUMN-SUB EQUAL WS-PERIOD-LIMIT
            MOVE PERIOD-ENTRY(WS-COLUMN-SUB + 1)
                TO PERIOD-ENTRY(WS-COLUMN-SUB)
        END-PERFORM
    ELSE
        ADD 1 TO WS-PERIOD-COUNT
    END-IF

    MOVE SNAPSHOT-PERIOD-RECORD TO PERIOD-VALUE(WS-PERIOD-COUNT)
    MOVE SNAPSHOT-ACTIVE-RECORD TO PERIOD-ACTIVE(WS-PERIOD-COUNT)
    MOVE SNAPSHOT-RETIRED-RECORD TO PERIOD-RETIRED(WS-PERIOD-COUNT)
    MOVE SNAPSHOT-AVERAGE-RECORD TO PERIOD-AVERAGE(WS-PERIOD-COUNT)
    MOVE SNAPSHOT-COPIES-RECORD TO PERIOD-COPIES(WS-PERIOD-COUNT)
    MOVE SNAPSHOT-LOANS-RECORD TO PERIOD-LOANS(WS-PERIOD-COUNT)
    MOVE SNAPSHOT-OVERDUE-RECORD TO PERIOD-OVERDUE(WS-PERIOD-COUNT)
    MOVE SNAPSHOT-PLAYS-RECORD TO PERIOD-PLAYS(WS-PERIOD-COUNT).

*> The genre and format records are read from the oldest period held
*> onward and placed under their period's column.
LOAD-GROUP-TABLE.
    MOVE PERIOD-VALUE(1) TO SNAPSHOT-PERIOD-RECORD
    MOVE LOW-VALUES TO SNAPSHOT-KIND-RECORD SNAPSHOT-NAME-RECORD
    START SNAPSHOT-HISTORY-FILE KEY IS NOT LESS THAN SNAPSHOT-KEY
        INVALID KEY MOVE 'Y' TO SNAPSHOT-EOF
        NOT INVALID KEY MOVE 'N' TO SNAPSHOT-EOF
    END-START

    PERFORM UNTIL SNAPSHOTS-END-REACHED
        READ SNAPSHOT-HISTORY-FILE NEXT RECORD
            AT END MOVE 'Y' TO SNAPSHOT-EOF
            NOT AT END IF SNAPSHOT-GENRE OR SNAPSHOT-FORMAT
                PERFORM PLACE-GROUP-SNAPSHOT
            END-IF
        END-READ
    END-PERFORM.

PLACE-GROUP-SNAPSHOT.
    MOVE 'N' TO COLUMN-FOUND-SWITCH
    PERFORM VARYING WS-COLUMN-SUB FROM 1 BY 1
            UNTIL WS-COLUMN-SUB GREATER THAN WS-PERIOD-COUNT
            OR PERIOD-COLUMN-FOUND
        IF PERIOD-VALUE(WS-COLUMN-SUB) EQUAL SNAPSHOT-PERIOD-RECORD
            MOVE 'Y' TO COLUMN-FOUND-SWITCH
            MOVE WS-COLUMN-SUB TO WS-MATCHED-COLUMN
        END-IF
    END-PERFORM

    IF PERIOD-COLUMN-FOUND
        PERFORM FIND-TREND-ROW
        IF TREND-ROW-FOUND
            MOVE 'Y' TO TREND-PRESENT(WS-MATCHED-ROW, WS-MATCHED-COLUMN)
            MOVE SNAPSHOT-GROUP-COUNT-RECORD
                TO TREND-COUNT(WS-MATCHED-ROW, WS-MATCHED-COLUMN)
            MOVE SNAPSHOT-GROUP-AVERAGE-RECORD
                TO TREND-AVERAGE(WS-MATCHED-ROW, WS-MATCHED-COLUMN)
        END-IF
    END-IF.

*> A plain walk of the rows on file so far, as GENRE-DECADE-BRANCH
*> looks up its genres; the rows are sorted once at the end. A group
*> past the row limit is warned about once and left off the report.
FIND-TREND-ROW.
    MOVE 'N' TO ROW-FOUND-SWITCH
    PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
            UNTIL WS-ROW-SUB GREATER THAN WS-TREND-ROW-COUNT
            OR TREND-ROW-FOUND
        IF TREND-KIND(WS-ROW-SUB) EQUAL SNAPSHOT-KIND-RECORD
                AND TREND-NAME(WS-ROW-SUB) EQUAL SNAPSHOT-NAME-RECORD
            MOVE 'Y' TO ROW-FOUND-SWITCH
            MOVE WS-ROW-SUB TO WS-MATCHED-ROW
        END-IF
    END-PERFORM

    IF TREND-ROW-NOT-FOUND
        IF WS-TREND-ROW-COUNT LESS THAN WS-TREND-ROW-LIMIT
            ADD 1 TO WS-TREND-ROW-COUNT
            INITIALIZE TREND-ROW(WS-TREND-ROW-COUNT)
            MOVE SNAPSHOT-KIND-RECORD TO TREND-KIND(WS-TREND-ROW-COUNT)
            MOVE SNAPSHOT-NAME-RECORD TO TREND-NAME(WS-TREND-ROW-COUNT)
            MOVE 'Y' TO ROW-FOUND-SWITCH
            MOVE WS-TREND-ROW-COUNT TO WS-MATCHED-ROW
        ELSE
            IF NOT TABLE-FULL-WARNED
                DISPLAY "GENRE AND FORMAT TABLE FULL AT "
                    WS-TREND-ROW-LIMIT ". REMAINING GROUPS NOT SHOWN."
                PERFORM LINE-SPLIT
                SET TABLE-FULL-WARNED TO TRUE
            END-IF
        END-IF
    END-IF.

BUILD-PERIOD-HEADING.
    MOVE SPACES TO HEADING-LINE-2
    MOVE "FIGURE" TO HEADING-LABEL
    PERFORM VARYING WS-COLUMN-SUB FROM WS-FIRST-COLUMN BY 1
            UNTIL WS-COLUMN-SUB GREATER THAN WS-PERIOD-COUNT
        COMPUTE WS-CELL-SUB = WS-COLUMN-SUB - WS-FIRST-COLUMN + 1
        STRING PERIOD-YEAR(WS-COLUMN-SUB) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               PERIOD-MONTH(WS-COLUMN-SUB) DELIMITED BY SIZE
            INTO HEADING-PERIOD-TEXT(WS-CELL-SUB)
        END-STRING
    END-PERFORM.

WRITE-TOTAL-FIGURE.
    MOVE TOTAL-LABEL(WS-FIGURE-SUB) TO WS-ROW-LABEL
    IF WS-FIGURE-SUB EQUAL 3
        SET FIGURE-IS-AVERAGE TO TRUE
    ELSE
        SET FIGURE-IS-COUNT TO TRUE
    END-IF

    PERFORM VARYING WS-COLUMN-SUB FROM 1 BY 1
            UNTIL WS-COLUMN-SUB GREATER THAN WS-PERIOD-COUNT
        MOVE 'Y' TO FIGURE-PRESENT(WS-COLUMN-SUB)
        EVALUATE WS-FIGURE-SUB
            WHEN 1
                MOVE PERIOD-ACTIVE(WS-COLUMN-SUB)
                    TO FIGURE-VALUE(WS-COLUMN-SUB)
            WHEN 2
                MOVE PERIOD-RETIRED(WS-COLUMN-SUB)
                    TO FIGURE-VALUE(WS-COLUMN-SUB)
            WHEN 3
                MOVE PERIOD-AVERAGE(WS-COLUMN-SUB)
                    TO FIGURE-VALUE(WS-COLUMN-SUB)
            WHEN 4
                MOVE PERIOD-COPIES(WS-COLUMN-SUB)
                    TO FIGURE-VALUE(WS-COLUMN-SUB)
            WHEN 5
                MOVE PERIOD-LOANS(WS-COLUMN-SUB)
                    TO FIGURE-VALUE(WS-COLUMN-SUB)
            WHEN 6
                MOVE PERIOD-OVERDUE(WS-COLUMN-SUB)
                    TO FIGURE-VALUE(WS-COLUMN-SUB)
            WHEN OTHER
                MOVE PERIOD-PLAYS(WS-COLUMN-SUB)
                    TO FIGURE-VALUE(WS-COLUMN-SUB)
        END-EVALUATE
    END-PERFORM

    PERFORM WRITE-FIGURE-ROWS.

*> A group absent from a period had no active titles in it: its count
*> is zero there, but it has no average to show or to measure from.
WRITE-GROUP-FIGURES.
    IF TREND-KIND(WS-ROW-SUB) EQUAL WS-SECTION-KIND
        MOVE TREND-NAME(WS-ROW-SUB) TO WS-ROW-LABEL
        SET FIGURE-IS-COUNT TO TRUE
        PERFORM VARYING WS-COLUMN-SUB FROM 1 BY 1
                UNTIL WS-COLUMN-SUB GREATER THAN WS-PERIOD-COUNT
            MOVE 'Y' TO FIGURE-PRESENT(WS-COLUMN-SUB)
            MOVE TREND-COUNT(WS-ROW-SUB, WS-COLUMN-SUB)
                TO FIGURE-VALUE(WS-COLUMN-SUB)
        END-PERFORM
        PERFORM WRITE-FIGURE-ROWS

        MOVE "  AVERAGE RATING" TO WS-ROW-LABEL
        SET FIGURE-IS-AVERAGE TO TRUE
        PERFORM VARYING WS-COLUMN-SUB FROM 1 BY 1
                UNTIL WS-COLUMN-SUB GREATER THAN WS-PERIOD-COUNT
            MOVE TREND-PRESENT(WS-ROW-SUB, WS-COLUMN-SUB)
                TO FIGURE-PRESENT(WS-COLUMN-SUB)
            MOVE TREND-AVERAGE(WS-ROW-SUB, WS-COLUMN-SUB)
                TO FIGURE-VALUE(WS-COLUMN-SUB)
        END-PERFORM
        PERFORM WRITE-FIGURE-ROWS
    END-IF.

*> Prints the staged figure across the period columns with its change
*> row beneath; a change needs a value in the period before it.
WRITE-FIGURE-ROWS.
    MOVE SPACES TO FIGURE-DETAIL-LINE CHANGE-DETAIL-LINE
    MOVE WS-ROW-LABEL TO FIGURE-DETAIL-LABEL
    MOVE "    CHANGE" TO CHANGE-DETAIL-LABEL

    PERFORM VARYING WS-COLUMN-SUB FROM WS-FIRST-COLUMN BY 1
            UNTIL WS-COLUMN-SUB GREATER THAN WS-PERIOD-COUNT
        COMPUTE WS-CELL-SUB = WS-COLUMN-SUB - WS-FIRST-COLUMN + 1
        IF FIGURE-PRESENT(WS-COLUMN-SUB) EQUAL 'Y'
            PERFORM EDIT-FIGURE-CELL
        END-IF
    END-PERFORM

    WRITE REPORT-LINE FROM FIGURE-DETAIL-LINE
    WRITE REPORT-LINE FROM CHANGE-DETAIL-LINE.

EDIT-FIGURE-CELL.
    IF FIGURE-IS-AVERAGE
        MOVE FIGURE-VALUE(WS-COLUMN-SUB) TO WS-AVERAGE-EDIT
        MOVE WS-AVERAGE-EDIT TO FIGURE-DETAIL-TEXT(WS-CELL-SUB)
    ELSE
        MOVE FIGURE-VALUE(WS-COLUMN-SUB) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO FIGURE-DETAIL-TEXT(WS-CELL-SUB)
    END-IF

    IF WS-COLUMN-SUB GREATER THAN 1
        IF FIGURE-PRESENT(WS-COLUMN-SUB - 1) EQUAL 'Y'
            COMPUTE WS-CHANGE = FIGURE-VALUE(WS-COLUMN-SUB)
                - FIGURE-VALUE(WS-COLUMN-SUB - 1)
            IF FIGURE-IS-AVERAGE
                MOVE WS-CHANGE TO WS-AVERAGE-CHANGE-EDIT
                MOVE WS-AVERAGE-CHANGE-EDIT
                    TO CHANGE-DETAIL-TEXT(WS-CELL-SUB)
            ELSE
                MOVE WS-CHANGE TO WS-COUNT-CHANGE-EDIT
                MOVE WS-COUNT-CHANGE-EDIT
                    TO CHANGE-DETAIL-TEXT(WS-CELL-SUB)
            END-IF
        END-IF
    END-IF.

LINE-SPLIT.
    DISPLAY "====================================================".
