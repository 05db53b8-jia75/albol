>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Every physical copy that left the collection in a period, from the
*> disposal ledger, written to disposal-report.txt. The operator keys
*> the first and last dates of the period - blank for the first of
*> this month and for today. Each disposal in the period is listed in
*> the order it was made with the reason, what the copy cost, what
*> was received, and the profit or loss; totals follow by reason and
*> for the period. A copy disposed of with no purchase price on file
*> shows what was received but no profit or loss, and the profit and
*> loss totals leave it out, since there is nothing to measure it
*> against; the number of such disposals is given with the totals.
*> A ledger line whose reason code is none of the known ones is
*> listed and totalled as UNKNOWN, on a row of its own, and counted
*> on screen, rather than filed under any real reason.

IDENTIFICATION DIVISION.
PROGRAM-ID. DISPOSAL-REPORT-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "disposal-select.cpy".

    SELECT REPORT-FILE ASSIGN TO "disposal-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
    FD DISPOSAL-LEDGER-FILE.
        01 DISPOSAL-LEDGER-RECORD PICTURE X(111).

    FD REPORT-FILE.
        01 REPORT-LINE PICTURE X(80).

WORKING-STORAGE SECTION.
    COPY "eof-switch.cpy".
    COPY "disposal-fields.cpy".
    COPY "disposal-record.cpy".
    01 REPORT-FILE-STATUS PICTURE XX.

    01 WS-TODAY PICTURE 9(08).
    01 WS-DATE-TEXT PICTURE X(08).
    01 WS-PERIOD-FROM PICTURE 9(08).
    01 WS-PERIOD-TO PICTURE 9(08).
    01 WS-DATE-STATUS PICTURE X.
        88 DATE-VALID VALUE 'Y'.
        88 DATE-INVALID VALUE 'N'.

    01 WS-GAIN PICTURE S9(06)V99 VALUE ZERO.
    01 WS-REASON-IDX PICTURE 9(02) VALUE ZERO.

    01 WS-DISPOSAL-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-UNPRICED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-UNKNOWN-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-TOTAL-PURCHASE PICTURE 9(09)V99 VALUE ZERO.
    01 WS-TOTAL-RECEIVED PICTURE 9(09)V99 VALUE ZERO.
    01 WS-TOTAL-GAIN PICTURE S9(09)V99 VALUE ZERO.

*> One row per reason code, in the order DISPOSAL-REASON lists them,
*> and a last row, never matched by code, for a code not listed.
    01 REASON-NAME-VALUES.
        03 FILLER PICTURE X(10) VALUE "SSOLD".
        03 FILLER PICTURE X(10) VALUE "TTRADED".
        03 FILLER PICTURE X(10) VALUE "LLOST".
        03 FILLER PICTURE X(10) VALUE "DDAMAGED".
        03 FILLER PICTURE X(10) VALUE "WWITHDRAWN".
        03 FILLER PICTURE X(10) VALUE " UNKNOWN".
    01 REASON-NAME-TABLE REDEFINES REASON-NAME-VALUES.
        03 REASON-NAME-ENTRY OCCURS 6 TIMES.
            05 REASON-CODE PICTURE X.
            05 REASON-NAME PICTURE X(09).

    01 REASON-TOTAL-TABLE.
        03 REASON-TOTAL-ENTRY OCCURS 6 TIMES.
            05 REASON-COUNT PICTURE 9(05).
            05 REASON-PURCHASE PICTURE 9(09)V99.
            05 REASON-RECEIVED PICTURE 9(09)V99.
            05 REASON-GAIN PICTURE S9(09)V99.

    01 HEADING-LINE-1 PICTURE X(80)
        VALUE "DISPOSAL REPORT - COPIES THAT LEFT THE COLLECTION".

    01 HEADING-PERIOD-LINE.
        03 FILLER PICTURE X(09) VALUE "PERIOD   ".
        03 HEADING-FROM PICTURE X(08).
        03 FILLER PICTURE X(04) VALUE " TO ".
        03 HEADING-TO PICTURE X(08).

    01 HEADING-LINE-2.
        03 FILLER PICTURE X(10) VALUE "DATE".
        03 FILLER PICTURE X(24) VALUE "TITLE".
        03 FILLER PICTURE X(05) VALUE "COPY".
        03 FILLER PICTURE X(10) VALUE "REASON".
        03 FILLER PICTURE X(10) VALUE "     COST".
        03 FILLER PICTURE X(10) VALUE " RECEIVED".
        03 FILLER PICTURE X(10) VALUE "      GAIN".

    01 HEADING-LINE-3 PICTURE X(80) VALUE ALL "-".

    01 REASON-HEADING-LINE-1 PICTURE X(80)
        VALUE "TOTALS BY REASON".

    01 REASON-HEADING-LINE-2.
        03 FILLER PICTURE X(12) VALUE "REASON".
        03 FILLER PICTURE X(05) VALUE "COUNT".
        03 FILLER PICTURE X(17) VALUE "             COST".
        03 FILLER PICTURE X(16) VALUE "        RECEIVED".
        03 FILLER PICTURE X(17) VALUE "      PROFIT/LOSS".

    01 DETAIL-LINE.
        03 DETAIL-DATE PICTURE 9(08).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-TITLE PICTURE X(22).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-NUMBER PICTURE 9(03).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-REASON PICTURE X(09).
        03 FILLER PICTURE X VALUE SPACE.
        03 DETAIL-PURCHASE PICTURE X(09).
        03 FILLER PICTURE X VALUE SPACE.
        03 DETAIL-RECEIVED PICTURE ZZ,ZZ9.99.
        03 FILLER PICTURE X VALUE SPACE.
        03 DETAIL-GAIN PICTURE X(10).

    01 WS-AMOUNT-DISPLAY PICTURE ZZ,ZZ9.99.
    01 WS-GAIN-DISPLAY PICTURE -ZZ,ZZ9.99.

    01 REASON-DETAIL-LINE.
        03 REASON-DETAIL-NAME PICTURE X(12).
        03 REASON-DETAIL-COUNT PICTURE ZZZZ9.
        03 FILLER PICTURE X(03) VALUE SPACES.
        03 REASON-DETAIL-PURCHASE PICTURE ZZZ,ZZZ,ZZ9.99.
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 REASON-DETAIL-RECEIVED PICTURE ZZZ,ZZZ,ZZ9.99.
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 REASON-DETAIL-GAIN PICTURE -ZZZ,ZZZ,ZZ9.99.

    01 BLANK-LINE PICTURE X(80) VALUE SPACES.

    01 SUMMARY-LINE.
        03 SUMMARY-LABEL PICTURE X(24).
        03 SUMMARY-COUNT PICTURE ZZZZ9.

    01 NOTE-LINE PICTURE X(80)
        VALUE "COST AND PROFIT/LOSS COUNT ONLY COPIES WITH A PURCHASE PRICE.".

PROCEDURE DIVISION.
DISPOSAL-REPORT-BRANCH.
    DISPLAY "DISPOSAL REPORT FUNCTION."
    PERFORM LINE-SPLIT

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    INITIALIZE REASON-TOTAL-TABLE

    DISPLAY "INPUT THE FIRST DATE OF THE PERIOD. (YYYYMMDD)"
    DISPLAY "(BLANK FOR THE FIRST OF THIS MONTH)"
    PERFORM ACCEPT-PERIOD-DATE
    IF WS-DATE-TEXT EQUAL SPACES
        MOVE WS-TODAY TO WS-PERIOD-FROM
        MOVE "01" TO WS-PERIOD-FROM(7:2)
    ELSE
        MOVE WS-DATE-TEXT TO WS-PERIOD-FROM
    END-IF

    DISPLAY "INPUT THE LAST DATE OF THE PERIOD. (YYYYMMDD)"
    DISPLAY "(BLANK FOR TODAY)"
    PERFORM ACCEPT-PERIOD-DATE
    IF WS-DATE-TEXT EQUAL SPACES
        MOVE WS-TODAY TO WS-PERIOD-TO
    ELSE
        MOVE WS-DATE-TEXT TO WS-PERIOD-TO
    END-IF

    IF WS-PERIOD-TO LESS THAN WS-PERIOD-FROM
        DISPLAY "THE LAST DATE IS BEFORE THE FIRST. NOTHING REPORTED."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    OPEN OUTPUT REPORT-FILE

    WRITE REPORT-LINE FROM HEADING-LINE-1
    MOVE WS-PERIOD-FROM TO HEADING-FROM
    MOVE WS-PERIOD-TO TO HEADING-TO
    WRITE REPORT-LINE FROM HEADING-PERIOD-LINE
    WRITE REPORT-LINE FROM HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3

    OPEN INPUT DISPOSAL-LEDGER-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ DISPOSAL-LEDGER-FILE INTO DISPOSAL-LINE
            AT END MOVE 'Y' TO EOF
            NOT AT END IF DISPOSAL-DATE NOT LESS THAN WS-PERIOD-FROM
                    AND DISPOSAL-DATE NOT GREATER THAN WS-PERIOD-TO
                PERFORM WRITE-DISPOSAL-LINE
            END-IF
        END-READ
    END-PERFORM

    CLOSE DISPOSAL-LEDGER-FILE

    WRITE REPORT-LINE FROM HEADING-LINE-3

    PERFORM WRITE-REASON-TOTALS

    PERFORM WRITE-SUMMARY-LINES

    CLOSE REPORT-FILE

    MOVE WS-TOTAL-GAIN TO REASON-DETAIL-GAIN
    DISPLAY "REPORT COMPLETE: DISPOSAL-REPORT.TXT"
    DISPLAY "DISPOSALS IN PERIOD: " WS-DISPOSAL-COUNT
    IF WS-UNKNOWN-COUNT GREATER THAN ZERO
        DISPLAY "DISPOSALS WITH AN UNKNOWN REASON: " WS-UNKNOWN-COUNT
    END-IF
    DISPLAY "PROFIT/LOSS: " FUNCTION TRIM(REASON-DETAIL-GAIN)
    PERFORM LINE-SPLIT

    GOBACK.

*> The prompt is DISPLAYed by the caller; blank is let through for
*> the caller's default.
ACCEPT-PERIOD-DATE.
    PERFORM LINE-SPLIT
    ACCEPT WS-DATE-TEXT
    PERFORM CHECK-PERIOD-DATE
    PERFORM UNTIL DATE-VALID
        DISPLAY "INVALID DATE. ENTER YYYYMMDD, OR LEAVE BLANK."
        PERFORM LINE-SPLIT
        ACCEPT WS-DATE-TEXT
        PERFORM CHECK-PERIOD-DATE
    END-PERFORM
    PERFORM LINE-SPLIT.

CHECK-PERIOD-DATE.
    SET DATE-VALID TO TRUE
    IF WS-DATE-TEXT NOT EQUAL SPACES
        IF WS-DATE-TEXT IS NOT NUMERIC
            SET DATE-INVALID TO TRUE
        ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-DATE-TEXT))
                    NOT EQUAL ZERO
                SET DATE-INVALID TO TRUE
            END-IF
        END-IF
    END-IF.

*> The reason row is found by its code among the five known ones; a
*> code none of them match goes to the UNKNOWN row.
WRITE-DISPOSAL-LINE.
    PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
            UNTIL WS-REASON-IDX > 5
            OR REASON-CODE(WS-REASON-IDX) EQUAL DISPOSAL-REASON
        CONTINUE
    END-PERFORM
    IF WS-REASON-IDX GREATER THAN 5
        MOVE 6 TO WS-REASON-IDX
        ADD 1 TO WS-UNKNOWN-COUNT
    END-IF

    MOVE DISPOSAL-DATE TO DETAIL-DATE
    MOVE DISPOSAL-TITLE TO DETAIL-TITLE
    MOVE DISPOSAL-COPY-NUMBER TO DETAIL-NUMBER
    MOVE REASON-NAME(WS-REASON-IDX) TO DETAIL-REASON
    MOVE DISPOSAL-RECEIVED TO DETAIL-RECEIVED
    ADD 1 TO REASON-COUNT(WS-REASON-IDX) WS-DISPOSAL-COUNT
    ADD DISPOSAL-RECEIVED TO REASON-RECEIVED(WS-REASON-IDX)
        WS-TOTAL-RECEIVED

    IF DISPOSAL-HAD-PRICE
        COMPUTE WS-GAIN = DISPOSAL-RECEIVED - DISPOSAL-PURCHASE
        MOVE DISPOSAL-PURCHASE TO WS-AMOUNT-DISPLAY
        MOVE WS-AMOUNT-DISPLAY TO DETAIL-PURCHASE
        MOVE WS-GAIN TO WS-GAIN-DISPLAY
        MOVE WS-GAIN-DISPLAY TO DETAIL-GAIN
        ADD DISPOSAL-PURCHASE TO REASON-PURCHASE(WS-REASON-IDX)
            WS-TOTAL-PURCHASE
        ADD WS-GAIN TO REASON-GAIN(WS-REASON-IDX) WS-TOTAL-GAIN
    ELSE
        MOVE " NO PRICE" TO DETAIL-PURCHASE
        MOVE SPACES TO DETAIL-GAIN
        ADD 1 TO WS-UNPRICED-COUNT
    END-IF

    WRITE REPORT-LINE FROM DETAIL-LINE.

WRITE-REASON-TOTALS.
    WRITE REPORT-LINE FROM BLANK-LINE
    WRITE REPORT-LINE FROM REASON-HEADING-LINE-1
    WRITE REPORT-LINE FROM REASON-HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3

    PERFORM VARYING WS-REASON-IDX FROM 1 BY 1 UNTIL WS-REASON-IDX > 6
        IF REASON-COUNT(WS-REASON-IDX) GREATER THAN ZERO
            MOVE REASON-NAME(WS-REASON-IDX) TO REASON-DETAIL-NAME
            MOVE REASON-COUNT(WS-REASON-IDX) TO REASON-DETAIL-COUNT
            MOVE REASON-PURCHASE(WS-REASON-IDX) TO REASON-DETAIL-PURCHASE
            MOVE REASON-RECEIVED(WS-REASON-IDX) TO REASON-DETAIL-RECEIVED
            MOVE REASON-GAIN(WS-REASON-IDX) TO REASON-DETAIL-GAIN
            WRITE REPORT-LINE FROM REASON-DETAIL-LINE
        END-IF
    END-PERFORM

    WRITE REPORT-LINE FROM HEADING-LINE-3
    MOVE "PERIOD" TO REASON-DETAIL-NAME
    MOVE WS-DISPOSAL-COUNT TO REASON-DETAIL-COUNT
    MOVE WS-TOTAL-PURCHASE TO REASON-DETAIL-PURCHASE
    MOVE WS-TOTAL-RECEIVED TO REASON-DETAIL-RECEIVED
    MOVE WS-TOTAL-GAIN TO REASON-DETAIL-GAIN
    WRITE REPORT-LINE FROM REASON-DETAIL-LINE.

WRITE-SUMMARY-LINES.
    WRITE REPORT-LINE FROM HEADING-LINE-3
    MOVE "DISPOSALS IN PERIOD:" TO SUMMARY-LABEL
    MOVE WS-DISPOSAL-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "DISPOSALS WITH NO PRICE:" TO SUMMARY-LABEL
    MOVE WS-UNPRICED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    IF WS-UNKNOWN-COUNT GREATER THAN ZERO
        MOVE "UNKNOWN REASON:" TO SUMMARY-LABEL
        MOVE WS-UNKNOWN-COUNT TO SUMMARY-COUNT
        WRITE REPORT-LINE FROM SUMMARY-LINE
    END-IF
    IF WS-UNPRICED-COUNT GREATER THAN ZERO
        WRITE REPORT-LINE FROM NOTE-LINE
    END-IF.

LINE-SPLIT.
    DISPLAY "====================================================".
