>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> The insurance schedule the insurer asks for each year, written to
*> insurance-schedule.txt: every active physical copy in
*> ALBUM-COPIES-FILE with its purchase price and current estimated
*> value from COPY-VALUATION-FILE, listed shelf by shelf with a
*> total for each shelf, then the same copies totalled by format,
*> then the grand total. Retired copies have left the collection and
*> are not insured. A copy with no valuation on file is listed as NOT
*> VALUED and counted, so the schedule shows how much of the stock
*> still needs a value put on it; it adds nothing to the totals. A
*> copy valued without a purchase price shows the price as UNKNOWN.

IDENTIFICATION DIVISION.
PROGRAM-ID. INSURANCE-SCHEDULE-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "copies-select.cpy".
    COPY "valuation-select.cpy".

    SELECT SORT-WORK-FILE ASSIGN TO "sortwork.tmp".

    SELECT REPORT-FILE ASSIGN TO "insurance-schedule.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
    FD ALBUM-COPIES-FILE.
        COPY "copies-record.cpy".

    FD COPY-VALUATION-FILE.
        COPY "valuation-record.cpy".

    SD SORT-WORK-FILE.
        01 SORT-RECORD.
            03 SORT-SHELF PICTURE X(10).
            03 SORT-TITLE PICTURE X(50).
            03 SORT-NUMBER PICTURE 9(03).
            03 SORT-FORMAT PICTURE X(07).
            03 SORT-PURCHASE PICTURE 9(05)V99.
            03 SORT-VALUE PICTURE 9(05)V99.
            03 SORT-VALUED PICTURE X.
                88 SORT-COPY-VALUED VALUE 'Y'.
            03 SORT-PRICED PICTURE X.
                88 SORT-COPY-PRICED VALUE 'Y'.

    FD REPORT-FILE.
        01 REPORT-LINE PICTURE X(80).

WORKING-STORAGE SECTION.
    COPY "eof-switch.cpy".
    COPY "copies-fields.cpy".
    COPY "valuation-fields.cpy".
    01 REPORT-FILE-STATUS PICTURE XX.

    01 WS-TODAY PICTURE 9(08).
    01 WS-CURRENT-SHELF PICTURE X(10).
    01 WS-FIRST-SHELF-SWITCH PICTURE X VALUE 'Y'.
        88 FIRST-SHELF VALUE 'Y'.

    01 WS-SHELF-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-SHELF-VALUE PICTURE 9(09)V99 VALUE ZERO.
    01 WS-COPY-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-UNVALUED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-TOTAL-VALUE PICTURE 9(09)V99 VALUE ZERO.

*> One total row per format. The last row gathers anything filed
*> under a format the copies file no longer accepts.
    01 FORMAT-NAME-VALUES.
        03 FILLER PICTURE X(07) VALUE "CD".
        03 FILLER PICTURE X(07) VALUE "LP".
        03 FILLER PICTURE X(07) VALUE "DIGITAL".
        03 FILLER PICTURE X(07) VALUE "OTHER".
    01 FORMAT-NAME-TABLE REDEFINES FORMAT-NAME-VALUES.
        03 FORMAT-NAME PICTURE X(07) OCCURS 4 TIMES.

    01 FORMAT-TOTAL-TABLE.
        03 FORMAT-TOTAL-ENTRY OCCURS 4 TIMES.
            05 FORMAT-COPY-COUNT PICTURE 9(05).
            05 FORMAT-UNVALUED-COUNT PICTURE 9(05).
            05 FORMAT-VALUE-TOTAL PICTURE 9(09)V99.

    01 WS-FORMAT-IDX PICTURE 9(02) VALUE ZERO.

    01 HEADING-LINE-1 PICTURE X(80)
        VALUE "INSURANCE SCHEDULE - ACTIVE COPIES AT CURRENT VALUE".

    01 HEADING-DATE-LINE.
        03 FILLER PICTURE X(09) VALUE "AS AT    ".
        03 HEADING-TODAY PICTURE X(08).

    01 HEADING-LINE-2.
        03 FILLER PICTURE X(12) VALUE "SHELF".
        03 FILLER PICTURE X(32) VALUE "TITLE".
        03 FILLER PICTURE X(05) VALUE "COPY".
        03 FILLER PICTURE X(09) VALUE "FORMAT".
        03 FILLER PICTURE X(11) VALUE " PURCHASE".
        03 FILLER PICTURE X(09) VALUE "    VALUE".

    01 HEADING-LINE-3 PICTURE X(80) VALUE ALL "-".

    01 FORMAT-HEADING-LINE-1 PICTURE X(80)
        VALUE "ACTIVE COPIES BY FORMAT".

    01 FORMAT-HEADING-LINE-2.
        03 FILLER PICTURE X(12) VALUE "FORMAT".
        03 FILLER PICTURE X(10) VALUE "    COPIES".
        03 FILLER PICTURE X(14) VALUE "    NOT VALUED".
        03 FILLER PICTURE X(18) VALUE "             VALUE".

    01 DETAIL-LINE.
        03 DETAIL-SHELF PICTURE X(10).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-TITLE PICTURE X(30).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-NUMBER PICTURE 9(03).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-FORMAT PICTURE X(07).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-PURCHASE PICTURE X(09).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-VALUE PICTURE X(10).

    01 WS-AMOUNT-DISPLAY PICTURE ZZ,ZZ9.99.

    01 SHELF-TOTAL-LINE.
        03 FILLER PICTURE X(12) VALUE "SHELF TOTAL".
        03 SHELF-TOTAL-SHELF PICTURE X(10).
        03 FILLER PICTURE X(09) VALUE " COPIES: ".
        03 SHELF-TOTAL-COUNT PICTURE ZZZZ9.
        03 FILLER PICTURE X(28) VALUE SPACES.
        03 SHELF-TOTAL-VALUE PICTURE ZZZ,ZZZ,ZZ9.99.

    01 FORMAT-DETAIL-LINE.
        03 FORMAT-DETAIL-NAME PICTURE X(12).
        03 FILLER PICTURE X(05) VALUE SPACES.
        03 FORMAT-DETAIL-COUNT PICTURE ZZZZ9.
        03 FILLER PICTURE X(09) VALUE SPACES.
        03 FORMAT-DETAIL-UNVALUED PICTURE ZZZZ9.
        03 FILLER PICTURE X(04) VALUE SPACES.
        03 FORMAT-DETAIL-VALUE PICTURE ZZZ,ZZZ,ZZ9.99.

    01 BLANK-LINE PICTURE X(80) VALUE SPACES.

    01 SUMMARY-LINE.
        03 SUMMARY-LABEL PICTURE X(24).
        03 SUMMARY-COUNT PICTURE ZZZZ9.

    01 TOTAL-VALUE-LINE.
        03 FILLER PICTURE X(24) VALUE "TOTAL CURRENT VALUE:".
        03 TOTAL-VALUE-AMOUNT PICTURE ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
INSURANCE-SCHEDULE-BRANCH.
    DISPLAY "INSURANCE SCHEDULE FUNCTION."
    PERFORM LINE-SPLIT

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    INITIALIZE FORMAT-TOTAL-TABLE

    OPEN OUTPUT REPORT-FILE

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-SHELF SORT-TITLE SORT-NUMBER
        INPUT PROCEDURE IS LOAD-ACTIVE-COPIES
        OUTPUT PROCEDURE IS WRITE-SHELF-SCHEDULE

    PERFORM WRITE-FORMAT-TOTALS

    PERFORM WRITE-SUMMARY-LINES

    CLOSE REPORT-FILE

    MOVE WS-TOTAL-VALUE TO TOTAL-VALUE-AMOUNT
    DISPLAY "REPORT COMPLETE: INSURANCE-SCHEDULE.TXT"
    DISPLAY "ACTIVE COPIES: " WS-COPY-COUNT
    DISPLAY "COPIES NOT VALUED: " WS-UNVALUED-COUNT
    DISPLAY "TOTAL CURRENT VALUE: " FUNCTION TRIM(TOTAL-VALUE-AMOUNT)
    PERFORM LINE-SPLIT

    GOBACK.

*> The format totals are taken here, on the way into the sort, so
*> the copies are only read once.
LOAD-ACTIVE-COPIES.
    OPEN INPUT ALBUM-COPIES-FILE
    OPEN INPUT COPY-VALUATION-FILE

    MOVE 'N' TO COPIES-EOF
    PERFORM UNTIL COPIES-END-REACHED
        READ ALBUM-COPIES-FILE NEXT RECORD
            AT END MOVE 'Y' TO COPIES-EOF
            NOT AT END IF COPY-ACTIVE
                PERFORM RELEASE-ACTIVE-COPY
            END-IF
        END-READ
    END-PERFORM

    CLOSE ALBUM-COPIES-FILE
    CLOSE COPY-VALUATION-FILE.

RELEASE-ACTIVE-COPY.
    MOVE COPY-SHELF-RECORD TO SORT-SHELF
    MOVE COPY-TITLE-RECORD TO SORT-TITLE
    MOVE COPY-NUMBER-RECORD TO SORT-NUMBER
    MOVE COPY-FORMAT-RECORD TO SORT-FORMAT
    MOVE ZERO TO SORT-PURCHASE SORT-VALUE
    MOVE 'N' TO SORT-VALUED
    MOVE 'N' TO SORT-PRICED

    MOVE COPY-TITLE-RECORD TO VALUATION-TITLE-RECORD
    MOVE COPY-NUMBER-RECORD TO VALUATION-NUMBER-RECORD
    READ COPY-VALUATION-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE VALUATION-PURCHASE-RECORD TO SORT-PURCHASE
            MOVE VALUATION-CURRENT-RECORD TO SORT-VALUE
            MOVE 'Y' TO SORT-VALUED
            MOVE VALUATION-PRICED-RECORD TO SORT-PRICED
    END-READ

    EVALUATE COPY-FORMAT-RECORD
        WHEN "CD"
            MOVE 1 TO WS-FORMAT-IDX
        WHEN "LP"
            MOVE 2 TO WS-FORMAT-IDX
        WHEN "DIGITAL"
            MOVE 3 TO WS-FORMAT-IDX
        WHEN OTHER
            MOVE 4 TO WS-FORMAT-IDX
    END-EVALUATE
    ADD 1 TO FORMAT-COPY-COUNT(WS-FORMAT-IDX)
    IF SORT-COPY-VALUED
        ADD SORT-VALUE TO FORMAT-VALUE-TOTAL(WS-FORMAT-IDX)
    ELSE
        ADD 1 TO FORMAT-UNVALUED-COUNT(WS-FORMAT-IDX)
    END-IF

    RELEASE SORT-RECORD.

WRITE-SHELF-SCHEDULE.
    WRITE REPORT-LINE FROM HEADING-LINE-1
    MOVE WS-TODAY TO HEADING-TODAY
    WRITE REPORT-LINE FROM HEADING-DATE-LINE
    WRITE REPORT-LINE FROM HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        RETURN SORT-WORK-FILE
            AT END MOVE 'Y' TO EOF
            NOT AT END PERFORM WRITE-SCHEDULE-LINE
        END-RETURN
    END-PERFORM

    IF NOT FIRST-SHELF
        PERFORM WRITE-SHELF-TOTAL
    END-IF

    WRITE REPORT-LINE FROM HEADING-LINE-3.

WRITE-SCHEDULE-LINE.
    IF FIRST-SHELF
        MOVE 'N' TO WS-FIRST-SHELF-SWITCH
        MOVE SORT-SHELF TO WS-CURRENT-SHELF
    END-IF
    IF SORT-SHELF NOT EQUAL WS-CURRENT-SHELF
        PERFORM WRITE-SHELF-TOTAL
        MOVE SORT-SHELF TO WS-CURRENT-SHELF
    END-IF

    IF SORT-SHELF EQUAL SPACES
        MOVE "(NONE)" TO DETAIL-SHELF
    ELSE
        MOVE SORT-SHELF TO DETAIL-SHELF
    END-IF
    MOVE SORT-TITLE TO DETAIL-TITLE
    MOVE SORT-NUMBER TO DETAIL-NUMBER
    MOVE SORT-FORMAT TO DETAIL-FORMAT
    IF SORT-COPY-VALUED
        IF SORT-COPY-PRICED
            MOVE SORT-PURCHASE TO WS-AMOUNT-DISPLAY
            MOVE WS-AMOUNT-DISPLAY TO DETAIL-PURCHASE
        ELSE
            MOVE "  UNKNOWN" TO DETAIL-PURCHASE
        END-IF
        MOVE SORT-VALUE TO WS-AMOUNT-DISPLAY
        MOVE WS-AMOUNT-DISPLAY TO DETAIL-VALUE
        ADD SORT-VALUE TO WS-SHELF-VALUE WS-TOTAL-VALUE
    ELSE
        MOVE SPACES TO DETAIL-PURCHASE
        MOVE "NOT VALUED" TO DETAIL-VALUE
        ADD 1 TO WS-UNVALUED-COUNT
    END-IF
    WRITE REPORT-LINE FROM DETAIL-LINE
    ADD 1 TO WS-SHELF-COUNT WS-COPY-COUNT.

WRITE-SHELF-TOTAL.
    IF WS-CURRENT-SHELF EQUAL SPACES
        MOVE "(NONE)" TO SHELF-TOTAL-SHELF
    ELSE
        MOVE WS-CURRENT-SHELF TO SHELF-TOTAL-SHELF
    END-IF
    MOVE WS-SHELF-COUNT TO SHELF-TOTAL-COUNT
    MOVE WS-SHELF-VALUE TO SHELF-TOTAL-VALUE
    WRITE REPORT-LINE FROM SHELF-TOTAL-LINE
    WRITE REPORT-LINE FROM BLANK-LINE
    MOVE ZERO TO WS-SHELF-COUNT WS-SHELF-VALUE.

WRITE-FORMAT-TOTALS.
    WRITE REPORT-LINE FROM BLANK-LINE
    WRITE REPORT-LINE FROM FORMAT-HEADING-LINE-1
    WRITE REPORT-LINE FROM FORMAT-HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3

    PERFORM VARYING WS-FORMAT-IDX FROM 1 BY 1 UNTIL WS-FORMAT-IDX > 4
        IF FORMAT-COPY-COUNT(WS-FORMAT-IDX) GREATER THAN ZERO
            MOVE FORMAT-NAME(WS-FORMAT-IDX) TO FORMAT-DETAIL-NAME
            MOVE FORMAT-COPY-COUNT(WS-FORMAT-IDX) TO FORMAT-DETAIL-COUNT
            MOVE FORMAT-UNVALUED-COUNT(WS-FORMAT-IDX)
                TO FORMAT-DETAIL-UNVALUED
            MOVE FORMAT-VALUE-TOTAL(WS-FORMAT-IDX) TO FORMAT-DETAIL-VALUE
            WRITE REPORT-LINE FROM FORMAT-DETAIL-LINE
        END-IF
    END-PERFORM.

WRITE-SUMMARY-LINES.
    WRITE REPORT-LINE FROM HEADING-LINE-3
    MOVE "ACTIVE COPIES:" TO SUMMARY-LABEL
    MOVE WS-COPY-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "COPIES NOT VALUED:" TO SUMMARY-LABEL
    MOVE WS-UNVALUED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE WS-TOTAL-VALUE TO TOTAL-VALUE-AMOUNT
    WRITE REPORT-LINE FROM TOTAL-VALUE-LINE.

LINE-SPLIT.
    DISPLAY "====================================================".
