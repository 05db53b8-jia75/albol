>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> The per-borrower lending record, read from the permanent loan
*> history LOAN-BRANCH appends at every check-in, for deciding who
*> gets blocked. The operator gives a range of return dates (blank
*> for open); every loan returned in it is sorted by borrower ID and
*> one line per borrower written to lending-report.txt: loans
*> returned, how many came back after their due date, and the
*> average days late across those late returns, with what the
*> borrower has out now and whether they are already blocked. The
*> name printed is the one on the borrower register, or the one on
*> the loan for a borrower no longer on it. Loans taken before the
*> register existed carry no borrower ID and are totalled together
*> on a single line.

IDENTIFICATION DIVISION.
PROGRAM-ID. LENDING-REPORT-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "loan-history-select.cpy".
    COPY "borrower-select.cpy".
    COPY "loans-select.cpy".

    SELECT SORT-WORK-FILE ASSIGN TO "sortwork.tmp".

    SELECT REPORT-FILE ASSIGN TO "lending-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
    FD LOAN-HISTORY-FILE.
        01 LOAN-HISTORY-RECORD PICTURE X(117).

    FD BORROWER-FILE.
        COPY "borrower-record.cpy".

    FD ALBUM-LOANS-FILE.
        COPY "loans-record.cpy".

    SD SORT-WORK-FILE.
        01 SORT-RECORD.
            03 SORT-BORROWER-ID PICTURE X(08).
            03 SORT-BORROWER PICTURE X(30).
            03 SORT-DUE-DATE PICTURE 9(08).
            03 SORT-RETURNED-DATE PICTURE 9(08).

    FD REPORT-FILE.
        01 REPORT-LINE PICTURE X(80).

WORKING-STORAGE SECTION.
    COPY "eof-switch.cpy".
    COPY "loan-history-record.cpy".
    COPY "borrower-fields.cpy".
    COPY "loans-fields.cpy".
    01 LOAN-HISTORY-STATUS PICTURE XX.
    01 REPORT-FILE-STATUS PICTURE XX.

    01 WS-FROM-DATE PICTURE X(08).
    01 WS-TO-DATE PICTURE X(08).

    01 FIRST-GROUP-SWITCH PICTURE X VALUE 'Y'.
        88 NO-GROUP-YET VALUE 'Y'.

    01 WS-GROUP-ID PICTURE X(08).
    01 WS-GROUP-NAME PICTURE X(30).
    01 WS-GROUP-LOANS PICTURE 9(05) VALUE ZERO.
    01 WS-GROUP-LATE PICTURE 9(05) VALUE ZERO.
    01 WS-GROUP-DAYS-LATE PICTURE 9(07) VALUE ZERO.
    01 WS-DAYS-LATE PICTURE S9(07) VALUE ZERO.
    01 WS-AVERAGE-LATE PICTURE 9(05)V9 VALUE ZERO.
    01 WS-OUT-COUNT PICTURE 9(03) VALUE ZERO.

    01 WS-BORROWER-LISTED PICTURE 9(05) VALUE ZERO.
    01 WS-LOAN-TOTAL PICTURE 9(05) VALUE ZERO.
    01 WS-LATE-TOTAL PICTURE 9(05) VALUE ZERO.

    01 HEADING-LINE-1 PICTURE X(80)
        VALUE "LENDING RECORD BY BORROWER - LOANS, LATE RETURNS, DAYS LATE".

    01 HEADING-RANGE-LINE.
        03 FILLER PICTURE X(14) VALUE "RETURNED FROM ".
        03 HEADING-RANGE-FROM PICTURE X(08).
        03 FILLER PICTURE X(09) VALUE " THROUGH ".
        03 HEADING-RANGE-TO PICTURE X(08).

    01 HEADING-LINE-2.
        03 FILLER PICTURE X(10) VALUE "BORROWER".
        03 FILLER PICTURE X(26) VALUE "NAME".
        03 FILLER PICTURE X(07) VALUE "LOANS".
        03 FILLER PICTURE X(07) VALUE "LATE".
        03 FILLER PICTURE X(09) VALUE "AVG LATE".
        03 FILLER PICTURE X(05) VALUE "OUT".
        03 FILLER PICTURE X(07) VALUE "STATUS".

    01 HEADING-LINE-3 PICTURE X(80) VALUE ALL "-".

    01 DETAIL-LINE.
        03 DETAIL-BORROWER-ID PICTURE X(08).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-BORROWER PICTURE X(24).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-LOANS PICTURE ZZZZ9.
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-LATE PICTURE ZZZZ9.
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-AVERAGE-LATE PICTURE ZZZZ9.9.
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-OUT PICTURE ZZ9.
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-STATUS PICTURE X(07).

    01 SUMMARY-LINE.
        03 SUMMARY-LABEL PICTURE X(24).
        03 SUMMARY-COUNT PICTURE ZZZZ9.

PROCEDURE DIVISION.
LENDING-REPORT-BRANCH.
    DISPLAY "LENDING REPORT FUNCTION."
    PERFORM LINE-SPLIT
    DISPLAY "INPUT A FROM RETURN DATE. (YYYYMMDD, BLANK FOR OPEN)"
    PERFORM LINE-SPLIT
    ACCEPT WS-FROM-DATE
    PERFORM LINE-SPLIT
    DISPLAY "INPUT A TO RETURN DATE. (YYYYMMDD, BLANK FOR OPEN)"
    PERFORM LINE-SPLIT
    ACCEPT WS-TO-DATE
    PERFORM LINE-SPLIT

    IF WS-FROM-DATE EQUAL SPACES
        MOVE "00000000" TO WS-FROM-DATE
    END-IF
    IF WS-TO-DATE EQUAL SPACES
        MOVE "99999999" TO WS-TO-DATE
    END-IF

    OPEN INPUT BORROWER-FILE
    OPEN INPUT ALBUM-LOANS-FILE
    OPEN OUTPUT REPORT-FILE

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-BORROWER-ID
        INPUT PROCEDURE IS LOAD-SORT-FILE
        OUTPUT PROCEDURE IS WRITE-REPORT-FILE

    CLOSE BORROWER-FILE
    CLOSE ALBUM-LOANS-FILE
    CLOSE REPORT-FILE

    DISPLAY "REPORT COMPLETE: LENDING-REPORT.TXT"
    DISPLAY "BORROWERS LISTED: " WS-BORROWER-LISTED
    DISPLAY "LOANS RETURNED: " WS-LOAN-TOTAL
    DISPLAY "LATE RETURNS: " WS-LATE-TOTAL
    PERFORM LINE-SPLIT

    GOBACK.

LOAD-SORT-FILE.
    OPEN INPUT LOAN-HISTORY-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ LOAN-HISTORY-FILE INTO LOAN-HISTORY-LINE
            AT END MOVE 'Y' TO EOF
            NOT AT END IF LOAN-HISTORY-RETURNED-DATE
                    NOT LESS THAN WS-FROM-DATE
                    AND LOAN-HISTORY-RETURNED-DATE
                    NOT GREATER THAN WS-TO-DATE
                MOVE LOAN-HISTORY-BORROWER-ID TO SORT-BORROWER-ID
                MOVE LOAN-HISTORY-BORROWER TO SORT-BORROWER
                MOVE LOAN-HISTORY-DUE-DATE TO SORT-DUE-DATE
                MOVE LOAN-HISTORY-RETURNED-DATE TO SORT-RETURNED-DATE
                RELEASE SORT-RECORD
            END-IF
        END-READ
    END-PERFORM

    CLOSE LOAN-HISTORY-FILE.

WRITE-REPORT-FILE.
    WRITE REPORT-LINE FROM HEADING-LINE-1
    MOVE WS-FROM-DATE TO HEADING-RANGE-FROM
    MOVE WS-TO-DATE TO HEADING-RANGE-TO
    WRITE REPORT-LINE FROM HEADING-RANGE-LINE
    WRITE REPORT-LINE FROM HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        RETURN SORT-WORK-FILE
            AT END MOVE 'Y' TO EOF
            NOT AT END PERFORM TALLY-RETURNED-LOAN
        END-RETURN
    END-PERFORM

    IF NOT NO-GROUP-YET
        PERFORM WRITE-BORROWER-LINE
    END-IF

    PERFORM WRITE-SUMMARY-LINES.

*> The loans come back in borrower ID order, so a borrower's line is
*> written when the ID changes, and once more after the last loan.
TALLY-RETURNED-LOAN.
    IF NO-GROUP-YET
        MOVE 'N' TO FIRST-GROUP-SWITCH
        PERFORM START-BORROWER-GROUP
    ELSE
        IF SORT-BORROWER-ID NOT EQUAL WS-GROUP-ID
            PERFORM WRITE-BORROWER-LINE
            PERFORM START-BORROWER-GROUP
        END-IF
    END-IF

    ADD 1 TO WS-GROUP-LOANS
    IF SORT-RETURNED-DATE GREATER THAN SORT-DUE-DATE
        ADD 1 TO WS-GROUP-LATE
        PERFORM ADD-DAYS-LATE
    END-IF.

*> A due date keyed as something that is not a calendar date still
*> counts the return as late but adds no days to the average.
ADD-DAYS-LATE.
    IF FUNCTION TEST-DATE-YYYYMMDD(SORT-DUE-DATE) EQUAL ZERO
            AND FUNCTION TEST-DATE-YYYYMMDD(SORT-RETURNED-DATE) EQUAL ZERO
        COMPUTE WS-DAYS-LATE =
            FUNCTION INTEGER-OF-DATE(SORT-RETURNED-DATE)
            - FUNCTION INTEGER-OF-DATE(SORT-DUE-DATE)
        ADD WS-DAYS-LATE TO WS-GROUP-DAYS-LATE
    END-IF.

START-BORROWER-GROUP.
    MOVE SORT-BORROWER-ID TO WS-GROUP-ID
    MOVE SORT-BORROWER TO WS-GROUP-NAME
    MOVE ZERO TO WS-GROUP-LOANS WS-GROUP-LATE WS-GROUP-DAYS-LATE.

WRITE-BORROWER-LINE.
    MOVE SPACES TO DETAIL-STATUS
    MOVE ZERO TO WS-OUT-COUNT
    IF WS-GROUP-ID EQUAL SPACES
        MOVE "(NONE)" TO DETAIL-BORROWER-ID
        MOVE "LOANS BEFORE REGISTER" TO DETAIL-BORROWER
    ELSE
        MOVE WS-GROUP-ID TO DETAIL-BORROWER-ID
        MOVE WS-GROUP-NAME TO DETAIL-BORROWER
        MOVE WS-GROUP-ID TO BORROWER-ID-RECORD
        READ BORROWER-FILE
            INVALID KEY MOVE "GONE" TO DETAIL-STATUS
            NOT INVALID KEY
                MOVE BORROWER-NAME-RECORD TO DETAIL-BORROWER
                IF BORROWER-BLOCKED
                    MOVE "BLOCKED" TO DETAIL-STATUS
                END-IF
        END-READ
        PERFORM COUNT-BORROWER-LOANS
    END-IF

    IF WS-GROUP-LATE GREATER THAN ZERO
        COMPUTE WS-AVERAGE-LATE ROUNDED =
            WS-GROUP-DAYS-LATE / WS-GROUP-LATE
    ELSE
        MOVE ZERO TO WS-AVERAGE-LATE
    END-IF

    MOVE WS-GROUP-LOANS TO DETAIL-LOANS
    MOVE WS-GROUP-LATE TO DETAIL-LATE
    MOVE WS-AVERAGE-LATE TO DETAIL-AVERAGE-LATE
    MOVE WS-OUT-COUNT TO DETAIL-OUT
    WRITE REPORT-LINE FROM DETAIL-LINE

    ADD 1 TO WS-BORROWER-LISTED
    ADD WS-GROUP-LOANS TO WS-LOAN-TOTAL
    ADD WS-GROUP-LATE TO WS-LATE-TOTAL.

*> The same alternate-key read LOAN-BRANCH makes to hold a checkout
*> to the borrower's limit.
COUNT-BORROWER-LOANS.
    MOVE WS-GROUP-ID TO LOAN-BORROWER-ID-RECORD
    START ALBUM-LOANS-FILE KEY IS EQUAL TO LOAN-BORROWER-ID-RECORD
        INVALID KEY MOVE 'Y' TO LOANS-EOF
        NOT INVALID KEY MOVE 'N' TO LOANS-EOF
    END-START

    PERFORM UNTIL LOANS-END-REACHED
        READ ALBUM-LOANS-FILE NEXT RECORD
            AT END MOVE 'Y' TO LOANS-EOF
            NOT AT END IF LOAN-BORROWER-ID-RECORD EQUAL WS-GROUP-ID
                ADD 1 TO WS-OUT-COUNT
            ELSE
                MOVE 'Y' TO LOANS-EOF
            END-IF
        END-READ
    END-PERFORM.

WRITE-SUMMARY-LINES.
    WRITE REPORT-LINE FROM HEADING-LINE-3
    MOVE "BORROWERS LISTED:" TO SUMMARY-LABEL
    MOVE WS-BORROWER-LISTED TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "LOANS RETURNED:" TO SUMMARY-LABEL
    MOVE WS-LOAN-TOTAL TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "LATE RETURNS:" TO SUMMARY-LABEL
    MOVE WS-LATE-TOTAL TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE.

LINE-SPLIT.
    DISPLAY "====================================================".
