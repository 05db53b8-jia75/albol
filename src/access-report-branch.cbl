>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> The access review over ACCESS-LOG-FILE, the line MENU-MAIN
*> appends for every sign-on, failed sign-on, refused selection,
*> supervisor approval or refusal, and sign-off. The operator gives
*> a date range and, optionally, one operator ID; every matching
*> line is copied to access-report.txt in the order it was logged,
*> with counts of each kind of event at the foot. Choosing to list
*> exceptions only leaves the routine sign-ons and sign-offs out of
*> the detail (they are still counted), so the failed attempts and
*> refusals worth a second look are not buried.

IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESS-REPORT-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "access-log-select.cpy".

    SELECT REPORT-FILE ASSIGN TO "access-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
    FD ACCESS-LOG-FILE.
        01 ACCESS-LOG-RECORD PICTURE X(76).

    FD REPORT-FILE.
        01 REPORT-LINE PICTURE X(80).

WORKING-STORAGE SECTION.
    COPY "eof-switch.cpy".
    COPY "access-log-record.cpy".
    01 ACCESS-LOG-STATUS PICTURE XX.
    01 REPORT-FILE-STATUS PICTURE XX.

    01 WS-FROM-DATE PICTURE X(08).
    01 WS-TO-DATE PICTURE X(08).
    01 WS-OPERATOR-WANTED PICTURE X(08).

    01 EXCEPTIONS-SWITCH PICTURE X.
        88 EXCEPTIONS-ONLY VALUE 'Y', 'y'.

    01 WS-SIGNON-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-FAILED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-REFUSED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-APPROVED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-DENIED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-SIGNOFF-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-ENROLLED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-LISTED-COUNT PICTURE 9(05) VALUE ZERO.

    01 HEADING-LINE-1 PICTURE X(80)
        VALUE "ACCESS REVIEW - SIGN-ONS, FAILURES, REFUSALS, APPROVALS".

    01 HEADING-RANGE-LINE.
        03 FILLER PICTURE X(12) VALUE "LOGGED FROM ".
        03 HEADING-RANGE-FROM PICTURE X(08).
        03 FILLER PICTURE X(09) VALUE " THROUGH ".
        03 HEADING-RANGE-TO PICTURE X(08).
        03 FILLER PICTURE X(03) VALUE SPACES.
        03 HEADING-RANGE-OPERATOR PICTURE X(20).

    01 HEADING-LINE-2.
        03 FILLER PICTURE X(15) VALUE "TIMESTAMP".
        03 FILLER PICTURE X(09) VALUE "OPERATOR".
        03 FILLER PICTURE X(09) VALUE "EVENT".
        03 FILLER PICTURE X(03) VALUE "NO".
        03 FILLER PICTURE X(40) VALUE "DETAIL".

    01 HEADING-LINE-3 PICTURE X(80) VALUE ALL "-".

    01 SUMMARY-LINE.
        03 SUMMARY-LABEL PICTURE X(24).
        03 SUMMARY-COUNT PICTURE ZZZZ9.

PROCEDURE DIVISION.
ACCESS-REPORT-BRANCH.
    DISPLAY "ACCESS REVIEW REPORT FUNCTION."
    PERFORM LINE-SPLIT
    DISPLAY "INPUT A FROM DATE. (YYYYMMDD, BLANK FOR OPEN)"
    PERFORM LINE-SPLIT
    ACCEPT WS-FROM-DATE
    PERFORM LINE-SPLIT
    DISPLAY "INPUT A TO DATE. (YYYYMMDD, BLANK FOR OPEN)"
    PERFORM LINE-SPLIT
    ACCEPT WS-TO-DATE
    PERFORM LINE-SPLIT
    DISPLAY "INPUT AN OPERATOR ID. (BLANK FOR ALL)"
    PERFORM LINE-SPLIT
    ACCEPT WS-OPERATOR-WANTED
    MOVE FUNCTION UPPER-CASE(WS-OPERATOR-WANTED) TO WS-OPERATOR-WANTED
    PERFORM LINE-SPLIT
    DISPLAY "LIST EXCEPTIONS ONLY? (Y/N)"
    PERFORM LINE-SPLIT
    ACCEPT EXCEPTIONS-SWITCH
    PERFORM LINE-SPLIT

    IF WS-FROM-DATE EQUAL SPACES
        MOVE "00000000" TO WS-FROM-DATE
    END-IF
    IF WS-TO-DATE EQUAL SPACES
        MOVE "99999999" TO WS-TO-DATE
    END-IF

    OPEN INPUT ACCESS-LOG-FILE
    OPEN OUTPUT REPORT-FILE

    WRITE REPORT-LINE FROM HEADING-LINE-1
    MOVE WS-FROM-DATE TO HEADING-RANGE-FROM
    MOVE WS-TO-DATE TO HEADING-RANGE-TO
    IF WS-OPERATOR-WANTED EQUAL SPACES
        MOVE "ALL OPERATORS" TO HEADING-RANGE-OPERATOR
    ELSE
        STRING "OPERATOR " DELIMITED BY SIZE
               WS-OPERATOR-WANTED DELIMITED BY SPACE
            INTO HEADING-RANGE-OPERATOR
    END-IF
    WRITE REPORT-LINE FROM HEADING-RANGE-LINE
    WRITE REPORT-LINE FROM HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ ACCESS-LOG-FILE INTO ACCESS-LOG-LINE
            AT END MOVE 'Y' TO EOF
            NOT AT END PERFORM CHECK-ACCESS-ENTRY
        END-READ
    END-PERFORM

    PERFORM WRITE-SUMMARY-LINES

    CLOSE ACCESS-LOG-FILE
    CLOSE REPORT-FILE

    DISPLAY "REPORT COMPLETE: ACCESS-REPORT.TXT"
    DISPLAY "SIGN-ONS: " WS-SIGNON-COUNT
    DISPLAY "FAILED SIGN-ONS: " WS-FAILED-COUNT
    DISPLAY "REFUSED SELECTIONS: " WS-REFUSED-COUNT
    PERFORM LINE-SPLIT

    GOBACK.

*> The timestamp leads with YYYYMMDD, so the date range is a
*> comparison on its first eight bytes.
CHECK-ACCESS-ENTRY.
    IF ACCESS-TIMESTAMP(1:8) NOT LESS THAN WS-FROM-DATE
            AND ACCESS-TIMESTAMP(1:8) NOT GREATER THAN WS-TO-DATE
            AND (WS-OPERATOR-WANTED EQUAL SPACES
                OR ACCESS-OPERATOR EQUAL WS-OPERATOR-WANTED)
        PERFORM COUNT-ACCESS-ENTRY
    END-IF.

COUNT-ACCESS-ENTRY.
    EVALUATE TRUE
        WHEN ACCESS-SIGNON ADD 1 TO WS-SIGNON-COUNT
        WHEN ACCESS-FAILED ADD 1 TO WS-FAILED-COUNT
        WHEN ACCESS-REFUSED ADD 1 TO WS-REFUSED-COUNT
        WHEN ACCESS-APPROVED ADD 1 TO WS-APPROVED-COUNT
        WHEN ACCESS-DENIED ADD 1 TO WS-DENIED-COUNT
        WHEN ACCESS-SIGNOFF ADD 1 TO WS-SIGNOFF-COUNT
        WHEN ACCESS-ENROLLED ADD 1 TO WS-ENROLLED-COUNT
    END-EVALUATE

    IF NOT EXCEPTIONS-ONLY
            OR NOT (ACCESS-SIGNON OR ACCESS-SIGNOFF)
        WRITE REPORT-LINE FROM ACCESS-LOG-LINE
        ADD 1 TO WS-LISTED-COUNT
    END-IF.

WRITE-SUMMARY-LINES.
    WRITE REPORT-LINE FROM HEADING-LINE-3
    MOVE "LINES LISTED:" TO SUMMARY-LABEL
    MOVE WS-LISTED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "SIGN-ONS:" TO SUMMARY-LABEL
    MOVE WS-SIGNON-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "FAILED SIGN-ONS:" TO SUMMARY-LABEL
    MOVE WS-FAILED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "REFUSED SELECTIONS:" TO SUMMARY-LABEL
    MOVE WS-REFUSED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "APPROVALS GIVEN:" TO SUMMARY-LABEL
    MOVE WS-APPROVED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "APPROVALS REFUSED:" TO SUMMARY-LABEL
    MOVE WS-DENIED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "SIGN-OFFS:" TO SUMMARY-LABEL
    MOVE WS-SIGNOFF-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "OPERATORS ENROLLED:" TO SUMMARY-LABEL
    MOVE WS-ENROLLED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE.

LINE-SPLIT.
    DISPLAY "====================================================".
