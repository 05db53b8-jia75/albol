>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> The want list as two working lists, written to want-report.txt.
*> The first is every open want, oldest request first, with how many
*> days the requester has been waiting - the ones at the top are the
*> titles to chase hardest, or to tell the requester we have given
*> up on. The second is every want an add has fulfilled whose
*> requester has not yet been called, in title order, with the
*> contact line to call them on and the date the title came in.
*> WANT-BRANCH marks a requester called once they have been told,
*> which takes them off the second list.

IDENTIFICATION DIVISION.
PROGRAM-ID. WANT-REPORT-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "want-select.cpy".

    SELECT SORT-WORK-FILE ASSIGN TO "sortwork.tmp".

    SELECT REPORT-FILE ASSIGN TO "want-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
    FD WANT-FILE.
        COPY "want-record.cpy".

    SD SORT-WORK-FILE.
        01 SORT-RECORD.
            03 SORT-ASKED-DATE PICTURE 9(08).
            03 SORT-TITLE PICTURE X(50).
            03 SORT-NUMBER PICTURE 9(03).
            03 SORT-REQUESTER PICTURE X(30).
            03 SORT-FORMAT PICTURE X(07).

    FD REPORT-FILE.
        01 REPORT-LINE PICTURE X(80).

WORKING-STORAGE SECTION.
    COPY "eof-switch.cpy".
    COPY "want-fields.cpy".
    01 REPORT-FILE-STATUS PICTURE XX.

    01 WS-TODAY PICTURE 9(08).
    01 WS-DAYS-WAITING PICTURE 9(05) VALUE ZERO.

    01 WS-OPEN-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-TO-CALL-COUNT PICTURE 9(05) VALUE ZERO.

    01 HEADING-LINE-1 PICTURE X(80)
        VALUE "WANT LIST - OPEN WANTS BY AGE, OLDEST REQUEST FIRST".

    01 HEADING-DATE-LINE.
        03 FILLER PICTURE X(09) VALUE "AS AT    ".
        03 HEADING-TODAY PICTURE X(08).

    01 HEADING-LINE-2.
        03 FILLER PICTURE X(30) VALUE "TITLE".
        03 FILLER PICTURE X(22) VALUE "REQUESTER".
        03 FILLER PICTURE X(09) VALUE "FORMAT".
        03 FILLER PICTURE X(10) VALUE "ASKED".
        03 FILLER PICTURE X(09) VALUE "DAYS".

    01 HEADING-LINE-3 PICTURE X(80) VALUE ALL "-".

    01 CALL-HEADING-LINE-1 PICTURE X(80)
        VALUE "FULFILLED WANTS - REQUESTERS STILL TO BE CALLED".

    01 CALL-HEADING-LINE-2.
        03 FILLER PICTURE X(24) VALUE "TITLE".
        03 FILLER PICTURE X(20) VALUE "REQUESTER".
        03 FILLER PICTURE X(28) VALUE "CONTACT".
        03 FILLER PICTURE X(08) VALUE "IN ON".

    01 DETAIL-LINE.
        03 DETAIL-TITLE PICTURE X(28).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-REQUESTER PICTURE X(20).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-FORMAT PICTURE X(07).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-ASKED PICTURE 9(08).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 DETAIL-DAYS PICTURE ZZZZ9.

    01 CALL-DETAIL-LINE.
        03 CALL-DETAIL-TITLE PICTURE X(22).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 CALL-DETAIL-REQUESTER PICTURE X(18).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 CALL-DETAIL-CONTACT PICTURE X(26).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 CALL-DETAIL-FULFILLED PICTURE 9(08).

    01 BLANK-LINE PICTURE X(80) VALUE SPACES.

    01 SUMMARY-LINE.
        03 SUMMARY-LABEL PICTURE X(24).
        03 SUMMARY-COUNT PICTURE ZZZZ9.

PROCEDURE DIVISION.
WANT-REPORT-BRANCH.
    DISPLAY "WANT LIST REPORT FUNCTION."
    PERFORM LINE-SPLIT

    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    OPEN OUTPUT REPORT-FILE

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-ASKED-DATE SORT-TITLE SORT-NUMBER
        INPUT PROCEDURE IS LOAD-OPEN-WANTS
        OUTPUT PROCEDURE IS WRITE-OPEN-WANTS

    PERFORM WRITE-CALL-LIST

    PERFORM WRITE-SUMMARY-LINES

    CLOSE REPORT-FILE

    DISPLAY "REPORT COMPLETE: WANT-REPORT.TXT"
    DISPLAY "OPEN WANTS: " WS-OPEN-COUNT
    DISPLAY "REQUESTERS TO CALL: " WS-TO-CALL-COUNT
    PERFORM LINE-SPLIT

    GOBACK.

LOAD-OPEN-WANTS.
    OPEN INPUT WANT-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ WANT-FILE NEXT RECORD
            AT END MOVE 'Y' TO EOF
            NOT AT END IF WANT-OPEN
                MOVE WANT-ASKED-RECORD TO SORT-ASKED-DATE
                MOVE WANT-TITLE-RECORD TO SORT-TITLE
                MOVE WANT-NUMBER-RECORD TO SORT-NUMBER
                MOVE WANT-REQUESTER-RECORD TO SORT-REQUESTER
                MOVE WANT-FORMAT-RECORD TO SORT-FORMAT
                RELEASE SORT-RECORD
            END-IF
        END-READ
    END-PERFORM

    CLOSE WANT-FILE.

WRITE-OPEN-WANTS.
    WRITE REPORT-LINE FROM HEADING-LINE-1
    MOVE WS-TODAY TO HEADING-TODAY
    WRITE REPORT-LINE FROM HEADING-DATE-LINE
    WRITE REPORT-LINE FROM HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        RETURN SORT-WORK-FILE
            AT END MOVE 'Y' TO EOF
            NOT AT END PERFORM WRITE-OPEN-WANT-LINE
        END-RETURN
    END-PERFORM

    WRITE REPORT-LINE FROM HEADING-LINE-3.

*> A request date keyed as something that is not a calendar date, or
*> one later than today, prints with no age rather than a wrong one.
WRITE-OPEN-WANT-LINE.
    MOVE ZERO TO WS-DAYS-WAITING
    IF FUNCTION TEST-DATE-YYYYMMDD(SORT-ASKED-DATE) EQUAL ZERO
            AND SORT-ASKED-DATE LESS THAN WS-TODAY
        COMPUTE WS-DAYS-WAITING =
            FUNCTION INTEGER-OF-DATE(WS-TODAY)
            - FUNCTION INTEGER-OF-DATE(SORT-ASKED-DATE)
    END-IF

    MOVE SORT-TITLE TO DETAIL-TITLE
    MOVE SORT-REQUESTER TO DETAIL-REQUESTER
    IF SORT-FORMAT EQUAL SPACES
        MOVE "ANY" TO DETAIL-FORMAT
    ELSE
        MOVE SORT-FORMAT TO DETAIL-FORMAT
    END-IF
    MOVE SORT-ASKED-DATE TO DETAIL-ASKED
    MOVE WS-DAYS-WAITING TO DETAIL-DAYS
    WRITE REPORT-LINE FROM DETAIL-LINE
    ADD 1 TO WS-OPEN-COUNT.

*> The call list needs no sort: the want file's own key order puts
*> everyone waiting on the same title together.
WRITE-CALL-LIST.
    WRITE REPORT-LINE FROM BLANK-LINE
    WRITE REPORT-LINE FROM CALL-HEADING-LINE-1
    WRITE REPORT-LINE FROM CALL-HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3

    OPEN INPUT WANT-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ WANT-FILE NEXT RECORD
            AT END MOVE 'Y' TO EOF
            NOT AT END IF WANT-FULFILLED AND WANT-CALL-PENDING
                MOVE WANT-TITLE-RECORD TO CALL-DETAIL-TITLE
                MOVE WANT-REQUESTER-RECORD TO CALL-DETAIL-REQUESTER
                MOVE WANT-CONTACT-RECORD TO CALL-DETAIL-CONTACT
                MOVE WANT-FULFILLED-RECORD TO CALL-DETAIL-FULFILLED
                WRITE REPORT-LINE FROM CALL-DETAIL-LINE
                ADD 1 TO WS-TO-CALL-COUNT
            END-IF
        END-READ
    END-PERFORM

    CLOSE WANT-FILE.

WRITE-SUMMARY-LINES.
    WRITE REPORT-LINE FROM HEADING-LINE-3
    MOVE "OPEN WANTS:" TO SUMMARY-LABEL
    MOVE WS-OPEN-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "REQUESTERS TO CALL:" TO SUMMARY-LABEL
    MOVE WS-TO-CALL-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE.

LINE-SPLIT.
    DISPLAY "====================================================".
