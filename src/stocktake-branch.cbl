>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> The quarterly shelf stocktake. The walk round the shelves is keyed
*> into stocktake-count.txt, one line per copy seen - shelf, title,
*> copy number (e.g. "A12,ABBEY ROAD,2") - and reconciling it against
*> ALBUM-COPIES-FILE writes stocktake-report.txt listing every
*> copy that does not square with the inventory:
*>     WRONG SHELF    counted on a shelf other than the one on file
*>     MISSING        an active copy filed on a counted shelf that was
*>                    not seen anywhere, with no open loan to explain it
*>     NO COPY REC    counted, but no active copy record by that number
*>     NO TITLE       counted, but the catalog title is retired or gone
*>     ON LOAN        counted while the title's loan is still open
*>     COUNTED TWICE  the same copy keyed on more than one line
*>     UNREADABLE     a count line missing its shelf, title, or number
*> Only the shelves that appear in the count file are checked for
*> missing copies, so a partial walk does not report every other
*> shelf as empty, and DIGITAL copies are never looked for on a shelf.
*> Every wrong shelf and unexplained missing copy is also written to
*> stocktake-actions.txt as a MOVE or LOSS line with its confirm flag
*> set to N. Once the floor has checked them, the flag is changed to Y
*> on each line that stands and the apply function run: a confirmed
*> MOVE rewrites the copy's shelf, and a confirmed LOSS retires the
*> copy the way COPIES-BRANCH does, leaves a LOSS entry in the audit
*> log, and writes the copy to the disposal ledger as lost. A line
*> whose copy has changed since the count - moved, retired, or gone -
*> is skipped rather than applied, so applying the same actions file
*> twice changes nothing the second time.

IDENTIFICATION DIVISION.
PROGRAM-ID. STOCKTAKE-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "copies-select.cpy".
    COPY "loans-select.cpy".
    COPY "audit-select.cpy".
    COPY "valuation-select.cpy".
    COPY "disposal-select.cpy".

    SELECT COUNT-FILE ASSIGN TO "stocktake-count.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS COUNT-FILE-STATUS.

    SELECT REPORT-FILE ASSIGN TO "stocktake-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPORT-FILE-STATUS.

    SELECT ACTION-FILE ASSIGN TO "stocktake-actions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACTION-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
    FD ALBUM-LIST-FILE.
        COPY "album-record.cpy".

    FD ALBUM-COPIES-FILE.
        COPY "copies-record.cpy".

    FD ALBUM-LOANS-FILE.
        COPY "loans-record.cpy".

    FD AUDIT-LOG-FILE.
        COPY "audit-record.cpy".

    FD COPY-VALUATION-FILE.
        COPY "valuation-record.cpy".

    FD DISPOSAL-LEDGER-FILE.
        01 DISPOSAL-LEDGER-RECORD PICTURE X(111).

    FD COUNT-FILE.
        01 COUNT-INPUT-LINE PICTURE X(120).

    FD REPORT-FILE.
        01 REPORT-LINE PICTURE X(80).

    FD ACTION-FILE.
        01 ACTION-RECORD PICTURE X(83).

WORKING-STORAGE SECTION.
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "copies-fields.cpy".
    COPY "loans-fields.cpy".
    COPY "audit-fields.cpy".
    COPY "signon-fields.cpy".
    COPY "valuation-fields.cpy".
    COPY "disposal-fields.cpy".
    COPY "disposal-record.cpy".
    01 COUNT-FILE-STATUS PICTURE XX.
    01 REPORT-FILE-STATUS PICTURE XX.
    01 ACTION-FILE-STATUS PICTURE XX.

    01 STOCKTAKE-CHOICE PICTURE X.
        88 RECONCILE-CHOSEN VALUE '1'.
        88 APPLY-CHOSEN VALUE '2'.
        88 STOCKTAKE-CHOICE-KNOWN VALUE '1', '2'.

    01 WS-CONFIRM-REPLY PICTURE X.
        88 APPLY-CONFIRMED VALUE 'Y', 'y'.

    01 WS-COUNT-SHELF PICTURE X(10).
    01 WS-COUNT-TITLE PICTURE X(50).
    01 WS-COUNT-NUMBER-TEXT PICTURE X(03).
    01 WS-COUNT-NUMBER-LEN PICTURE 9(02) VALUE ZERO.
    01 WS-COUNT-NUMBER PICTURE 9(03).
    01 WS-FILED-SHELF PICTURE X(10).
    01 WS-LOAN-USED-TITLE PICTURE X(50) VALUE SPACES.

    01 COUNT-LINE-SWITCH PICTURE X.
        88 COUNT-LINE-VALID VALUE 'Y'.
        88 COUNT-LINE-INVALID VALUE 'N'.

    01 LOAN-FOUND-SWITCH PICTURE X.
        88 LOAN-IS-OPEN VALUE 'Y'.
        88 LOAN-NOT-OPEN VALUE 'N'.

    01 SEEN-SWITCH PICTURE X.
        88 ALREADY-SEEN VALUE 'Y'.
        88 NOT-YET-SEEN VALUE 'N'.

*> The copies seen on the walk, and the shelves it covered. The
*> missing-copy pass reads the inventory through once and looks each
*> active copy up in both.
    01 WS-SEEN-LIMIT PICTURE 9(05) VALUE 20000.
    01 WS-SEEN-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-SEEN-IDX PICTURE 9(05) VALUE ZERO.
    01 SEEN-COPY-TABLE.
        03 SEEN-COPY-ENTRY OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-SEEN-COUNT.
            05 SEEN-COPY-TITLE PICTURE X(50).
            05 SEEN-COPY-NUMBER PICTURE 9(03).

    01 WS-SHELF-LIMIT PICTURE 9(04) VALUE 1000.
    01 WS-SHELF-COUNT PICTURE 9(04) VALUE ZERO.
    01 WS-SHELF-IDX PICTURE 9(04) VALUE ZERO.
    01 COUNTED-SHELF-TABLE.
        03 COUNTED-SHELF-ENTRY OCCURS 0 TO 1000 TIMES
                DEPENDING ON WS-SHELF-COUNT.
            05 COUNTED-SHELF PICTURE X(10).

    01 TABLE-FULL-SWITCH PICTURE X VALUE 'N'.
        88 TABLE-FULL-WARNED VALUE 'Y'.

    01 SHELF-FOUND-SWITCH PICTURE X.
        88 SHELF-WAS-COUNTED VALUE 'Y'.
        88 SHELF-NOT-COUNTED VALUE 'N'.

    01 WS-LINE-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-MATCHED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-WRONG-SHELF-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-MISSING-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-EXPLAINED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-NO-COPY-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-NO-TITLE-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-ON-LOAN-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-TWICE-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-UNREADABLE-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-ACTION-COUNT PICTURE 9(05) VALUE ZERO.

    01 WS-MOVED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-LOST-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-UNCONFIRMED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-STALE-COUNT PICTURE 9(05) VALUE ZERO.

*> One line of stocktake-actions.txt. The confirm flag leads the line
*> so it is the one column the floor has to change.
    01 ACTION-LINE.
        03 ACTION-CONFIRM PICTURE X.
            88 ACTION-CONFIRMED VALUE 'Y', 'y'.
        03 FILLER PICTURE X VALUE SPACE.
        03 ACTION-CODE PICTURE X(04).
            88 ACTION-MOVE VALUE "MOVE".
            88 ACTION-LOSS VALUE "LOSS".
        03 FILLER PICTURE X VALUE SPACE.
        03 ACTION-TITLE PICTURE X(50).
        03 FILLER PICTURE X VALUE SPACE.
        03 ACTION-COPY-NUMBER PICTURE 9(03).
        03 FILLER PICTURE X VALUE SPACE.
        03 ACTION-FROM-SHELF PICTURE X(10).
        03 FILLER PICTURE X VALUE SPACE.
        03 ACTION-TO-SHELF PICTURE X(10).

    01 HEADING-LINE-1 PICTURE X(80)
        VALUE "SHELF STOCKTAKE - COUNT AGAINST COPY INVENTORY".

    01 HEADING-LINE-2.
        03 FILLER PICTURE X(14) VALUE "EXCEPTION".
        03 FILLER PICTURE X(11) VALUE "SHELF".
        03 FILLER PICTURE X(35) VALUE "TITLE".
        03 FILLER PICTURE X(04) VALUE "NO".
        03 FILLER PICTURE X(16) VALUE "DETAIL".

    01 HEADING-LINE-3 PICTURE X(80) VALUE ALL "-".

    01 DETAIL-LINE.
        03 DETAIL-KIND PICTURE X(13).
        03 FILLER PICTURE X VALUE SPACE.
        03 DETAIL-SHELF PICTURE X(10).
        03 FILLER PICTURE X VALUE SPACE.
        03 DETAIL-TITLE PICTURE X(34).
        03 FILLER PICTURE X VALUE SPACE.
        03 DETAIL-NUMBER PICTURE X(03).
        03 FILLER PICTURE X VALUE SPACE.
        03 DETAIL-TEXT PICTURE X(16).

    01 SUMMARY-LINE.
        03 SUMMARY-LABEL PICTURE X(24).
        03 SUMMARY-COUNT PICTURE ZZZZ9.

PROCEDURE DIVISION.
STOCKTAKE-BRANCH.
    DISPLAY "SHELF STOCKTAKE FUNCTION."
    PERFORM LINE-SPLIT
    DISPLAY "1 - RECONCILE THE SHELF COUNT"
    DISPLAY "2 - APPLY CONFIRMED ACTIONS"
    PERFORM LINE-SPLIT
    DISPLAY "CHOOSE A FUNCTION."
    PERFORM LINE-SPLIT
    ACCEPT STOCKTAKE-CHOICE
    PERFORM UNTIL STOCKTAKE-CHOICE-KNOWN
        DISPLAY "UNKNOWN CHOICE. ENTER 1 OR 2."
        PERFORM LINE-SPLIT
        ACCEPT STOCKTAKE-CHOICE
    END-PERFORM

    PERFORM LINE-SPLIT

    IF RECONCILE-CHOSEN
        PERFORM RECONCILE-SHELF-COUNT
    ELSE
        PERFORM APPLY-CONFIRMED-ACTIONS
    END-IF

    GOBACK.

RECONCILE-SHELF-COUNT.
    OPEN INPUT COUNT-FILE
    IF COUNT-FILE-STATUS NOT EQUAL "00"
        DISPLAY "NO COUNT FILE FOUND: STOCKTAKE-COUNT.TXT"
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    OPEN INPUT ALBUM-LIST-FILE
    OPEN INPUT ALBUM-COPIES-FILE
    OPEN INPUT ALBUM-LOANS-FILE
    OPEN OUTPUT REPORT-FILE
    OPEN OUTPUT ACTION-FILE

    WRITE REPORT-LINE FROM HEADING-LINE-1
    WRITE REPORT-LINE FROM HEADING-LINE-2
    WRITE REPORT-LINE FROM HEADING-LINE-3

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ COUNT-FILE
            AT END MOVE 'Y' TO EOF
            NOT AT END PERFORM CHECK-COUNT-LINE
        END-READ
    END-PERFORM

    PERFORM FIND-MISSING-COPIES
    PERFORM WRITE-SUMMARY-LINES

    CLOSE COUNT-FILE
    CLOSE ALBUM-LIST-FILE
    CLOSE ALBUM-COPIES-FILE
    CLOSE ALBUM-LOANS-FILE
    CLOSE REPORT-FILE
    CLOSE ACTION-FILE

    DISPLAY "REPORT COMPLETE: STOCKTAKE-REPORT.TXT"
    DISPLAY "COPIES COUNTED: " WS-MATCHED-COUNT
    DISPLAY "WRONG SHELF: " WS-WRONG-SHELF-COUNT
    DISPLAY "MISSING, NO OPEN LOAN: " WS-MISSING-COUNT
    DISPLAY "ACTIONS TO CONFIRM: " WS-ACTION-COUNT
        " (STOCKTAKE-ACTIONS.TXT)"
    PERFORM LINE-SPLIT.

*> The copy number may be keyed without its leading zeros, so only
*> the digits actually given are tested and moved.
CHECK-COUNT-LINE.
    ADD 1 TO WS-LINE-COUNT
    MOVE SPACES TO WS-COUNT-SHELF WS-COUNT-TITLE WS-COUNT-NUMBER-TEXT
    MOVE ZERO TO WS-COUNT-NUMBER-LEN

    UNSTRING COUNT-INPUT-LINE DELIMITED BY ","
        INTO WS-COUNT-SHELF
             WS-COUNT-TITLE
             WS-COUNT-NUMBER-TEXT COUNT IN WS-COUNT-NUMBER-LEN
    END-UNSTRING

    MOVE FUNCTION UPPER-CASE(WS-COUNT-SHELF) TO WS-COUNT-SHELF
    MOVE FUNCTION UPPER-CASE(WS-COUNT-TITLE) TO WS-COUNT-TITLE

    MOVE 'Y' TO COUNT-LINE-SWITCH
    IF WS-COUNT-SHELF EQUAL SPACES
            OR WS-COUNT-TITLE EQUAL SPACES
            OR WS-COUNT-NUMBER-LEN EQUAL ZERO
            OR WS-COUNT-NUMBER-LEN GREATER THAN 3
        MOVE 'N' TO COUNT-LINE-SWITCH
    ELSE
        IF WS-COUNT-NUMBER-TEXT(1:WS-COUNT-NUMBER-LEN) IS NOT NUMERIC
            MOVE 'N' TO COUNT-LINE-SWITCH
        END-IF
    END-IF

    IF COUNT-LINE-INVALID
        MOVE "UNREADABLE" TO DETAIL-KIND
        MOVE WS-COUNT-SHELF TO DETAIL-SHELF
        MOVE WS-COUNT-TITLE TO DETAIL-TITLE
        MOVE WS-COUNT-NUMBER-TEXT TO DETAIL-NUMBER
        MOVE "COUNT LINE" TO DETAIL-TEXT
        WRITE REPORT-LINE FROM DETAIL-LINE
        ADD 1 TO WS-UNREADABLE-COUNT
    ELSE
        MOVE WS-COUNT-NUMBER-TEXT(1:WS-COUNT-NUMBER-LEN)
            TO WS-COUNT-NUMBER
        PERFORM NOTE-COUNTED-SHELF
        MOVE WS-COUNT-TITLE TO COPY-TITLE-RECORD
        MOVE WS-COUNT-NUMBER TO COPY-NUMBER-RECORD
        READ ALBUM-COPIES-FILE
            INVALID KEY PERFORM REPORT-NO-COPY-RECORD
            NOT INVALID KEY IF COPY-ACTIVE
                PERFORM CHECK-COUNTED-COPY
            ELSE
                PERFORM REPORT-NO-COPY-RECORD
            END-IF
        END-READ
    END-IF.

NOTE-COUNTED-SHELF.
    MOVE 'N' TO SHELF-FOUND-SWITCH
    PERFORM VARYING WS-SHELF-IDX FROM 1 BY 1
            UNTIL WS-SHELF-IDX > WS-SHELF-COUNT OR SHELF-WAS-COUNTED
        IF COUNTED-SHELF(WS-SHELF-IDX) EQUAL WS-COUNT-SHELF
            MOVE 'Y' TO SHELF-FOUND-SWITCH
        END-IF
    END-PERFORM

    IF SHELF-NOT-COUNTED
        IF WS-SHELF-COUNT LESS THAN WS-SHELF-LIMIT
            ADD 1 TO WS-SHELF-COUNT
            MOVE WS-COUNT-SHELF TO COUNTED-SHELF(WS-SHELF-COUNT)
        ELSE
            PERFORM WARN-TABLE-FULL
        END-IF
    END-IF.

REPORT-NO-COPY-RECORD.
    MOVE "NO COPY REC" TO DETAIL-KIND
    MOVE WS-COUNT-SHELF TO DETAIL-SHELF
    MOVE WS-COUNT-TITLE TO DETAIL-TITLE
    MOVE WS-COUNT-NUMBER TO DETAIL-NUMBER
    MOVE "NOT IN INVENTORY" TO DETAIL-TEXT
    WRITE REPORT-LINE FROM DETAIL-LINE
    ADD 1 TO WS-NO-COPY-COUNT.

*> An active copy record was found for the line. A copy keyed twice
*> is reported once more and otherwise ignored, so a double count
*> cannot raise a second move for the same copy.
CHECK-COUNTED-COPY.
    PERFORM FIND-SEEN-COPY
    IF ALREADY-SEEN
        MOVE "COUNTED TWICE" TO DETAIL-KIND
        MOVE WS-COUNT-SHELF TO DETAIL-SHELF
        MOVE WS-COUNT-TITLE TO DETAIL-TITLE
        MOVE WS-COUNT-NUMBER TO DETAIL-NUMBER
        MOVE SPACES TO DETAIL-TEXT
        WRITE REPORT-LINE FROM DETAIL-LINE
        ADD 1 TO WS-TWICE-COUNT
    ELSE
        ADD 1 TO WS-MATCHED-COUNT
        IF WS-SEEN-COUNT LESS THAN WS-SEEN-LIMIT
            ADD 1 TO WS-SEEN-COUNT
            MOVE WS-COUNT-TITLE TO SEEN-COPY-TITLE(WS-SEEN-COUNT)
            MOVE WS-COUNT-NUMBER TO SEEN-COPY-NUMBER(WS-SEEN-COUNT)
        ELSE
            PERFORM WARN-TABLE-FULL
        END-IF
        PERFORM CHECK-COUNTED-TITLE
        PERFORM CHECK-COUNTED-LOAN
        PERFORM CHECK-COUNTED-SHELF
    END-IF.

FIND-SEEN-COPY.
    MOVE 'N' TO SEEN-SWITCH
    PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
            UNTIL WS-SEEN-IDX > WS-SEEN-COUNT OR ALREADY-SEEN
        IF SEEN-COPY-TITLE(WS-SEEN-IDX) EQUAL COPY-TITLE-RECORD
                AND SEEN-COPY-NUMBER(WS-SEEN-IDX) EQUAL COPY-NUMBER-RECORD
            MOVE 'Y' TO SEEN-SWITCH
        END-IF
    END-PERFORM.

CHECK-COUNTED-TITLE.
    MOVE WS-COUNT-TITLE TO ALBUM-TITLE-RECORD
    READ ALBUM-LIST-FILE
        INVALID KEY PERFORM REPORT-NO-ACTIVE-TITLE
        NOT INVALID KEY IF NOT ALBUM-ACTIVE
            PERFORM REPORT-NO-ACTIVE-TITLE
        END-IF
    END-READ.

REPORT-NO-ACTIVE-TITLE.
    MOVE "NO TITLE" TO DETAIL-KIND
    MOVE WS-COUNT-SHELF TO DETAIL-SHELF
    MOVE WS-COUNT-TITLE TO DETAIL-TITLE
    MOVE WS-COUNT-NUMBER TO DETAIL-NUMBER
    MOVE "TITLE NOT ACTIVE" TO DETAIL-TEXT
    WRITE REPORT-LINE FROM DETAIL-LINE
    ADD 1 TO WS-NO-TITLE-COUNT.

*> A loan names the title, not the copy, so a title with more than
*> one copy can have one out and another rightly on the shelf - the
*> line is there to be checked against the loan, not taken as wrong.
CHECK-COUNTED-LOAN.
    PERFORM READ-TITLE-LOAN
    IF LOAN-IS-OPEN
        MOVE "ON LOAN" TO DETAIL-KIND
        MOVE WS-COUNT-SHELF TO DETAIL-SHELF
        MOVE WS-COUNT-TITLE TO DETAIL-TITLE
        MOVE WS-COUNT-NUMBER TO DETAIL-NUMBER
        MOVE SPACES TO DETAIL-TEXT
        STRING "DUE " DELIMITED BY SIZE
               LOAN-DUE-DATE-RECORD DELIMITED BY SIZE
            INTO DETAIL-TEXT
        WRITE REPORT-LINE FROM DETAIL-LINE
        ADD 1 TO WS-ON-LOAN-COUNT
    END-IF.

READ-TITLE-LOAN.
    MOVE 'N' TO LOAN-FOUND-SWITCH
    MOVE COPY-TITLE-RECORD TO LOAN-TITLE-RECORD
    READ ALBUM-LOANS-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE 'Y' TO LOAN-FOUND-SWITCH
    END-READ.

CHECK-COUNTED-SHELF.
    MOVE FUNCTION UPPER-CASE(COPY-SHELF-RECORD) TO WS-FILED-SHELF
    IF WS-FILED-SHELF NOT EQUAL WS-COUNT-SHELF
        MOVE "WRONG SHELF" TO DETAIL-KIND
        MOVE WS-COUNT-SHELF TO DETAIL-SHELF
        MOVE WS-COUNT-TITLE TO DETAIL-TITLE
        MOVE WS-COUNT-NUMBER TO DETAIL-NUMBER
        MOVE SPACES TO DETAIL-TEXT
        STRING "FILED " DELIMITED BY SIZE
               COPY-SHELF-RECORD DELIMITED BY SIZE
            INTO DETAIL-TEXT
        WRITE REPORT-LINE FROM DETAIL-LINE
        ADD 1 TO WS-WRONG-SHELF-COUNT

        MOVE "MOVE" TO ACTION-CODE
        MOVE COPY-SHELF-RECORD TO ACTION-FROM-SHELF
        MOVE WS-COUNT-SHELF TO ACTION-TO-SHELF
        PERFORM WRITE-ACTION-LINE
    END-IF.

*> One pass through the inventory, in key order, so a title's copies
*> arrive together. An open loan explains one missing copy of its
*> title, not all of them: once it has been used, a second missing
*> copy of the same title is reported.
FIND-MISSING-COPIES.
    MOVE LOW-VALUES TO ALBUM-COPY-KEY
    START ALBUM-COPIES-FILE KEY IS NOT LESS THAN ALBUM-COPY-KEY
        INVALID KEY MOVE 'Y' TO COPIES-EOF
        NOT INVALID KEY MOVE 'N' TO COPIES-EOF
    END-START

    PERFORM UNTIL COPIES-END-REACHED
        READ ALBUM-COPIES-FILE NEXT RECORD
            AT END MOVE 'Y' TO COPIES-EOF
            NOT AT END IF COPY-ACTIVE
                    AND COPY-FORMAT-RECORD NOT EQUAL "DIGITAL"
                PERFORM CHECK-SHELVED-COPY
            END-IF
        END-READ
    END-PERFORM.

CHECK-SHELVED-COPY.
    MOVE FUNCTION UPPER-CASE(COPY-SHELF-RECORD) TO WS-FILED-SHELF
    MOVE 'N' TO SHELF-FOUND-SWITCH
    PERFORM VARYING WS-SHELF-IDX FROM 1 BY 1
            UNTIL WS-SHELF-IDX > WS-SHELF-COUNT OR SHELF-WAS-COUNTED
        IF COUNTED-SHELF(WS-SHELF-IDX) EQUAL WS-FILED-SHELF
            MOVE 'Y' TO SHELF-FOUND-SWITCH
        END-IF
    END-PERFORM

    IF SHELF-WAS-COUNTED
        PERFORM FIND-SEEN-COPY
        IF NOT-YET-SEEN
            PERFORM CHECK-MISSING-COPY
        END-IF
    END-IF.

CHECK-MISSING-COPY.
    PERFORM READ-TITLE-LOAN
    IF LOAN-IS-OPEN AND COPY-TITLE-RECORD NOT EQUAL WS-LOAN-USED-TITLE
        MOVE COPY-TITLE-RECORD TO WS-LOAN-USED-TITLE
        ADD 1 TO WS-EXPLAINED-COUNT
    ELSE
        MOVE "MISSING" TO DETAIL-KIND
        MOVE COPY-SHELF-RECORD TO DETAIL-SHELF
        MOVE COPY-TITLE-RECORD TO DETAIL-TITLE
        MOVE COPY-NUMBER-RECORD TO DETAIL-NUMBER
        MOVE "NO OPEN LOAN" TO DETAIL-TEXT
        WRITE REPORT-LINE FROM DETAIL-LINE
        ADD 1 TO WS-MISSING-COUNT

        MOVE "LOSS" TO ACTION-CODE
        MOVE COPY-SHELF-RECORD TO ACTION-FROM-SHELF
        MOVE SPACES TO ACTION-TO-SHELF
        PERFORM WRITE-ACTION-LINE
    END-IF.

*> The caller sets the code and shelves; the copy is the one in the
*> copy record area.
WRITE-ACTION-LINE.
    MOVE 'N' TO ACTION-CONFIRM
    MOVE COPY-TITLE-RECORD TO ACTION-TITLE
    MOVE COPY-NUMBER-RECORD TO ACTION-COPY-NUMBER
    WRITE ACTION-RECORD FROM ACTION-LINE
    ADD 1 TO WS-ACTION-COUNT.

WARN-TABLE-FULL.
    IF NOT TABLE-FULL-WARNED
        DISPLAY "STOCKTAKE TABLE FULL. COUNT THE REMAINING SHELVES"
            " IN A SEPARATE RUN."
        PERFORM LINE-SPLIT
        SET TABLE-FULL-WARNED TO TRUE
    END-IF.

WRITE-SUMMARY-LINES.
    WRITE REPORT-LINE FROM HEADING-LINE-3
    MOVE "COUNT LINES READ:" TO SUMMARY-LABEL
    MOVE WS-LINE-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "SHELVES COUNTED:" TO SUMMARY-LABEL
    MOVE WS-SHELF-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "COPIES COUNTED:" TO SUMMARY-LABEL
    MOVE WS-MATCHED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "WRONG SHELF:" TO SUMMARY-LABEL
    MOVE WS-WRONG-SHELF-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "MISSING, NO OPEN LOAN:" TO SUMMARY-LABEL
    MOVE WS-MISSING-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "MISSING, OUT ON LOAN:" TO SUMMARY-LABEL
    MOVE WS-EXPLAINED-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "NO COPY RECORD:" TO SUMMARY-LABEL
    MOVE WS-NO-COPY-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "NO ACTIVE TITLE:" TO SUMMARY-LABEL
    MOVE WS-NO-TITLE-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "COUNTED WHILE ON LOAN:" TO SUMMARY-LABEL
    MOVE WS-ON-LOAN-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "COUNTED TWICE:" TO SUMMARY-LABEL
    MOVE WS-TWICE-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "UNREADABLE LINES:" TO SUMMARY-LABEL
    MOVE WS-UNREADABLE-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE
    MOVE "ACTIONS TO CONFIRM:" TO SUMMARY-LABEL
    MOVE WS-ACTION-COUNT TO SUMMARY-COUNT
    WRITE REPORT-LINE FROM SUMMARY-LINE.

APPLY-CONFIRMED-ACTIONS.
    OPEN INPUT ACTION-FILE
    IF ACTION-FILE-STATUS NOT EQUAL "00"
        DISPLAY "NO ACTIONS FILE FOUND: STOCKTAKE-ACTIONS.TXT"
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    DISPLAY "APPLY THE LINES MARKED Y IN STOCKTAKE-ACTIONS.TXT? (Y/N)"
    PERFORM LINE-SPLIT
    ACCEPT WS-CONFIRM-REPLY
    PERFORM LINE-SPLIT
    IF NOT APPLY-CONFIRMED
        CLOSE ACTION-FILE
        DISPLAY "NOTHING APPLIED."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    OPEN INPUT ALBUM-LIST-FILE
    OPEN I-O ALBUM-COPIES-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ ACTION-FILE INTO ACTION-LINE
            AT END MOVE 'Y' TO EOF
            NOT AT END IF ACTION-CONFIRMED
                PERFORM APPLY-ONE-ACTION
            ELSE
                ADD 1 TO WS-UNCONFIRMED-COUNT
            END-IF
        END-READ
    END-PERFORM

    CLOSE ACTION-FILE
    CLOSE ALBUM-LIST-FILE
    CLOSE ALBUM-COPIES-FILE

    DISPLAY "SHELF MOVES APPLIED: " WS-MOVED-COUNT
    DISPLAY "LOSSES RETIRED: " WS-LOST-COUNT
    DISPLAY "CHANGED SINCE THE COUNT, SKIPPED: " WS-STALE-COUNT
    DISPLAY "NOT CONFIRMED: " WS-UNCONFIRMED-COUNT
    PERFORM LINE-SPLIT.

*> A move is applied only while the copy is still filed where the
*> count found it wrong, and a loss only while the copy is still
*> active, so nothing changed since the count is overwritten.
APPLY-ONE-ACTION.
    MOVE ACTION-TITLE TO COPY-TITLE-RECORD
    MOVE ACTION-COPY-NUMBER TO COPY-NUMBER-RECORD
    READ ALBUM-COPIES-FILE
        INVALID KEY ADD 1 TO WS-STALE-COUNT
        NOT INVALID KEY EVALUATE TRUE
            WHEN NOT COPY-ACTIVE
                ADD 1 TO WS-STALE-COUNT
            WHEN ACTION-MOVE
                    AND COPY-SHELF-RECORD EQUAL ACTION-FROM-SHELF
                MOVE ACTION-TO-SHELF TO COPY-SHELF-RECORD
                REWRITE ALBUM-COPY-RECORD
                ADD 1 TO WS-MOVED-COUNT
            WHEN ACTION-LOSS
                PERFORM RETIRE-LOST-COPY
            WHEN OTHER
                ADD 1 TO WS-STALE-COUNT
        END-EVALUATE
    END-READ.

*> The loss is journalled against the title with the copy named in
*> the reference. It leaves the catalog record as it was, so no
*> after-image is staged.
RETIRE-LOST-COPY.
    SET COPY-RETIRED TO TRUE
    REWRITE ALBUM-COPY-RECORD
    ADD 1 TO WS-LOST-COUNT

    MOVE 'L' TO WS-DISPOSAL-REASON
    MOVE ZERO TO WS-DISPOSAL-AMOUNT
    PERFORM WRITE-DISPOSAL-ENTRY

    MOVE COPY-TITLE-RECORD TO ALBUM-TITLE-RECORD
    READ ALBUM-LIST-FILE
        INVALID KEY MOVE COPY-TITLE-RECORD TO ALBUM-TITLE-RECORD
            MOVE SPACES TO ALBUM-ARTIST-RECORD
    END-READ
    STRING "COPY " DELIMITED BY SIZE
           COPY-NUMBER-RECORD DELIMITED BY SIZE
           " LOST FROM SHELF " DELIMITED BY SIZE
           COPY-SHELF-RECORD DELIMITED BY SIZE
        INTO AUDIT-REFERENCE-TEXT
    MOVE "LOSS" TO AUDIT-OPERATION-CODE
    PERFORM WRITE-AUDIT-ENTRY.

LINE-SPLIT.
    DISPLAY "====================================================".

COPY "write-audit-entry.cpy".

COPY "write-disposal-entry.cpy".
