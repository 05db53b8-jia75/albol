*> theirs, with a marker on every field that disagrees. Matches that
*> agree on every field are counted but not printed, so the report is
*> only the disagreements worth reading.
*>
*> Modification History
*> 2026-10-14  A staged title that matches an open want on the want
*>             list has WANTED added as a seventh column of its
*>             staging line, so the partner titles worth pulling in
*>             first stand out in review. BATCH-ADD-BRANCH reads only
*>             the first six columns, so the flag can be left on when
*>             the file is applied. The number of wanted titles staged
*>             is shown with the closing counts.

IDENTIFICATION DIVISION.
PROGRAM-ID. MERGE-BRANCH INITIAL.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "want-select.cpy".

    SELECT PARTNER-FILE ASSIGN TO WS-PARTNER-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
    FD ALBUM-LIST-FILE.
        COPY "album-record.cpy".

    FD WANT-FILE.
        COPY "want-record.cpy".

    FD PARTNER-FILE.
        01 PARTNER-LINE PICTURE X(160).

WORKING-STORAGE SECTION.
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "want-fields.cpy".
    01 PARTNER-FILE-STATUS PICTURE XX.
    01 STAGING-FILE-STATUS PICTURE XX.
    01 REPORT-FILE-STATUS PICTURE XX.

    01 WS-LINE-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-STAGED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-WANTED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-MATCHED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-DIFFER-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-SKIP-COUNT PICTURE 9(05) VALUE ZERO.
        88 RECORD-DIFFERS VALUE 'Y'.
        88 RECORD-AGREES VALUE 'N'.

    01 OPEN-WANT-SWITCH PICTURE X.
        88 OPEN-WANT-FOUND VALUE 'Y'.
        88 NO-OPEN-WANT VALUE 'N'.

    01 WS-FIELD-SUB PICTURE 9(02) VALUE ZERO.
    01 DIFF-BLOCK-TABLE.
        03 DIFF-BLOCK-LINE PICTURE X(80) OCCURS 5 TIMES.
    END-IF

    OPEN INPUT ALBUM-LIST-FILE
    OPEN INPUT WANT-FILE
    OPEN OUTPUT STAGING-FILE
    OPEN OUTPUT REPORT-FILE


    CLOSE PARTNER-FILE
    CLOSE ALBUM-LIST-FILE
    CLOSE WANT-FILE
    CLOSE STAGING-FILE
    CLOSE REPORT-FILE

    DISPLAY "LINES READ: " WS-LINE-COUNT
    DISPLAY "NEW TITLES STAGED: " WS-STAGED-COUNT
    DISPLAY "OF WHICH WANTED: " WS-WANTED-COUNT
    DISPLAY "TITLES WE BOTH HOLD: " WS-MATCHED-COUNT
    DISPLAY "OF WHICH DIFFER: " WS-DIFFER-COUNT
    DISPLAY "INVALID LINES SKIPPED: " WS-SKIP-COUNT
    END-IF.

STAGE-NEW-TITLE.
    PERFORM CHECK-OPEN-WANT
    IF OPEN-WANT-FOUND
        MOVE SPACES TO STAGING-LINE
        STRING FUNCTION TRIM(PARTNER-LINE TRAILING) DELIMITED BY SIZE
               ",WANTED" DELIMITED BY SIZE
            INTO STAGING-LINE
        END-STRING
        ADD 1 TO WS-WANTED-COUNT
    ELSE
        MOVE PARTNER-LINE TO STAGING-LINE
    END-IF
    WRITE STAGING-LINE
    ADD 1 TO WS-STAGED-COUNT.

*> The want cluster under the title key is read only as far as the
*> first open entry; fulfilled and cancelled wants do not count.
CHECK-OPEN-WANT.
    MOVE 'N' TO OPEN-WANT-SWITCH
    MOVE ALBUM-TITLE-RECORD TO WANT-TITLE-RECORD
    MOVE ZERO TO WANT-NUMBER-RECORD
    START WANT-FILE KEY IS NOT LESS THAN WANT-KEY
        INVALID KEY MOVE 'Y' TO WANTS-EOF
        NOT INVALID KEY MOVE 'N' TO WANTS-EOF
    END-START

    PERFORM UNTIL WANTS-END-REACHED OR OPEN-WANT-FOUND
        READ WANT-FILE NEXT RECORD
            AT END MOVE 'Y' TO WANTS-EOF
            NOT AT END IF WANT-TITLE-RECORD EQUAL ALBUM-TITLE-RECORD
                IF WANT-OPEN
                    MOVE 'Y' TO OPEN-WANT-SWITCH
                END-IF
            ELSE
                MOVE 'Y' TO WANTS-EOF
            END-IF
        END-READ
    END-PERFORM.

*> The five field lines are built into a buffer first; the block
*> only reaches the report when at least one field disagrees, so
*> the printout is exactly the list of disagreements to walk.
