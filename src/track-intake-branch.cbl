>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Bulk-loads track listings into ALBUM-TRACKS-FILE from
*> track-intake-input.txt, one track per line as CSV columns:
*>
*>     album title,track number,track name,running time
*>
*> with the running time keyed as minutes and seconds ("4:05"). Each
*> line is held to the same checks TRACKS-BRANCH makes at the terminal
*> (track-handling.cpy), and the album must be active in the catalog.
*> A track already on file under the album and number is replaced by
*> the line, so a corrected listing can simply be loaded again; the
*> run needs no checkpoint for the same reason - starting an
*> interrupted file over does no harm. Refused lines are copied to
*> track-intake-reject.txt with the reason appended, the way the batch
*> maintenance run reports its rejects.

IDENTIFICATION DIVISION.
PROGRAM-ID. TRACK-INTAKE-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "tracks-select.cpy".

    SELECT INTAKE-INPUT-FILE ASSIGN TO "track-intake-input.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTAKE-INPUT-STATUS.

    SELECT INTAKE-REJECT-FILE ASSIGN TO "track-intake-reject.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTAKE-REJECT-STATUS.

DATA DIVISION.
FILE SECTION.
    FD ALBUM-LIST-FILE.
        COPY "album-record.cpy".

    FD ALBUM-TRACKS-FILE.
        COPY "tracks-record.cpy".

    FD INTAKE-INPUT-FILE.
        01 INTAKE-INPUT-LINE PICTURE X(160).

    FD INTAKE-REJECT-FILE.
        01 INTAKE-REJECT-LINE.
            03 REJECT-LINE-TEXT PICTURE X(160).
            03 REJECT-SEPARATOR PICTURE X(03).
            03 REJECT-REASON PICTURE X(30).

WORKING-STORAGE SECTION.
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "tracks-fields.cpy".
    01 INTAKE-INPUT-STATUS PICTURE XX.
    01 INTAKE-REJECT-STATUS PICTURE XX.

    01 WS-INTAKE-TITLE PICTURE X(50).
    01 WS-INTAKE-NAME PICTURE X(50).
    01 WS-REJECT-REASON PICTURE X(30).

    01 WS-LINE-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-ADDED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-REPLACED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-REJECTED-COUNT PICTURE 9(05) VALUE ZERO.

PROCEDURE DIVISION.
TRACK-INTAKE-BRANCH.
    DISPLAY "TRACK LISTING INTAKE FUNCTION."
    PERFORM LINE-SPLIT

    OPEN INPUT INTAKE-INPUT-FILE
    IF INTAKE-INPUT-STATUS NOT EQUAL "00"
        DISPLAY "NO INTAKE FILE FOUND: TRACK-INTAKE-INPUT.TXT"
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    OPEN OUTPUT INTAKE-REJECT-FILE
    OPEN INPUT ALBUM-LIST-FILE
    OPEN I-O ALBUM-TRACKS-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ INTAKE-INPUT-FILE
            AT END MOVE 'Y' TO EOF
            NOT AT END PERFORM PROCESS-INTAKE-LINE
        END-READ
    END-PERFORM

    CLOSE INTAKE-INPUT-FILE
    CLOSE INTAKE-REJECT-FILE
    CLOSE ALBUM-LIST-FILE
    CLOSE ALBUM-TRACKS-FILE

    DISPLAY "LINES READ: " WS-LINE-COUNT
    DISPLAY "TRACKS ADDED: " WS-ADDED-COUNT
    DISPLAY "TRACKS REPLACED: " WS-REPLACED-COUNT
    DISPLAY "LINES REJECTED: " WS-REJECTED-COUNT
    PERFORM LINE-SPLIT
    IF WS-REJECTED-COUNT GREATER THAN ZERO
        DISPLAY "REJECTS WRITTEN: TRACK-INTAKE-REJECT.TXT"
        PERFORM LINE-SPLIT
    END-IF

    GOBACK.

PROCESS-INTAKE-LINE.
    ADD 1 TO WS-LINE-COUNT
    MOVE SPACES TO WS-INTAKE-TITLE WS-TRACK-NUMBER-TEXT
        WS-INTAKE-NAME WS-DURATION-TEXT WS-REJECT-REASON

    UNSTRING INTAKE-INPUT-LINE DELIMITED BY ","
        INTO WS-INTAKE-TITLE WS-TRACK-NUMBER-TEXT
            WS-INTAKE-NAME WS-DURATION-TEXT
    END-UNSTRING

    PERFORM EDIT-INTAKE-FIELDS

    IF WS-REJECT-REASON EQUAL SPACES
        PERFORM APPLY-INTAKE-LINE
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
        PERFORM WRITE-REJECT-LINE
    END-IF.

*> The album title is folded to uppercase, the way ADD-BRANCH builds
*> the key, and looked up last so the checks on the line itself are
*> reported first.
EDIT-INTAKE-FIELDS.
    MOVE FUNCTION UPPER-CASE(WS-INTAKE-TITLE) TO WS-INTAKE-TITLE
    PERFORM VALIDATE-TRACK-NUMBER-TEXT
    PERFORM VALIDATE-DURATION-TEXT

    EVALUATE TRUE
        WHEN WS-INTAKE-TITLE EQUAL SPACES
            MOVE "MISSING ALBUM TITLE" TO WS-REJECT-REASON
        WHEN TRACK-NUMBER-INVALID
            MOVE "INVALID TRACK NUMBER" TO WS-REJECT-REASON
        WHEN WS-INTAKE-NAME EQUAL SPACES
            MOVE "MISSING TRACK NAME" TO WS-REJECT-REASON
        WHEN DURATION-INVALID
            MOVE "INVALID RUNNING TIME" TO WS-REJECT-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    IF WS-REJECT-REASON EQUAL SPACES
        MOVE WS-INTAKE-TITLE TO ALBUM-TITLE-RECORD
        READ ALBUM-LIST-FILE
            INVALID KEY MOVE "ALBUM NOT IN CATALOG" TO WS-REJECT-REASON
            NOT INVALID KEY
                IF ALBUM-DELETED
                    MOVE "ALBUM NOT IN CATALOG" TO WS-REJECT-REASON
                END-IF
        END-READ
    END-IF.

APPLY-INTAKE-LINE.
    MOVE WS-INTAKE-TITLE TO TRACK-TITLE-RECORD
    MOVE WS-TRACK-NUMBER TO TRACK-NUMBER-RECORD
    READ ALBUM-TRACKS-FILE
        INVALID KEY
            MOVE WS-INTAKE-NAME TO TRACK-NAME-RECORD
            MOVE WS-DURATION-SECONDS TO TRACK-SECONDS-RECORD
            WRITE ALBUM-TRACK-RECORD
            ADD 1 TO WS-ADDED-COUNT
        NOT INVALID KEY
            MOVE WS-INTAKE-NAME TO TRACK-NAME-RECORD
            MOVE WS-DURATION-SECONDS TO TRACK-SECONDS-RECORD
            REWRITE ALBUM-TRACK-RECORD
            ADD 1 TO WS-REPLACED-COUNT
    END-READ.

*> The separator is set here, not by a VALUE clause on the record:
*> a VALUE in the FILE SECTION is commentary only.
WRITE-REJECT-LINE.
    MOVE INTAKE-INPUT-LINE TO REJECT-LINE-TEXT
    MOVE " | " TO REJECT-SEPARATOR
    MOVE WS-REJECT-REASON TO REJECT-REASON
    WRITE INTAKE-REJECT-LINE.

LINE-SPLIT.
    DISPLAY "====================================================".

COPY "track-handling.cpy".
