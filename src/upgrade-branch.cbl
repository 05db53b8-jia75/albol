>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> One-off conversion of the data files whose record layouts have
*> grown since they were first written, run once by an administrator
*> before anything else touches the files in their new layout.
*>
*> The audit log record grew from 124 bytes - timestamp, operation,
*> title, and artist - to carry the reference, operator, and
*> after-image columns. Every old line, in the live log and in each
*> archive the index names, is padded with spaces to the new length:
*> the new columns come out blank, which is what every reader already
*> takes an entry without a linked title, a known operator, or an
*> image to mean. A file is converted only when its first record
*> still ends on the newline at byte 124; in the new layout that
*> byte is the space before the reference column, so a file already
*> converted, or a second run, is left alone. Each file goes through
*> a scratch copy and is rebuilt in place, the shape of
*> AUDIT-ARCHIVE-BRANCH's rebuild of the live log.
*>
*> The lending file gained the borrower ID and an alternate key on
*> it, so the old file no longer opens under the new description.
*> It is unloaded through its old layout to a scratch line file and
*> reloaded under the new one with a blank borrower ID: loans taken
*> out before the borrower register have no register entry to name.
*>
*> Run this before any branch writes to the audit log or the lending
*> file in the new layout - a log holding lines of both lengths
*> cannot be told apart line by line.

IDENTIFICATION DIVISION.
PROGRAM-ID. UPGRADE-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "archive-index-select.cpy".
    COPY "loans-select.cpy".

    SELECT OLD-AUDIT-FILE ASSIGN TO WS-CONVERT-FILENAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS OLD-AUDIT-STATUS.

    SELECT CONVERTED-AUDIT-FILE ASSIGN TO WS-CONVERT-FILENAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CONVERTED-AUDIT-STATUS.

    SELECT AUDIT-SCRATCH-FILE ASSIGN TO WS-AUDIT-SCRATCH-FILENAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS AUDIT-SCRATCH-STATUS.

    SELECT OLD-LOANS-FILE ASSIGN TO "album-loans.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-LOAN-TITLE
        FILE STATUS IS OLD-LOANS-STATUS.

    SELECT LOANS-UNLOAD-FILE ASSIGN TO WS-LOANS-UNLOAD-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOANS-UNLOAD-STATUS.

DATA DIVISION.
FILE SECTION.
    FD AUDIT-ARCHIVE-INDEX-FILE.
        01 ARCHIVE-INDEX-RECORD PICTURE X(39).

    FD ALBUM-LOANS-FILE.
        COPY "loans-record.cpy".

*> The audit record as it was first laid out, before the reference,
*> operator, and after-image columns.
    FD OLD-AUDIT-FILE.
        01 OLD-AUDIT-RECORD.
            03 OLD-AUDIT-TIMESTAMP PICTURE X(14).
            03 FILLER PICTURE X.
            03 OLD-AUDIT-OPERATION PICTURE X(06).
            03 FILLER PICTURE X.
            03 OLD-AUDIT-TITLE PICTURE X(50).
            03 FILLER PICTURE X.
            03 OLD-AUDIT-ARTIST PICTURE X(50).
            03 OLD-AUDIT-NEWLINE PICTURE X.

    FD CONVERTED-AUDIT-FILE.
        COPY "audit-record.cpy"
            REPLACING AUDIT-LOG-RECORD BY CONVERTED-LOG-RECORD
                      AUDIT-LOG-TIMESTAMP BY CONVERTED-LOG-TIMESTAMP
                      AUDIT-LOG-OPERATION BY CONVERTED-LOG-OPERATION
                      AUDIT-LOG-TITLE BY CONVERTED-LOG-TITLE
                      AUDIT-LOG-ARTIST BY CONVERTED-LOG-ARTIST
                      AUDIT-LOG-REFERENCE BY CONVERTED-LOG-REFERENCE
                      AUDIT-LOG-OPERATOR BY CONVERTED-LOG-OPERATOR
                      AUDIT-LOG-AFTER-IMAGE BY CONVERTED-LOG-AFTER-IMAGE
                      AUDIT-LOG-NEWLINE BY CONVERTED-LOG-NEWLINE.

    FD AUDIT-SCRATCH-FILE.
        COPY "audit-record.cpy"
            REPLACING AUDIT-LOG-RECORD BY SCRATCH-LOG-RECORD
                      AUDIT-LOG-TIMESTAMP BY SCRATCH-LOG-TIMESTAMP
                      AUDIT-LOG-OPERATION BY SCRATCH-LOG-OPERATION
                      AUDIT-LOG-TITLE BY SCRATCH-LOG-TITLE
                      AUDIT-LOG-ARTIST BY SCRATCH-LOG-ARTIST
                      AUDIT-LOG-REFERENCE BY SCRATCH-LOG-REFERENCE
                      AUDIT-LOG-OPERATOR BY SCRATCH-LOG-OPERATOR
                      AUDIT-LOG-AFTER-IMAGE BY SCRATCH-LOG-AFTER-IMAGE
                      AUDIT-LOG-NEWLINE BY SCRATCH-LOG-NEWLINE.

*> The lending record as it was first laid out, before the borrower
*> ID, keyed on the title alone.
    FD OLD-LOANS-FILE.
        01 OLD-LOAN-RECORD.
            03 OLD-LOAN-TITLE PICTURE X(50).
            03 OLD-LOAN-BORROWER PICTURE X(30).
            03 OLD-LOAN-OUT-DATE PICTURE 9(08).
            03 OLD-LOAN-DUE-DATE PICTURE 9(08).

    FD LOANS-UNLOAD-FILE.
        01 LOANS-UNLOAD-LINE.
            03 UNLOAD-TITLE PICTURE X(50).
            03 UNLOAD-BORROWER PICTURE X(30).
            03 UNLOAD-OUT-DATE PICTURE 9(08).
            03 UNLOAD-DUE-DATE PICTURE 9(08).

WORKING-STORAGE SECTION.
    COPY "eof-switch.cpy".
    COPY "archive-index-record.cpy".
    COPY "loans-fields.cpy".
    01 ARCHIVE-INDEX-STATUS PICTURE XX.
    01 OLD-AUDIT-STATUS PICTURE XX.
    01 CONVERTED-AUDIT-STATUS PICTURE XX.
    01 AUDIT-SCRATCH-STATUS PICTURE XX.
    01 OLD-LOANS-STATUS PICTURE XX.
    01 LOANS-UNLOAD-STATUS PICTURE XX.

    01 WS-CONVERT-FILENAME PICTURE X(30).
    01 WS-AUDIT-SCRATCH-FILENAME PICTURE X(30)
        VALUE "audit-upgrade.tmp".
    01 WS-LOANS-UNLOAD-FILENAME PICTURE X(30)
        VALUE "album-loans-unload.tmp".

    01 WS-CONFIRM-REPLY PICTURE X.
        88 UPGRADE-CONFIRMED VALUE 'Y', 'y'.

    01 WS-INDEX-EOF PICTURE X.
        88 INDEX-END-REACHED VALUE 'Y'.

    01 WS-LINE-COUNT PICTURE 9(07) VALUE ZERO.
    01 WS-FILES-CONVERTED PICTURE 9(05) VALUE ZERO.
    01 WS-FILES-CURRENT PICTURE 9(05) VALUE ZERO.
    01 WS-FILES-MISSING PICTURE 9(05) VALUE ZERO.
    01 WS-LINES-CONVERTED PICTURE 9(07) VALUE ZERO.
    01 WS-LOANS-CONVERTED PICTURE 9(05) VALUE ZERO.

PROCEDURE DIVISION.
UPGRADE-BRANCH.
    DISPLAY "DATA FILE UPGRADE FUNCTION."
    PERFORM LINE-SPLIT
    DISPLAY "CONVERTS THE AUDIT LOG, ITS ARCHIVES, AND THE LENDING"
    DISPLAY "FILE TO THE CURRENT RECORD LAYOUT. FILES ALREADY IN IT"
    DISPLAY "ARE LEFT ALONE."
    DISPLAY "PROCEED? (Y/N)"
    PERFORM LINE-SPLIT
    ACCEPT WS-CONFIRM-REPLY
    PERFORM LINE-SPLIT

    IF NOT UPGRADE-CONFIRMED
        DISPLAY "NOTHING CONVERTED."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    MOVE "audit-log.txt" TO WS-CONVERT-FILENAME
    PERFORM UPGRADE-AUDIT-FILE
    PERFORM UPGRADE-AUDIT-ARCHIVES
    PERFORM UPGRADE-LOANS-FILE

    PERFORM LINE-SPLIT
    DISPLAY "AUDIT FILES CONVERTED: " WS-FILES-CONVERTED
    DISPLAY "AUDIT LINES CONVERTED: " WS-LINES-CONVERTED
    DISPLAY "AUDIT FILES ALREADY CURRENT: " WS-FILES-CURRENT
    DISPLAY "AUDIT FILES NOT FOUND OR EMPTY: " WS-FILES-MISSING
    DISPLAY "LOANS RELOADED: " WS-LOANS-CONVERTED
    PERFORM LINE-SPLIT

    GOBACK.

*> Every archive the index names was written in the layout of its
*> day, so each is checked and converted on its own. The index is
*> OPTIONAL: a log never archived has none and reads as empty.
UPGRADE-AUDIT-ARCHIVES.
    OPEN INPUT AUDIT-ARCHIVE-INDEX-FILE

    MOVE 'N' TO WS-INDEX-EOF
    PERFORM UNTIL INDEX-END-REACHED
        READ AUDIT-ARCHIVE-INDEX-FILE INTO ARCHIVE-INDEX-LINE
            AT END MOVE 'Y' TO WS-INDEX-EOF
            NOT AT END
                MOVE ARCHIVE-INDEX-FILENAME TO WS-CONVERT-FILENAME
                PERFORM UPGRADE-AUDIT-FILE
        END-READ
    END-PERFORM

    CLOSE AUDIT-ARCHIVE-INDEX-FILE.

*> The first record decides the file: still ending on the newline at
*> byte 124 means the old layout throughout, since nothing has
*> written the new layout to it yet.
UPGRADE-AUDIT-FILE.
    OPEN INPUT OLD-AUDIT-FILE
    IF OLD-AUDIT-STATUS NOT EQUAL "00"
        DISPLAY "NOT FOUND, SKIPPED: " WS-CONVERT-FILENAME
        ADD 1 TO WS-FILES-MISSING
    ELSE
        PERFORM CHECK-AUDIT-LAYOUT
    END-IF.

CHECK-AUDIT-LAYOUT.
    MOVE 'N' TO EOF
    READ OLD-AUDIT-FILE
        AT END MOVE 'Y' TO EOF
    END-READ

    EVALUATE TRUE
        WHEN EOF-REACHED
            CLOSE OLD-AUDIT-FILE
            DISPLAY "EMPTY, SKIPPED: " WS-CONVERT-FILENAME
            ADD 1 TO WS-FILES-MISSING
        WHEN OLD-AUDIT-NEWLINE NOT EQUAL X"0A"
            CLOSE OLD-AUDIT-FILE
            DISPLAY "ALREADY CURRENT: " WS-CONVERT-FILENAME
            ADD 1 TO WS-FILES-CURRENT
        WHEN OTHER
            PERFORM PAD-AUDIT-LINES
            PERFORM REBUILD-AUDIT-FILE
            DISPLAY "CONVERTED: " WS-CONVERT-FILENAME
                " LINES: " WS-LINE-COUNT
            ADD 1 TO WS-FILES-CONVERTED
            ADD WS-LINE-COUNT TO WS-LINES-CONVERTED
    END-EVALUATE.

*> Picks up with the first record already read: each old line goes
*> to the scratch file in the new layout, its new columns blank.
PAD-AUDIT-LINES.
    OPEN OUTPUT AUDIT-SCRATCH-FILE
    MOVE ZERO TO WS-LINE-COUNT

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        PERFORM WRITE-PADDED-LINE
        READ OLD-AUDIT-FILE
            AT END MOVE 'Y' TO EOF
        END-READ
    END-PERFORM

    CLOSE OLD-AUDIT-FILE
    CLOSE AUDIT-SCRATCH-FILE.

WRITE-PADDED-LINE.
    MOVE SPACES TO SCRATCH-LOG-RECORD
    MOVE OLD-AUDIT-TIMESTAMP TO SCRATCH-LOG-TIMESTAMP
    MOVE OLD-AUDIT-OPERATION TO SCRATCH-LOG-OPERATION
    MOVE OLD-AUDIT-TITLE TO SCRATCH-LOG-TITLE
    MOVE OLD-AUDIT-ARTIST TO SCRATCH-LOG-ARTIST
    MOVE X"0A" TO SCRATCH-LOG-NEWLINE
    WRITE SCRATCH-LOG-RECORD
    ADD 1 TO WS-LINE-COUNT.

REBUILD-AUDIT-FILE.
    OPEN OUTPUT CONVERTED-AUDIT-FILE
    OPEN INPUT AUDIT-SCRATCH-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ AUDIT-SCRATCH-FILE
            AT END MOVE 'Y' TO EOF
            NOT AT END
                MOVE SCRATCH-LOG-RECORD TO CONVERTED-LOG-RECORD
                WRITE CONVERTED-LOG-RECORD
        END-READ
    END-PERFORM

    CLOSE CONVERTED-AUDIT-FILE
    CLOSE AUDIT-SCRATCH-FILE

    CALL "CBL_DELETE_FILE" USING WS-AUDIT-SCRATCH-FILENAME.

*> A lending file that opens under the current description is
*> already converted, and a missing one (OPTIONAL, status 05) has
*> nothing to convert. Status 39 is the old file refusing the new
*> record length and alternate key, and only that is unloaded and
*> reloaded; anything else is reported and the file left untouched.
UPGRADE-LOANS-FILE.
    OPEN INPUT ALBUM-LOANS-FILE
    EVALUATE LOANS-FILE-STATUS
        WHEN "00"
            CLOSE ALBUM-LOANS-FILE
            DISPLAY "ALREADY CURRENT: album-loans.txt"
        WHEN "05"
            CLOSE ALBUM-LOANS-FILE
            DISPLAY "NOT FOUND, SKIPPED: album-loans.txt"
        WHEN "39"
            PERFORM UNLOAD-OLD-LOANS
            IF OLD-LOANS-STATUS EQUAL "00"
                PERFORM RELOAD-LOANS
                DISPLAY "CONVERTED: album-loans.txt LOANS: "
                    WS-LOANS-CONVERTED
            END-IF
        WHEN OTHER
            DISPLAY "LOANS FILE CANNOT BE READ. STATUS: "
                LOANS-FILE-STATUS
    END-EVALUATE.

UNLOAD-OLD-LOANS.
    OPEN INPUT OLD-LOANS-FILE
    IF OLD-LOANS-STATUS NOT EQUAL "00"
        DISPLAY "LOANS FILE CANNOT BE READ. STATUS: " OLD-LOANS-STATUS
    ELSE
        PERFORM COPY-OLD-LOANS
    END-IF.

COPY-OLD-LOANS.
    OPEN OUTPUT LOANS-UNLOAD-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ OLD-LOANS-FILE NEXT RECORD
            AT END MOVE 'Y' TO EOF
            NOT AT END
                MOVE OLD-LOAN-RECORD TO LOANS-UNLOAD-LINE
                WRITE LOANS-UNLOAD-LINE
        END-READ
    END-PERFORM

    CLOSE OLD-LOANS-FILE
    CLOSE LOANS-UNLOAD-FILE.

*> OPEN OUTPUT recreates the lending file under the current
*> description; the unload is the only copy of the loans until the
*> reload finishes, and is removed only then.
RELOAD-LOANS.
    OPEN OUTPUT ALBUM-LOANS-FILE
    OPEN INPUT LOANS-UNLOAD-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ LOANS-UNLOAD-FILE
            AT END MOVE 'Y' TO EOF
            NOT AT END PERFORM WRITE-RELOADED-LOAN
        END-READ
    END-PERFORM

    CLOSE ALBUM-LOANS-FILE
    CLOSE LOANS-UNLOAD-FILE

    CALL "CBL_DELETE_FILE" USING WS-LOANS-UNLOAD-FILENAME.

WRITE-RELOADED-LOAN.
    MOVE UNLOAD-TITLE TO LOAN-TITLE-RECORD
    MOVE UNLOAD-BORROWER TO LOAN-BORROWER-RECORD
    MOVE UNLOAD-OUT-DATE TO LOAN-OUT-DATE-RECORD
    MOVE UNLOAD-DUE-DATE TO LOAN-DUE-DATE-RECORD
    MOVE SPACES TO LOAN-BORROWER-ID-RECORD
    WRITE LOAN-RECORD
    ADD 1 TO WS-LOANS-CONVERTED.

LINE-SPLIT.
    DISPLAY "====================================================".
