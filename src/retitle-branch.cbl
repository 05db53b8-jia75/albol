>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Corrects a misspelled title. The title is the record key of the
*> catalog and of every companion file, so a correction cannot be a
*> REWRITE: the catalog record is written again under the corrected
*> title and the old record removed, and the album's listening notes,
*> physical copies and their valuations, track listing, play history,
*> and open loan are moved across to the new key in the same run, so
*> nothing is left filed under the old spelling. The corrected title
*> is refused when the catalog already holds it, active or retired,
*> and when copies, tracks, or a loan are already filed under it,
*> since those keep their own numbers and could not be moved in
*> without a collision. Want-list entries are not moved: a want is
*> filed under the title as the requester asked for it. Open wants
*> under the corrected title are matched off through
*> FULFILL-WANT-ENTRIES, as an add matches them, since the album is
*> now on file under the title those requesters asked for. Notes and
*> plays carry only an order, so they are appended after anything
*> already under the new title.
*>
*> Every applied correction writes one RETITL audit entry, the old
*> title in AUDIT-LOG-TITLE and the new one in AUDIT-LOG-REFERENCE,
*> which is the link AUDIT-HISTORY-BRANCH follows to show the album's
*> whole history under either spelling. The entry journals the
*> album's record as well, so RECOVERY-BRANCH can replay the move.
*>
*> A single correction is keyed at the terminal and confirmed before
*> anything moves. A list of corrections comes from
*> retitle-input.txt, one pair per line as CSV columns:
*>
*>     old title,new title
*>
*> with the same edits applied per line, refused lines copied to
*> retitle-reject.txt with the reason appended, and the run
*> checkpointed so an interrupted list resumes after the last line
*> processed, as the other batch runs do.

IDENTIFICATION DIVISION.
PROGRAM-ID. RETITLE-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "audit-select.cpy".
    COPY "checkpoint-select.cpy".
    COPY "notes-select.cpy".
    COPY "copies-select.cpy".
    COPY "plays-select.cpy".
    COPY "loans-select.cpy".
    COPY "tracks-select.cpy".
    COPY "valuation-select.cpy".
    COPY "want-select.cpy".

    SELECT RETITLE-INPUT-FILE ASSIGN TO "retitle-input.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RETITLE-INPUT-STATUS.

    SELECT RETITLE-REJECT-FILE ASSIGN TO "retitle-reject.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RETITLE-REJECT-STATUS.

DATA DIVISION.
FILE SECTION.
    FD ALBUM-LIST-FILE.
        COPY "album-record.cpy".

    FD AUDIT-LOG-FILE.
        COPY "audit-record.cpy".

    FD CHECKPOINT-FILE.
        COPY "checkpoint-record.cpy".

    FD ALBUM-NOTES-FILE.
        COPY "notes-record.cpy".

    FD ALBUM-COPIES-FILE.
        COPY "copies-record.cpy".

    FD ALBUM-PLAYS-FILE.
        COPY "plays-record.cpy".

    FD ALBUM-LOANS-FILE.
        COPY "loans-record.cpy".

    FD ALBUM-TRACKS-FILE.
        COPY "tracks-record.cpy".

    FD COPY-VALUATION-FILE.
        COPY "valuation-record.cpy".

    FD WANT-FILE.
        COPY "want-record.cpy".

    FD RETITLE-INPUT-FILE.
        01 RETITLE-INPUT-LINE PICTURE X(110).

    FD RETITLE-REJECT-FILE.
        01 RETITLE-REJECT-LINE.
            03 REJECT-LINE-TEXT PICTURE X(110).
            03 REJECT-SEPARATOR PICTURE X(03).
            03 REJECT-REASON PICTURE X(30).

WORKING-STORAGE SECTION.
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "audit-fields.cpy".
    COPY "signon-fields.cpy".
    COPY "checkpoint-fields.cpy".
    COPY "notes-fields.cpy".
    COPY "copies-fields.cpy".
    COPY "plays-fields.cpy".
    COPY "loans-fields.cpy".
    COPY "tracks-fields.cpy".
    COPY "valuation-fields.cpy".
    COPY "want-fields.cpy".
    01 RETITLE-INPUT-STATUS PICTURE XX.
    01 RETITLE-REJECT-STATUS PICTURE XX.

    01 RETITLE-CHOICE PICTURE X.
        88 RETITLE-ONE-TITLE VALUE '1'.
        88 RETITLE-FROM-FILE VALUE '2'.
        88 RETITLE-CHOICE-KNOWN VALUE '1', '2'.

    01 WS-OLD-TITLE PICTURE X(50).
    01 WS-NEW-TITLE PICTURE X(50).
    01 WS-REJECT-REASON PICTURE X(30).

    01 WS-CONFIRM-REPLY PICTURE X.
        88 RETITLE-CONFIRMED VALUE 'Y', 'y'.

    01 WS-OLD-SEQUENCE PICTURE 9(05).
    01 WS-NEXT-SEQUENCE PICTURE 9(05).

    01 WS-NOTES-MOVED PICTURE 9(05) VALUE ZERO.
    01 WS-COPIES-MOVED PICTURE 9(05) VALUE ZERO.
    01 WS-TRACKS-MOVED PICTURE 9(05) VALUE ZERO.
    01 WS-VALUATIONS-MOVED PICTURE 9(05) VALUE ZERO.
    01 WS-PLAYS-MOVED PICTURE 9(05) VALUE ZERO.
    01 WS-LOANS-MOVED PICTURE 9(05) VALUE ZERO.

    01 WS-RETITLE-APPLIED PICTURE 9(05) VALUE ZERO.
    01 WS-RETITLE-REJECTED PICTURE 9(05) VALUE ZERO.

PROCEDURE DIVISION.
RETITLE-BRANCH.
    DISPLAY "RE-TITLE ALBUM FUNCTION."
    PERFORM LINE-SPLIT
    DISPLAY "1 - CORRECT ONE TITLE"
    DISPLAY "2 - CORRECT A LIST OF TITLES FROM FILE"
    PERFORM LINE-SPLIT
    DISPLAY "CHOOSE AN OPTION."
    PERFORM LINE-SPLIT
    ACCEPT RETITLE-CHOICE
    PERFORM UNTIL RETITLE-CHOICE-KNOWN
        DISPLAY "UNKNOWN CHOICE. ENTER 1 OR 2."
        PERFORM LINE-SPLIT
        ACCEPT RETITLE-CHOICE
    END-PERFORM

    PERFORM LINE-SPLIT

    EVALUATE TRUE
        WHEN RETITLE-ONE-TITLE
            PERFORM RETITLE-ONE-ALBUM
        WHEN RETITLE-FROM-FILE
            PERFORM RETITLE-FROM-INPUT-FILE
    END-EVALUATE

    GOBACK.

RETITLE-ONE-ALBUM.
    DISPLAY "INPUT THE CURRENT TITLE."
    PERFORM LINE-SPLIT
    ACCEPT WS-OLD-TITLE
    PERFORM LINE-SPLIT
    DISPLAY "INPUT THE CORRECTED TITLE."
    PERFORM LINE-SPLIT
    ACCEPT WS-NEW-TITLE
    PERFORM LINE-SPLIT

    MOVE SPACES TO WS-REJECT-REASON
    OPEN I-O ALBUM-LIST-FILE
    PERFORM EDIT-RETITLE-PAIR

    IF WS-REJECT-REASON EQUAL SPACES
        DISPLAY "RE-TITLE " FUNCTION TRIM(WS-OLD-TITLE)
            " BY " FUNCTION TRIM(ALBUM-ARTIST-RECORD)
        DISPLAY "TO " FUNCTION TRIM(WS-NEW-TITLE) " ? (Y/N)"
        PERFORM LINE-SPLIT
        ACCEPT WS-CONFIRM-REPLY
        PERFORM LINE-SPLIT
        IF RETITLE-CONFIRMED
            PERFORM APPLY-RETITLE
            DISPLAY "SUCCESS."
            DISPLAY "NOTES MOVED: " WS-NOTES-MOVED
            DISPLAY "COPIES MOVED: " WS-COPIES-MOVED
            DISPLAY "VALUATIONS MOVED: " WS-VALUATIONS-MOVED
            DISPLAY "TRACKS MOVED: " WS-TRACKS-MOVED
            DISPLAY "PLAYS MOVED: " WS-PLAYS-MOVED
            DISPLAY "LOANS MOVED: " WS-LOANS-MOVED
            IF WANTS-FULFILLED-COUNT > ZERO
                DISPLAY "TITLE WAS ON THE WANT LIST. REQUESTERS TO CALL: "
                    WANTS-FULFILLED-COUNT
            END-IF
        ELSE
            DISPLAY "NOTHING CHANGED."
        END-IF
    ELSE
        DISPLAY FUNCTION TRIM(WS-REJECT-REASON) ". NOTHING CHANGED."
    END-IF
    PERFORM LINE-SPLIT

    CLOSE ALBUM-LIST-FILE.

RETITLE-FROM-INPUT-FILE.
    MOVE "retitle-checkpoint.txt" TO WS-CHECKPOINT-FILENAME
    PERFORM READ-CHECKPOINT-FILE
    IF WS-CHECKPOINT-LINE GREATER THAN ZERO
        DISPLAY "UNFINISHED PRIOR RUN DETECTED."
        DISPLAY "LAST LINE PROCESSED: " WS-CHECKPOINT-LINE
        DISPLAY "RESUME FROM THE NEXT LINE? (Y/N)"
        PERFORM LINE-SPLIT
        ACCEPT WS-RESUME-REPLY
        PERFORM LINE-SPLIT
        IF NOT RESUME-CONFIRMED
            MOVE ZERO TO WS-CHECKPOINT-LINE
        END-IF
    END-IF

    OPEN INPUT RETITLE-INPUT-FILE
    IF RETITLE-INPUT-STATUS NOT EQUAL "00"
        DISPLAY "NO INPUT FILE FOUND: RETITLE-INPUT.TXT"
        PERFORM LINE-SPLIT
    ELSE
        IF WS-CHECKPOINT-LINE GREATER THAN ZERO
            OPEN EXTEND RETITLE-REJECT-FILE
        ELSE
            OPEN OUTPUT RETITLE-REJECT-FILE
        END-IF
        OPEN I-O ALBUM-LIST-FILE

        MOVE 'N' TO EOF
        PERFORM UNTIL EOF-REACHED
            READ RETITLE-INPUT-FILE
                AT END MOVE 'Y' TO EOF
                NOT AT END
                    ADD 1 TO WS-CURRENT-LINE
                    IF WS-CURRENT-LINE GREATER THAN WS-CHECKPOINT-LINE
                        PERFORM PROCESS-RETITLE-LINE
                        PERFORM WRITE-CHECKPOINT-FILE
                    END-IF
            END-READ
        END-PERFORM

        CLOSE RETITLE-INPUT-FILE
        CLOSE RETITLE-REJECT-FILE
        CLOSE ALBUM-LIST-FILE

        PERFORM CLEAR-CHECKPOINT-FILE

        DISPLAY "TITLES CORRECTED: " WS-RETITLE-APPLIED
            " REJECTED: " WS-RETITLE-REJECTED
        DISPLAY "NOTES MOVED: " WS-NOTES-MOVED
        DISPLAY "COPIES MOVED: " WS-COPIES-MOVED
        DISPLAY "VALUATIONS MOVED: " WS-VALUATIONS-MOVED
        DISPLAY "TRACKS MOVED: " WS-TRACKS-MOVED
        DISPLAY "PLAYS MOVED: " WS-PLAYS-MOVED
        DISPLAY "LOANS MOVED: " WS-LOANS-MOVED
        DISPLAY "WANTS FULFILLED, REQUESTERS TO CALL: " WANTS-FULFILLED-COUNT
        PERFORM LINE-SPLIT
    END-IF.

PROCESS-RETITLE-LINE.
    MOVE SPACES TO WS-OLD-TITLE WS-NEW-TITLE WS-REJECT-REASON

    UNSTRING RETITLE-INPUT-LINE DELIMITED BY ","
        INTO WS-OLD-TITLE WS-NEW-TITLE
    END-UNSTRING

    PERFORM EDIT-RETITLE-PAIR

    IF WS-REJECT-REASON EQUAL SPACES
        PERFORM APPLY-RETITLE
        ADD 1 TO WS-RETITLE-APPLIED
    ELSE
        ADD 1 TO WS-RETITLE-REJECTED
        PERFORM WRITE-REJECT-LINE
    END-IF.

*> Both titles are folded to uppercase, the way ADD-BRANCH builds the
*> key. The corrected title is looked up first and the current one
*> last, so a pair that passes leaves the album's own record in the
*> record area for APPLY-RETITLE. Copies, tracks, and a loan keep
*> their keys when they move, so anything already filed under the
*> corrected title would collide; the pair is refused before anything
*> changes.
EDIT-RETITLE-PAIR.
    MOVE FUNCTION UPPER-CASE(WS-OLD-TITLE) TO WS-OLD-TITLE
    MOVE FUNCTION UPPER-CASE(WS-NEW-TITLE) TO WS-NEW-TITLE

    EVALUATE TRUE
        WHEN WS-OLD-TITLE EQUAL SPACES
            MOVE "MISSING CURRENT TITLE" TO WS-REJECT-REASON
        WHEN WS-NEW-TITLE EQUAL SPACES
            MOVE "MISSING CORRECTED TITLE" TO WS-REJECT-REASON
        WHEN WS-OLD-TITLE EQUAL WS-NEW-TITLE
            MOVE "TITLES ARE THE SAME" TO WS-REJECT-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    IF WS-REJECT-REASON EQUAL SPACES
        MOVE WS-NEW-TITLE TO ALBUM-TITLE-RECORD
        READ ALBUM-LIST-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "NEW TITLE ALREADY ON FILE" TO WS-REJECT-REASON
        END-READ
    END-IF

    IF WS-REJECT-REASON EQUAL SPACES
        PERFORM CHECK-NEW-TITLE-CLUSTERS
    END-IF

    IF WS-REJECT-REASON EQUAL SPACES
        MOVE WS-OLD-TITLE TO ALBUM-TITLE-RECORD
        READ ALBUM-LIST-FILE
            INVALID KEY MOVE "TITLE NOT FOUND" TO WS-REJECT-REASON
            NOT INVALID KEY
                IF ALBUM-DELETED
                    MOVE "TITLE NOT FOUND" TO WS-REJECT-REASON
                END-IF
        END-READ
    END-IF.

CHECK-NEW-TITLE-CLUSTERS.
    OPEN INPUT ALBUM-COPIES-FILE
    MOVE WS-NEW-TITLE TO COPY-TITLE-RECORD
    MOVE ZERO TO COPY-NUMBER-RECORD
    START ALBUM-COPIES-FILE KEY IS NOT LESS THAN ALBUM-COPY-KEY
        INVALID KEY CONTINUE
        NOT INVALID KEY
            READ ALBUM-COPIES-FILE NEXT RECORD
                AT END CONTINUE
                NOT AT END
                    IF COPY-TITLE-RECORD EQUAL WS-NEW-TITLE
                        MOVE "NEW TITLE HAS COPIES ON FILE"
                            TO WS-REJECT-REASON
                    END-IF
            END-READ
    END-START
    CLOSE ALBUM-COPIES-FILE

    IF WS-REJECT-REASON EQUAL SPACES
        OPEN INPUT ALBUM-TRACKS-FILE
        MOVE WS-NEW-TITLE TO TRACK-TITLE-RECORD
        MOVE ZERO TO TRACK-NUMBER-RECORD
        START ALBUM-TRACKS-FILE KEY IS NOT LESS THAN ALBUM-TRACK-KEY
            INVALID KEY CONTINUE
            NOT INVALID KEY
                READ ALBUM-TRACKS-FILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                        IF TRACK-TITLE-RECORD EQUAL WS-NEW-TITLE
                            MOVE "NEW TITLE HAS TRACKS ON FILE"
                                TO WS-REJECT-REASON
                        END-IF
                END-READ
        END-START
        CLOSE ALBUM-TRACKS-FILE
    END-IF

    IF WS-REJECT-REASON EQUAL SPACES
        OPEN INPUT ALBUM-LOANS-FILE
        MOVE WS-NEW-TITLE TO LOAN-TITLE-RECORD
        READ ALBUM-LOANS-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE "NEW TITLE HAS A LOAN ON FILE" TO WS-REJECT-REASON
        END-READ
        CLOSE ALBUM-LOANS-FILE
    END-IF.

*> The audit entry goes out first, while the album's own record is
*> still in the record area, the way UPDATE-BRANCH and DELETE-BRANCH
*> write theirs before disturbing it. The catalog record is then
*> written under the corrected title, the want list matched off for
*> it, and the old key removed, and each companion cluster is moved
*> across.
APPLY-RETITLE.
    PERFORM STAGE-AUDIT-AFTER-IMAGE
    MOVE "RETITL" TO AUDIT-OPERATION-CODE
    MOVE WS-NEW-TITLE TO AUDIT-REFERENCE-TEXT
    PERFORM WRITE-AUDIT-ENTRY

    MOVE WS-NEW-TITLE TO ALBUM-TITLE-RECORD
    WRITE ALBUM-RECORD
    PERFORM FULFILL-WANT-ENTRIES
    MOVE WS-OLD-TITLE TO ALBUM-TITLE-RECORD
    DELETE ALBUM-LIST-FILE RECORD

    PERFORM MOVE-NOTE-CLUSTER
    PERFORM MOVE-COPY-CLUSTER
    PERFORM MOVE-VALUATION-CLUSTER
    PERFORM MOVE-TRACK-CLUSTER
    PERFORM MOVE-PLAY-CLUSTER
    PERFORM MOVE-LOAN-RECORD.

*> Each cluster is moved one record at a time, re-STARTing on the
*> old title for every record: a record is written under the new key
*> and then deleted under the old, so the next START always lands on
*> whatever is left of the old cluster, whatever the new key's
*> writes did to the file position.
MOVE-NOTE-CLUSTER.
    OPEN I-O ALBUM-NOTES-FILE

    MOVE ZERO TO WS-NEXT-SEQUENCE
    MOVE WS-NEW-TITLE TO NOTE-TITLE-RECORD
    MOVE ZERO TO NOTE-SEQUENCE-RECORD
    START ALBUM-NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
        INVALID KEY MOVE 'Y' TO NOTES-EOF
        NOT INVALID KEY MOVE 'N' TO NOTES-EOF
    END-START
    PERFORM UNTIL NOTES-END-REACHED
        READ ALBUM-NOTES-FILE NEXT RECORD
            AT END MOVE 'Y' TO NOTES-EOF
            NOT AT END IF NOTE-TITLE-RECORD EQUAL WS-NEW-TITLE
                MOVE NOTE-SEQUENCE-RECORD TO WS-NEXT-SEQUENCE
            ELSE
                MOVE 'Y' TO NOTES-EOF
            END-IF
        END-READ
    END-PERFORM

    MOVE 'N' TO NOTES-EOF
    PERFORM UNTIL NOTES-END-REACHED
        MOVE WS-OLD-TITLE TO NOTE-TITLE-RECORD
        MOVE ZERO TO NOTE-SEQUENCE-RECORD
        START ALBUM-NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
            INVALID KEY MOVE 'Y' TO NOTES-EOF
        END-START
        IF NOT NOTES-END-REACHED
            READ ALBUM-NOTES-FILE NEXT RECORD
                AT END MOVE 'Y' TO NOTES-EOF
                NOT AT END IF NOTE-TITLE-RECORD EQUAL WS-OLD-TITLE
                    PERFORM MOVE-ONE-NOTE
                ELSE
                    MOVE 'Y' TO NOTES-EOF
                END-IF
            END-READ
        END-IF
    END-PERFORM

    CLOSE ALBUM-NOTES-FILE.

MOVE-ONE-NOTE.
    MOVE NOTE-SEQUENCE-RECORD TO WS-OLD-SEQUENCE
    ADD 1 TO WS-NEXT-SEQUENCE
    MOVE WS-NEW-TITLE TO NOTE-TITLE-RECORD
    MOVE WS-NEXT-SEQUENCE TO NOTE-SEQUENCE-RECORD
    WRITE NOTE-RECORD
    MOVE WS-OLD-TITLE TO NOTE-TITLE-RECORD
    MOVE WS-OLD-SEQUENCE TO NOTE-SEQUENCE-RECORD
    DELETE ALBUM-NOTES-FILE RECORD
    ADD 1 TO WS-NOTES-MOVED.

*> Copy numbers are never reused while a title survives, so a copy
*> keeps its number under the corrected title; EDIT-RETITLE-PAIR has
*> already refused a title that holds copies of its own.
MOVE-COPY-CLUSTER.
    OPEN I-O ALBUM-COPIES-FILE

    MOVE 'N' TO COPIES-EOF
    PERFORM UNTIL COPIES-END-REACHED
        MOVE WS-OLD-TITLE TO COPY-TITLE-RECORD
        MOVE ZERO TO COPY-NUMBER-RECORD
        START ALBUM-COPIES-FILE KEY IS NOT LESS THAN ALBUM-COPY-KEY
            INVALID KEY MOVE 'Y' TO COPIES-EOF
        END-START
        IF NOT COPIES-END-REACHED
            READ ALBUM-COPIES-FILE NEXT RECORD
                AT END MOVE 'Y' TO COPIES-EOF
                NOT AT END IF COPY-TITLE-RECORD EQUAL WS-OLD-TITLE
                    PERFORM MOVE-ONE-COPY
                ELSE
                    MOVE 'Y' TO COPIES-EOF
                END-IF
            END-READ
        END-IF
    END-PERFORM

    CLOSE ALBUM-COPIES-FILE.

MOVE-ONE-COPY.
    MOVE WS-NEW-TITLE TO COPY-TITLE-RECORD
    WRITE ALBUM-COPY-RECORD
    MOVE WS-OLD-TITLE TO COPY-TITLE-RECORD
    DELETE ALBUM-COPIES-FILE RECORD
    ADD 1 TO WS-COPIES-MOVED.

*> A valuation carries its copy's key, so it moves with the copy
*> number unchanged. A valuation is only ever filed for a copy, and
*> EDIT-RETITLE-PAIR has already refused a title holding copies.
MOVE-VALUATION-CLUSTER.
    OPEN I-O COPY-VALUATION-FILE

    MOVE 'N' TO VALUATION-EOF
    PERFORM UNTIL VALUATIONS-END-REACHED
        MOVE WS-OLD-TITLE TO VALUATION-TITLE-RECORD
        MOVE ZERO TO VALUATION-NUMBER-RECORD
        START COPY-VALUATION-FILE KEY IS NOT LESS THAN VALUATION-KEY
            INVALID KEY MOVE 'Y' TO VALUATION-EOF
        END-START
        IF NOT VALUATIONS-END-REACHED
            READ COPY-VALUATION-FILE NEXT RECORD
                AT END MOVE 'Y' TO VALUATION-EOF
                NOT AT END IF VALUATION-TITLE-RECORD EQUAL WS-OLD-TITLE
                    PERFORM MOVE-ONE-VALUATION
                ELSE
                    MOVE 'Y' TO VALUATION-EOF
                END-IF
            END-READ
        END-IF
    END-PERFORM

    CLOSE COPY-VALUATION-FILE.

MOVE-ONE-VALUATION.
    MOVE WS-NEW-TITLE TO VALUATION-TITLE-RECORD
    WRITE COPY-VALUATION-RECORD
    MOVE WS-OLD-TITLE TO VALUATION-TITLE-RECORD
    DELETE COPY-VALUATION-FILE RECORD
    ADD 1 TO WS-VALUATIONS-MOVED.

*> A track keeps its number under the corrected title, the way a copy
*> does; EDIT-RETITLE-PAIR has already refused a title that holds
*> tracks of its own.
MOVE-TRACK-CLUSTER.
    OPEN I-O ALBUM-TRACKS-FILE

    MOVE 'N' TO TRACKS-EOF
    PERFORM UNTIL TRACKS-END-REACHED
        MOVE WS-OLD-TITLE TO TRACK-TITLE-RECORD
        MOVE ZERO TO TRACK-NUMBER-RECORD
        START ALBUM-TRACKS-FILE KEY IS NOT LESS THAN ALBUM-TRACK-KEY
            INVALID KEY MOVE 'Y' TO TRACKS-EOF
        END-START
        IF NOT TRACKS-END-REACHED
            READ ALBUM-TRACKS-FILE NEXT RECORD
                AT END MOVE 'Y' TO TRACKS-EOF
                NOT AT END IF TRACK-TITLE-RECORD EQUAL WS-OLD-TITLE
                    PERFORM MOVE-ONE-TRACK
                ELSE
                    MOVE 'Y' TO TRACKS-EOF
                END-IF
            END-READ
        END-IF
    END-PERFORM

    CLOSE ALBUM-TRACKS-FILE.

MOVE-ONE-TRACK.
    MOVE WS-NEW-TITLE TO TRACK-TITLE-RECORD
    WRITE ALBUM-TRACK-RECORD
    MOVE WS-OLD-TITLE TO TRACK-TITLE-RECORD
    DELETE ALBUM-TRACKS-FILE RECORD
    ADD 1 TO WS-TRACKS-MOVED.

MOVE-PLAY-CLUSTER.
    OPEN I-O ALBUM-PLAYS-FILE

    MOVE ZERO TO WS-NEXT-SEQUENCE
    MOVE WS-NEW-TITLE TO PLAY-TITLE-RECORD
    MOVE ZERO TO PLAY-SEQUENCE-RECORD
    START ALBUM-PLAYS-FILE KEY IS NOT LESS THAN PLAY-KEY
        INVALID KEY MOVE 'Y' TO PLAYS-EOF
        NOT INVALID KEY MOVE 'N' TO PLAYS-EOF
    END-START
    PERFORM UNTIL PLAYS-END-REACHED
        READ ALBUM-PLAYS-FILE NEXT RECORD
            AT END MOVE 'Y' TO PLAYS-EOF
            NOT AT END IF PLAY-TITLE-RECORD EQUAL WS-NEW-TITLE
                MOVE PLAY-SEQUENCE-RECORD TO WS-NEXT-SEQUENCE
            ELSE
                MOVE 'Y' TO PLAYS-EOF
            END-IF
        END-READ
    END-PERFORM

    MOVE 'N' TO PLAYS-EOF
    PERFORM UNTIL PLAYS-END-REACHED
        MOVE WS-OLD-TITLE TO PLAY-TITLE-RECORD
        MOVE ZERO TO PLAY-SEQUENCE-RECORD
        START ALBUM-PLAYS-FILE KEY IS NOT LESS THAN PLAY-KEY
            INVALID KEY MOVE 'Y' TO PLAYS-EOF
        END-START
        IF NOT PLAYS-END-REACHED
            READ ALBUM-PLAYS-FILE NEXT RECORD
                AT END MOVE 'Y' TO PLAYS-EOF
                NOT AT END IF PLAY-TITLE-RECORD EQUAL WS-OLD-TITLE
                    PERFORM MOVE-ONE-PLAY
                ELSE
                    MOVE 'Y' TO PLAYS-EOF
                END-IF
            END-READ
        END-IF
    END-PERFORM

    CLOSE ALBUM-PLAYS-FILE.

MOVE-ONE-PLAY.
    MOVE PLAY-SEQUENCE-RECORD TO WS-OLD-SEQUENCE
    ADD 1 TO WS-NEXT-SEQUENCE
    MOVE WS-NEW-TITLE TO PLAY-TITLE-RECORD
    MOVE WS-NEXT-SEQUENCE TO PLAY-SEQUENCE-RECORD
    WRITE PLAY-RECORD
    MOVE WS-OLD-TITLE TO PLAY-TITLE-RECORD
    MOVE WS-OLD-SEQUENCE TO PLAY-SEQUENCE-RECORD
    DELETE ALBUM-PLAYS-FILE RECORD
    ADD 1 TO WS-PLAYS-MOVED.

MOVE-LOAN-RECORD.
    OPEN I-O ALBUM-LOANS-FILE

    MOVE WS-OLD-TITLE TO LOAN-TITLE-RECORD
    READ ALBUM-LOANS-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE WS-NEW-TITLE TO LOAN-TITLE-RECORD
            WRITE LOAN-RECORD
            MOVE WS-OLD-TITLE TO LOAN-TITLE-RECORD
            DELETE ALBUM-LOANS-FILE RECORD
            ADD 1 TO WS-LOANS-MOVED
    END-READ

    CLOSE ALBUM-LOANS-FILE.

*> The separator is set here, not by a VALUE clause on the record:
*> a VALUE in the FILE SECTION is commentary only.
WRITE-REJECT-LINE.
    MOVE RETITLE-INPUT-LINE TO REJECT-LINE-TEXT
    MOVE " | " TO REJECT-SEPARATOR
    MOVE WS-REJECT-REASON TO REJECT-REASON
    WRITE RETITLE-REJECT-LINE.

LINE-SPLIT.
    DISPLAY "====================================================".

COPY "write-audit-entry.cpy".

COPY "checkpoint-handling.cpy".

COPY "fulfill-want-entries.cpy".
