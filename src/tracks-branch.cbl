>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Keeps the track listing the one-record-per-title catalog cannot
*> hold: each track lives in the companion ALBUM-TRACKS-FILE, keyed on
*> the same uppercase title key the catalog uses plus the track
*> number, the way the notes and copies are keyed. The operator names
*> a title, then adds a track (its number, name, and running time),
*> changes a track's name or running time, removes a track keyed in
*> error, or views the listing in running order with the album's
*> total time. Tracks can only be added or changed for an active
*> catalog record, so the listing cannot collect entries for albums
*> we never had. Whole albums are loaded from a file by
*> TRACK-INTAKE-BRANCH; a retired album's tracks are removed with it
*> through RETIRE-TRACK-ENTRIES.

IDENTIFICATION DIVISION.
PROGRAM-ID. TRACKS-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "tracks-select.cpy".

DATA DIVISION.
FILE SECTION.
    FD ALBUM-LIST-FILE.
        COPY "album-record.cpy".

    FD ALBUM-TRACKS-FILE.
        COPY "tracks-record.cpy".

WORKING-STORAGE SECTION.
    COPY "album-input-fields.cpy".
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "tracks-fields.cpy".

    01 TRACKS-CHOICE PICTURE X.
        88 TRACK-ADD-CHOSEN VALUE '1'.
        88 TRACK-CHANGE-CHOSEN VALUE '2'.
        88 TRACK-REMOVE-CHOSEN VALUE '3'.
        88 TRACK-VIEW-CHOSEN VALUE '4'.
        88 TRACKS-CHOICE-KNOWN VALUE '1', '2', '3', '4'.

    01 ALBUM-FOUND-SWITCH PICTURE X.
        88 ALBUM-ON-FILE VALUE 'Y'.
        88 ALBUM-NOT-ON-FILE VALUE 'N'.

    01 WS-CONFIRM-REPLY PICTURE X.
        88 CHANGE-CONFIRMED VALUE 'Y', 'y'.

    01 WS-ALBUM-TITLE PICTURE X(50).
    01 WS-TRACK-NAME PICTURE X(50).
    01 WS-LAST-NUMBER PICTURE 9(03) VALUE ZERO.
    01 WS-TRACK-COUNT PICTURE 9(03) VALUE ZERO.
    01 WS-TOTAL-SECONDS PICTURE 9(07) VALUE ZERO.

    01 TRACK-DISPLAY-LINE.
        03 TRACK-DISPLAY-NUMBER PICTURE ZZ9.
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 TRACK-DISPLAY-NAME PICTURE X(50).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 TRACK-DISPLAY-TIME PICTURE X(08).

PROCEDURE DIVISION.
TRACKS-BRANCH.
    DISPLAY "ALBUM TRACKS FUNCTION."
    PERFORM LINE-SPLIT
    DISPLAY "INPUT A TITLE."
    PERFORM LINE-SPLIT
    ACCEPT ALBUM-TITLE
    MOVE FUNCTION UPPER-CASE(ALBUM-TITLE) TO WS-ALBUM-TITLE

    PERFORM LINE-SPLIT
    DISPLAY "1 - ADD A TRACK"
    DISPLAY "2 - CHANGE A TRACK"
    DISPLAY "3 - REMOVE A TRACK"
    DISPLAY "4 - VIEW TRACKS"
    PERFORM LINE-SPLIT
    DISPLAY "CHOOSE A FUNCTION."
    PERFORM LINE-SPLIT
    ACCEPT TRACKS-CHOICE
    PERFORM UNTIL TRACKS-CHOICE-KNOWN
        DISPLAY "UNKNOWN CHOICE. ENTER 1, 2, 3, OR 4."
        PERFORM LINE-SPLIT
        ACCEPT TRACKS-CHOICE
    END-PERFORM

    PERFORM LINE-SPLIT

    EVALUATE TRUE
        WHEN TRACK-ADD-CHOSEN
            PERFORM CHECK-ALBUM-ON-FILE
            IF ALBUM-ON-FILE
                PERFORM ADD-TRACK-ENTRY
            ELSE
                DISPLAY "RECORD NOT FOUND."
                PERFORM LINE-SPLIT
            END-IF
        WHEN TRACK-CHANGE-CHOSEN
            PERFORM CHECK-ALBUM-ON-FILE
            IF ALBUM-ON-FILE
                PERFORM CHANGE-TRACK-ENTRY
            ELSE
                DISPLAY "RECORD NOT FOUND."
                PERFORM LINE-SPLIT
            END-IF
        WHEN TRACK-REMOVE-CHOSEN
            PERFORM REMOVE-TRACK-ENTRY
        WHEN OTHER
            PERFORM VIEW-TRACK-ENTRIES
    END-EVALUATE

    GOBACK.

CHECK-ALBUM-ON-FILE.
    MOVE 'N' TO ALBUM-FOUND-SWITCH
    OPEN INPUT ALBUM-LIST-FILE
    MOVE WS-ALBUM-TITLE TO ALBUM-TITLE-RECORD
    READ ALBUM-LIST-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY IF ALBUM-ACTIVE
            MOVE 'Y' TO ALBUM-FOUND-SWITCH
        END-IF
    END-READ
    CLOSE ALBUM-LIST-FILE.

*> A blank track number takes the one after the highest already on
*> file for the album, so a listing keyed in running order needs no
*> numbers typed at all; a number can still be given to fill a gap.
ADD-TRACK-ENTRY.
    OPEN I-O ALBUM-TRACKS-FILE

    MOVE ZERO TO WS-LAST-NUMBER
    PERFORM FIND-LAST-TRACK-NUMBER

    DISPLAY "INPUT THE TRACK NUMBER. (BLANK FOR NEXT)"
    PERFORM LINE-SPLIT
    ACCEPT WS-TRACK-NUMBER-TEXT
    PERFORM CHECK-NEW-TRACK-NUMBER
    PERFORM UNTIL TRACK-NUMBER-VALID
        DISPLAY "INVALID TRACK NUMBER. ENTER 1 TO 999, OR LEAVE BLANK."
        PERFORM LINE-SPLIT
        DISPLAY "INPUT THE TRACK NUMBER. (BLANK FOR NEXT)"
        PERFORM LINE-SPLIT
        ACCEPT WS-TRACK-NUMBER-TEXT
        PERFORM CHECK-NEW-TRACK-NUMBER
    END-PERFORM
    PERFORM LINE-SPLIT

    MOVE WS-ALBUM-TITLE TO TRACK-TITLE-RECORD
    MOVE WS-TRACK-NUMBER TO TRACK-NUMBER-RECORD
    READ ALBUM-TRACKS-FILE
        INVALID KEY PERFORM ADD-NEW-TRACK
        NOT INVALID KEY DISPLAY "TRACK ALREADY ON FILE."
    END-READ

    CLOSE ALBUM-TRACKS-FILE
    PERFORM LINE-SPLIT.

CHECK-NEW-TRACK-NUMBER.
    IF WS-TRACK-NUMBER-TEXT EQUAL SPACES
            AND WS-LAST-NUMBER LESS THAN 999
        COMPUTE WS-TRACK-NUMBER = WS-LAST-NUMBER + 1
        SET TRACK-NUMBER-VALID TO TRUE
    ELSE
        PERFORM VALIDATE-TRACK-NUMBER-TEXT
    END-IF.

ADD-NEW-TRACK.
    PERFORM ACCEPT-TRACK-NAME
    PERFORM UNTIL WS-TRACK-NAME NOT EQUAL SPACES
        DISPLAY "A TRACK NAME IS REQUIRED."
        PERFORM LINE-SPLIT
        PERFORM ACCEPT-TRACK-NAME
    END-PERFORM
    PERFORM ACCEPT-TRACK-DURATION
    PERFORM UNTIL DURATION-VALID
        DISPLAY "INVALID RUNNING TIME. ENTER MINUTES:SECONDS, E.G. 4:05."
        PERFORM LINE-SPLIT
        PERFORM ACCEPT-TRACK-DURATION
    END-PERFORM

    MOVE WS-ALBUM-TITLE TO TRACK-TITLE-RECORD
    MOVE WS-TRACK-NUMBER TO TRACK-NUMBER-RECORD
    MOVE WS-TRACK-NAME TO TRACK-NAME-RECORD
    MOVE WS-DURATION-SECONDS TO TRACK-SECONDS-RECORD
    WRITE ALBUM-TRACK-RECORD
    DISPLAY "SUCCESS. TRACK NUMBER: " TRACK-NUMBER-RECORD.

ACCEPT-TRACK-NAME.
    DISPLAY "INPUT THE TRACK NAME."
    PERFORM LINE-SPLIT
    ACCEPT WS-TRACK-NAME
    PERFORM LINE-SPLIT.

ACCEPT-TRACK-DURATION.
    DISPLAY "INPUT THE RUNNING TIME. (MINUTES:SECONDS)"
    PERFORM LINE-SPLIT
    ACCEPT WS-DURATION-TEXT
    PERFORM VALIDATE-DURATION-TEXT
    PERFORM LINE-SPLIT.

FIND-LAST-TRACK-NUMBER.
    MOVE WS-ALBUM-TITLE TO TRACK-TITLE-RECORD
    MOVE ZERO TO TRACK-NUMBER-RECORD
    START ALBUM-TRACKS-FILE KEY IS NOT LESS THAN ALBUM-TRACK-KEY
        INVALID KEY MOVE 'Y' TO TRACKS-EOF
        NOT INVALID KEY MOVE 'N' TO TRACKS-EOF
    END-START

    PERFORM UNTIL TRACKS-END-REACHED
        READ ALBUM-TRACKS-FILE NEXT RECORD
            AT END MOVE 'Y' TO TRACKS-EOF
            NOT AT END IF TRACK-TITLE-RECORD EQUAL WS-ALBUM-TITLE
                MOVE TRACK-NUMBER-RECORD TO WS-LAST-NUMBER
            ELSE
                MOVE 'Y' TO TRACKS-EOF
            END-IF
        END-READ
    END-PERFORM.

ACCEPT-TRACK-NUMBER.
    DISPLAY "INPUT THE TRACK NUMBER."
    PERFORM LINE-SPLIT
    ACCEPT WS-TRACK-NUMBER-TEXT
    PERFORM VALIDATE-TRACK-NUMBER-TEXT
    PERFORM LINE-SPLIT.

*> A blank reply keeps the name or running time already on file.
CHANGE-TRACK-ENTRY.
    PERFORM ACCEPT-TRACK-NUMBER
    IF TRACK-NUMBER-INVALID
        DISPLAY "INVALID TRACK NUMBER."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    OPEN I-O ALBUM-TRACKS-FILE

    MOVE WS-ALBUM-TITLE TO TRACK-TITLE-RECORD
    MOVE WS-TRACK-NUMBER TO TRACK-NUMBER-RECORD
    READ ALBUM-TRACKS-FILE
        INVALID KEY DISPLAY "TRACK NOT FOUND."
        NOT INVALID KEY PERFORM REWRITE-TRACK-ENTRY
    END-READ

    CLOSE ALBUM-TRACKS-FILE
    PERFORM LINE-SPLIT.

REWRITE-TRACK-ENTRY.
    MOVE TRACK-SECONDS-RECORD TO WS-DURATION-SECONDS
    PERFORM EDIT-DURATION-DISPLAY
    DISPLAY "NAME ON FILE: " TRACK-NAME-RECORD
    DISPLAY "INPUT A NEW TRACK NAME. (BLANK TO KEEP)"
    PERFORM LINE-SPLIT
    ACCEPT WS-TRACK-NAME
    PERFORM LINE-SPLIT
    DISPLAY "TIME ON FILE: " FUNCTION TRIM(DURATION-DISPLAY)
    DISPLAY "INPUT A NEW RUNNING TIME. (BLANK TO KEEP)"
    PERFORM LINE-SPLIT
    ACCEPT WS-DURATION-TEXT
    PERFORM LINE-SPLIT
    IF WS-DURATION-TEXT NOT EQUAL SPACES
        PERFORM VALIDATE-DURATION-TEXT
        PERFORM UNTIL DURATION-VALID
            DISPLAY "INVALID RUNNING TIME. ENTER MINUTES:SECONDS, E.G. 4:05."
            PERFORM LINE-SPLIT
            PERFORM ACCEPT-TRACK-DURATION
        END-PERFORM
        MOVE WS-DURATION-SECONDS TO TRACK-SECONDS-RECORD
    END-IF

    IF WS-TRACK-NAME NOT EQUAL SPACES
        MOVE WS-TRACK-NAME TO TRACK-NAME-RECORD
    END-IF
    REWRITE ALBUM-TRACK-RECORD
    DISPLAY "SUCCESS.".

*> A track keyed in error is removed outright - a listing is
*> reference data, not history, so there is nothing to keep.
REMOVE-TRACK-ENTRY.
    PERFORM ACCEPT-TRACK-NUMBER
    IF TRACK-NUMBER-INVALID
        DISPLAY "INVALID TRACK NUMBER."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    OPEN I-O ALBUM-TRACKS-FILE

    MOVE WS-ALBUM-TITLE TO TRACK-TITLE-RECORD
    MOVE WS-TRACK-NUMBER TO TRACK-NUMBER-RECORD
    READ ALBUM-TRACKS-FILE
        INVALID KEY DISPLAY "TRACK NOT FOUND."
        NOT INVALID KEY PERFORM DELETE-MATCHED-TRACK
    END-READ

    CLOSE ALBUM-TRACKS-FILE
    PERFORM LINE-SPLIT.

DELETE-MATCHED-TRACK.
    DISPLAY "REMOVE TRACK " WS-TRACK-NUMBER " "
        FUNCTION TRIM(TRACK-NAME-RECORD) " ? (Y/N)"
    PERFORM LINE-SPLIT
    ACCEPT WS-CONFIRM-REPLY
    PERFORM LINE-SPLIT
    IF CHANGE-CONFIRMED
        DELETE ALBUM-TRACKS-FILE RECORD
        DISPLAY "SUCCESS."
    ELSE
        DISPLAY "NOTHING CHANGED."
    END-IF.

VIEW-TRACK-ENTRIES.
    OPEN INPUT ALBUM-TRACKS-FILE

    MOVE WS-ALBUM-TITLE TO TRACK-TITLE-RECORD
    MOVE ZERO TO TRACK-NUMBER-RECORD
    START ALBUM-TRACKS-FILE KEY IS NOT LESS THAN ALBUM-TRACK-KEY
        INVALID KEY MOVE 'Y' TO TRACKS-EOF
        NOT INVALID KEY MOVE 'N' TO TRACKS-EOF
    END-START

    PERFORM UNTIL TRACKS-END-REACHED
        READ ALBUM-TRACKS-FILE NEXT RECORD
            AT END MOVE 'Y' TO TRACKS-EOF
            NOT AT END IF TRACK-TITLE-RECORD EQUAL WS-ALBUM-TITLE
                PERFORM DISPLAY-TRACK-ENTRY
            ELSE
                MOVE 'Y' TO TRACKS-EOF
            END-IF
        END-READ
    END-PERFORM

    CLOSE ALBUM-TRACKS-FILE

    IF WS-TRACK-COUNT EQUAL ZERO
        DISPLAY "NO TRACKS ON FILE."
    ELSE
        MOVE WS-TOTAL-SECONDS TO WS-DURATION-SECONDS
        PERFORM EDIT-DURATION-DISPLAY
        DISPLAY "TRACKS ON FILE: " WS-TRACK-COUNT
        DISPLAY "RUNNING TIME: " FUNCTION TRIM(DURATION-DISPLAY)
    END-IF
    PERFORM LINE-SPLIT.

DISPLAY-TRACK-ENTRY.
    MOVE TRACK-SECONDS-RECORD TO WS-DURATION-SECONDS
    PERFORM EDIT-DURATION-DISPLAY
    MOVE TRACK-NUMBER-RECORD TO TRACK-DISPLAY-NUMBER
    MOVE TRACK-NAME-RECORD TO TRACK-DISPLAY-NAME
    MOVE DURATION-DISPLAY TO TRACK-DISPLAY-TIME
    DISPLAY TRACK-DISPLAY-LINE
    ADD 1 TO WS-TRACK-COUNT
    ADD TRACK-SECONDS-RECORD TO WS-TOTAL-SECONDS.

LINE-SPLIT.
    DISPLAY "====================================================".

COPY "track-handling.cpy".
