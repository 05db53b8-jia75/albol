>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Builds the week's in-store listening rotation and, once the staff
*> have confirmed it, logs its picks as plays. Building asks for the
*> first date of the week, a cutoff date, and a quota for each active
*> genre in the genre table - how many albums of that genre the week
*> should hold - and writes the picks to rotation-YYYYMMDD.txt, named
*> for the week's first date. A title is eligible when it is active,
*> its genre has a quota, it is not out on loan, and at least one
*> active CD or LP copy of it is on file to pull from the shelf.
*> Within each genre, titles not played since the cutoff come first
*> (IDLE), then those played since (RECENT) only if the genre needs
*> them to fill its quota; each group goes highest rated first, and
*> among equal ratings the one played longest ago first. Any genre
*> that cannot fill its quota is listed in rotation-exceptions.txt
*> with how many of its titles were passed over as on loan or with no
*> copy.
*>
*> Each pick line in the rotation file leads with a flag set to Y;
*> the staff change it to N on any pick they strike. Confirming reads
*> the file back and logs a play for every pick still marked Y, the
*> way PLAY-BRANCH logs one - the next sequence number in the title's
*> cluster, stamped with today's date - and then marks the file
*> LOGGED on its first line, so a rotation is never logged twice and
*> a logged week is not rebuilt over.

IDENTIFICATION DIVISION.
PROGRAM-ID. ROTATION-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "copies-select.cpy".
    COPY "loans-select.cpy".
    COPY "plays-select.cpy".
    COPY "genre-select.cpy".

    SELECT ROTATION-FILE ASSIGN TO WS-ROTATION-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ROTATION-FILE-STATUS.

    SELECT EXCEPTION-FILE ASSIGN TO "rotation-exceptions.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXCEPTION-FILE-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO "sortwork.tmp".

DATA DIVISION.
FILE SECTION.
    FD ALBUM-LIST-FILE.
        COPY "album-record.cpy".

    FD ALBUM-COPIES-FILE.
        COPY "copies-record.cpy".

    FD ALBUM-LOANS-FILE.
        COPY "loans-record.cpy".

    FD ALBUM-PLAYS-FILE.
        COPY "plays-record.cpy".

    FD GENRE-LIST-FILE.
        COPY "genre-record.cpy".

    FD ROTATION-FILE.
        01 ROTATION-RECORD PICTURE X(100).

    FD EXCEPTION-FILE.
        01 EXCEPTION-RECORD PICTURE X(80).

    SD SORT-WORK-FILE.
        01 SORT-RECORD.
            03 SORT-GENRE PICTURE X(20).
            03 SORT-IDLE-RANK PICTURE 9.
            03 SORT-RATING PICTURE 9V99.
            03 SORT-LAST-PLAY PICTURE 9(08).
            03 SORT-TITLE PICTURE X(50).

WORKING-STORAGE SECTION.
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "copies-fields.cpy".
    COPY "loans-fields.cpy".
    COPY "plays-fields.cpy".
    COPY "genre-fields.cpy".
    01 ROTATION-FILE-STATUS PICTURE XX.
    01 EXCEPTION-FILE-STATUS PICTURE XX.

    01 ROTATION-CHOICE PICTURE X.
        88 BUILD-CHOSEN VALUE '1'.
        88 CONFIRM-CHOSEN VALUE '2'.
        88 ROTATION-CHOICE-KNOWN VALUE '1', '2'.

    01 WS-CONFIRM-REPLY PICTURE X.
        88 LOGGING-CONFIRMED VALUE 'Y', 'y'.

    01 WS-ROTATION-FILENAME PICTURE X(30).

    01 WS-TODAY PICTURE 9(08).
    01 WS-WEEK-DATE PICTURE 9(08).
    01 WS-CUTOFF-DATE PICTURE 9(08).
    01 WS-DATE-TEXT PICTURE X(08).
    01 WS-DATE-STATUS PICTURE X.
        88 DATE-VALID VALUE 'Y'.
        88 DATE-INVALID VALUE 'N'.

    01 WS-QUOTA-TEXT PICTURE X(02).
    01 WS-QUOTA-TEST-RESULT PICTURE S9(04).
    01 WS-QUOTA-NUMVAL PICTURE S9(05).
    01 WS-QUOTA-STATUS PICTURE X.
        88 QUOTA-VALID VALUE 'Y'.
        88 QUOTA-INVALID VALUE 'N'.

*> One row per active genre in the genre table, with the operator's
*> quota for it and what the build made of it.
    01 WS-QUOTA-ROW-COUNT PICTURE 9(03) VALUE ZERO.
    01 WS-QUOTA-ROW-LIMIT PICTURE 9(03) VALUE 200.
    01 QUOTA-TABLE.
        03 QUOTA-ROW OCCURS 0 TO 200 TIMES
                DEPENDING ON WS-QUOTA-ROW-COUNT.
            05 QUOTA-GENRE PICTURE X(20).
            05 QUOTA-WANTED PICTURE 9(02).
            05 QUOTA-PICKED PICTURE 9(02).
            05 QUOTA-ON-LOAN PICTURE 9(05).
            05 QUOTA-NO-COPY PICTURE 9(05).

    01 TABLE-FULL-SWITCH PICTURE X VALUE 'N'.
        88 TABLE-FULL-WARNED VALUE 'Y'.

    01 ROW-FOUND-SWITCH PICTURE X.
        88 QUOTA-ROW-FOUND VALUE 'Y'.
        88 QUOTA-ROW-NOT-FOUND VALUE 'N'.

    01 LOAN-FOUND-SWITCH PICTURE X.
        88 LOAN-IS-OPEN VALUE 'Y'.
        88 LOAN-NOT-OPEN VALUE 'N'.

    01 SHELF-COPY-SWITCH PICTURE X.
        88 SHELF-COPY-FOUND VALUE 'Y'.
        88 SHELF-COPY-NOT-FOUND VALUE 'N'.

    01 ALBUM-FOUND-SWITCH PICTURE X.
        88 ALBUM-ON-FILE VALUE 'Y'.
        88 ALBUM-NOT-ON-FILE VALUE 'N'.

    01 WS-LOOKUP-GENRE PICTURE X(20).
    01 WS-ROW-SUB PICTURE 9(03) VALUE ZERO.
    01 WS-MATCHED-ROW PICTURE 9(03) VALUE ZERO.
    01 WS-QUOTA-TOTAL PICTURE 9(05) VALUE ZERO.
    01 WS-LAST-PLAY-DATE PICTURE 9(08) VALUE ZERO.
    01 WS-SHORT-BY PICTURE 9(02) VALUE ZERO.

    01 WS-PLAY-TITLE PICTURE X(50).
    01 WS-LAST-SEQUENCE PICTURE 9(05) VALUE ZERO.

    01 WS-PICK-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-SHORT-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-LOGGED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-STRUCK-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-NOT-ACTIVE-COUNT PICTURE 9(05) VALUE ZERO.

*> The rotation file read back for confirming, so it can be written
*> out again marked LOGGED. The total of the quotas can never exceed
*> 200 genres of 99 picks, so the table holds any rotation built here.
    01 WS-LINE-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-LINE-LIMIT PICTURE 9(05) VALUE 20000.
    01 WS-LINE-SUB PICTURE 9(05) VALUE ZERO.
    01 ROTATION-LINE-TABLE.
        03 ROTATION-LINE-ENTRY PICTURE X(100) OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-LINE-COUNT.

*> The first line of the rotation file.
    01 ROTATION-HEADER-LINE.
        03 FILLER PICTURE X(17) VALUE "ROTATION WEEK OF ".
        03 HEADER-WEEK PICTURE 9(08).
        03 FILLER PICTURE X(09) VALUE "  CUTOFF ".
        03 HEADER-CUTOFF PICTURE 9(08).
        03 FILLER PICTURE X(09) VALUE "  STATUS ".
        03 HEADER-STATUS PICTURE X(06).
            88 ROTATION-BUILT VALUE "BUILT".
            88 ROTATION-LOGGED VALUE "LOGGED".
        03 FILLER PICTURE X VALUE SPACE.
        03 HEADER-LOGGED-DATE PICTURE X(08).

    01 ROTATION-COLUMN-LINE.
        03 FILLER PICTURE X(23) VALUE "F GENRE".
        03 FILLER PICTURE X(51) VALUE "TITLE".
        03 FILLER PICTURE X(05) VALUE "RATE".
        03 FILLER PICTURE X(13) VALUE "LAST PLAYED".
        03 FILLER PICTURE X(06) VALUE "WHY".

*> One pick. The flag leads the line so it is the one column the
*> staff have to change.
    01 PICK-LINE.
        03 PICK-FLAG PICTURE X.
            88 PICK-CONFIRMED VALUE 'Y', 'y'.
            88 PICK-STRUCK VALUE 'N', 'n'.
        03 FILLER PICTURE X VALUE SPACE.
        03 PICK-GENRE PICTURE X(20).
        03 FILLER PICTURE X VALUE SPACE.
        03 PICK-TITLE PICTURE X(50).
        03 FILLER PICTURE X VALUE SPACE.
        03 PICK-RATING PICTURE 9.99.
        03 FILLER PICTURE X VALUE SPACE.
        03 PICK-LAST-PLAYED PICTURE X(12).
        03 FILLER PICTURE X VALUE SPACE.
        03 PICK-MARK PICTURE X(06).

    01 EXCEPTION-HEADING-1 PICTURE X(80)
        VALUE "ROTATION EXCEPTIONS - GENRES SHORT OF THEIR QUOTA".

    01 EXCEPTION-WEEK-LINE.
        03 FILLER PICTURE X(17) VALUE "ROTATION WEEK OF ".
        03 EXCEPTION-WEEK PICTURE 9(08).

    01 EXCEPTION-HEADING-2.
        03 FILLER PICTURE X(22) VALUE "GENRE".
        03 FILLER PICTURE X(07) VALUE "  QUOTA".
        03 FILLER PICTURE X(08) VALUE "  PICKED".
        03 FILLER PICTURE X(07) VALUE "  SHORT".
        03 FILLER PICTURE X(09) VALUE "  ON LOAN".
        03 FILLER PICTURE X(09) VALUE "  NO COPY".

    01 EXCEPTION-HEADING-3 PICTURE X(80) VALUE ALL "-".

    01 EXCEPTION-DETAIL-LINE.
        03 EXCEPTION-GENRE PICTURE X(20).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 EXCEPTION-QUOTA PICTURE ZZZZZZ9.
        03 FILLER PICTURE X VALUE SPACE.
        03 EXCEPTION-PICKED PICTURE ZZZZZZ9.
        03 FILLER PICTURE X VALUE SPACE.
        03 EXCEPTION-SHORT PICTURE ZZZZZ9.
        03 FILLER PICTURE X VALUE SPACE.
        03 EXCEPTION-ON-LOAN PICTURE ZZZZZZZ9.
        03 FILLER PICTURE X VALUE SPACE.
        03 EXCEPTION-NO-COPY PICTURE ZZZZZZZ9.

    01 SUMMARY-LINE.
        03 SUMMARY-LABEL PICTURE X(24).
        03 SUMMARY-COUNT PICTURE ZZZZ9.

PROCEDURE DIVISION.
ROTATION-BRANCH.
    DISPLAY "LISTENING ROTATION FUNCTION."
    PERFORM LINE-SPLIT
    DISPLAY "1 - BUILD A WEEK'S ROTATION"
    DISPLAY "2 - CONFIRM A ROTATION AND LOG ITS PLAYS"
    PERFORM LINE-SPLIT
    DISPLAY "CHOOSE A FUNCTION."
    PERFORM LINE-SPLIT
    ACCEPT ROTATION-CHOICE
    PERFORM UNTIL ROTATION-CHOICE-KNOWN
        DISPLAY "UNKNOWN CHOICE. ENTER 1 OR 2."
        PERFORM LINE-SPLIT
        ACCEPT ROTATION-CHOICE
    END-PERFORM

    PERFORM LINE-SPLIT

    ACCEPT WS-TODAY FROM DATE YYYYMMDD

    DISPLAY "INPUT THE FIRST DATE OF THE WEEK. (YYYYMMDD)"
    DISPLAY "(BLANK FOR TODAY)"
    PERFORM ACCEPT-ROTATION-DATE
    IF WS-DATE-TEXT EQUAL SPACES
        MOVE WS-TODAY TO WS-WEEK-DATE
    ELSE
        MOVE WS-DATE-TEXT TO WS-WEEK-DATE
    END-IF

    STRING "rotation-" DELIMITED BY SIZE
           WS-WEEK-DATE DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
        INTO WS-ROTATION-FILENAME

    IF BUILD-CHOSEN
        PERFORM BUILD-ROTATION
    ELSE
        PERFORM CONFIRM-ROTATION
    END-IF

    GOBACK.

*> A week already logged keeps its rotation file: rebuilding over it
*> would lose the record of what was played.
BUILD-ROTATION.
    OPEN INPUT ROTATION-FILE
    IF ROTATION-FILE-STATUS EQUAL "00"
        MOVE SPACES TO HEADER-STATUS
        READ ROTATION-FILE INTO ROTATION-HEADER-LINE
            AT END CONTINUE
        END-READ
        CLOSE ROTATION-FILE
        IF ROTATION-LOGGED
            DISPLAY "THE ROTATION FOR THIS WEEK HAS BEEN LOGGED."
            DISPLAY "NOTHING BUILT."
            PERFORM LINE-SPLIT
            GOBACK
        END-IF
    END-IF

    DISPLAY "INPUT THE CUTOFF DATE. (YYYYMMDD)"
    DISPLAY "ALBUMS NOT PLAYED SINCE IT ARE FAVORED."
    DISPLAY "(BLANK FOR FOUR WEEKS BEFORE THE WEEK)"
    PERFORM ACCEPT-ROTATION-DATE
    IF WS-DATE-TEXT EQUAL SPACES
        COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-WEEK-DATE) - 28)
    ELSE
        MOVE WS-DATE-TEXT TO WS-CUTOFF-DATE
    END-IF

    PERFORM LOAD-GENRE-QUOTAS
    IF WS-QUOTA-ROW-COUNT EQUAL ZERO
        DISPLAY "NO ACTIVE GENRES IN THE GENRE TABLE. NOTHING BUILT."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    PERFORM ACCEPT-GENRE-QUOTA
        VARYING WS-ROW-SUB FROM 1 BY 1
        UNTIL WS-ROW-SUB GREATER THAN WS-QUOTA-ROW-COUNT
    IF WS-QUOTA-TOTAL EQUAL ZERO
        DISPLAY "NO GENRE WAS GIVEN A QUOTA. NOTHING BUILT."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    OPEN OUTPUT ROTATION-FILE
    MOVE WS-WEEK-DATE TO HEADER-WEEK
    MOVE WS-CUTOFF-DATE TO HEADER-CUTOFF
    SET ROTATION-BUILT TO TRUE
    MOVE SPACES TO HEADER-LOGGED-DATE
    WRITE ROTATION-RECORD FROM ROTATION-HEADER-LINE
    WRITE ROTATION-RECORD FROM ROTATION-COLUMN-LINE

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SORT-GENRE SORT-IDLE-RANK
        ON DESCENDING KEY SORT-RATING
        ON ASCENDING KEY SORT-LAST-PLAY SORT-TITLE
        INPUT PROCEDURE IS LOAD-ROTATION-CANDIDATES
        OUTPUT PROCEDURE IS WRITE-ROTATION-PICKS

    CLOSE ROTATION-FILE

    PERFORM WRITE-EXCEPTION-FILE

    DISPLAY "ROTATION WRITTEN: " FUNCTION TRIM(WS-ROTATION-FILENAME)
    DISPLAY "PICKS MADE: " WS-PICK-COUNT " OF " WS-QUOTA-TOTAL
    DISPLAY "GENRES SHORT OF QUOTA: " WS-SHORT-COUNT
    PERFORM LINE-SPLIT
    IF WS-SHORT-COUNT GREATER THAN ZERO
        DISPLAY "EXCEPTIONS WRITTEN: ROTATION-EXCEPTIONS.TXT"
        PERFORM LINE-SPLIT
    END-IF
    DISPLAY "CHANGE THE FLAG TO N ON ANY PICK STRUCK, THEN"
    DISPLAY "CONFIRM THE ROTATION TO LOG ITS PLAYS."
    PERFORM LINE-SPLIT.

LOAD-GENRE-QUOTAS.
    OPEN INPUT GENRE-LIST-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ GENRE-LIST-FILE NEXT RECORD
            AT END MOVE 'Y' TO EOF
            NOT AT END IF GENRE-ENTRY-ACTIVE
                PERFORM ADD-QUOTA-ROW
            END-IF
        END-READ
    END-PERFORM

    CLOSE GENRE-LIST-FILE.

ADD-QUOTA-ROW.
    IF WS-QUOTA-ROW-COUNT LESS THAN WS-QUOTA-ROW-LIMIT
        ADD 1 TO WS-QUOTA-ROW-COUNT
        INITIALIZE QUOTA-ROW(WS-QUOTA-ROW-COUNT)
        MOVE GENRE-NAME-RECORD TO QUOTA-GENRE(WS-QUOTA-ROW-COUNT)
    ELSE
        IF NOT TABLE-FULL-WARNED
            DISPLAY "GENRE TABLE FULL AT " WS-QUOTA-ROW-LIMIT
                ". REMAINING GENRES NOT OFFERED."
            PERFORM LINE-SPLIT
            SET TABLE-FULL-WARNED TO TRUE
        END-IF
    END-IF.

ACCEPT-GENRE-QUOTA.
    DISPLAY "QUOTA FOR " FUNCTION TRIM(QUOTA-GENRE(WS-ROW-SUB))
        "? (0-99, BLANK FOR NONE)"
    PERFORM LINE-SPLIT
    ACCEPT WS-QUOTA-TEXT
    PERFORM CHECK-QUOTA-ENTRY
    PERFORM UNTIL QUOTA-VALID
        DISPLAY "INVALID QUOTA. ENTER 0 TO 99, OR LEAVE BLANK."
        PERFORM LINE-SPLIT
        ACCEPT WS-QUOTA-TEXT
        PERFORM CHECK-QUOTA-ENTRY
    END-PERFORM
    PERFORM LINE-SPLIT
    ADD QUOTA-WANTED(WS-ROW-SUB) TO WS-QUOTA-TOTAL.

CHECK-QUOTA-ENTRY.
    SET QUOTA-VALID TO TRUE
    MOVE ZERO TO QUOTA-WANTED(WS-ROW-SUB)
    IF WS-QUOTA-TEXT NOT EQUAL SPACES
        MOVE FUNCTION TEST-NUMVAL(WS-QUOTA-TEXT)
            TO WS-QUOTA-TEST-RESULT
        IF WS-QUOTA-TEST-RESULT NOT EQUAL ZERO
            SET QUOTA-INVALID TO TRUE
        ELSE
            COMPUTE WS-QUOTA-NUMVAL = FUNCTION NUMVAL(WS-QUOTA-TEXT)
            IF WS-QUOTA-NUMVAL LESS THAN ZERO
                SET QUOTA-INVALID TO TRUE
            ELSE
                MOVE WS-QUOTA-NUMVAL TO QUOTA-WANTED(WS-ROW-SUB)
            END-IF
        END-IF
    END-IF.

*> Every active title whose genre has a quota is weighed here: one
*> out on loan, or with no active CD or LP copy to pull, is counted
*> against its genre and passed over; the rest go to the sort with
*> their latest play date, found by reading through the title's play
*> cluster as PLAY-REPORT-BRANCH does.
LOAD-ROTATION-CANDIDATES.
    OPEN INPUT ALBUM-LIST-FILE
    OPEN INPUT ALBUM-COPIES-FILE
    OPEN INPUT ALBUM-LOANS-FILE
    OPEN INPUT ALBUM-PLAYS-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ ALBUM-LIST-FILE NEXT RECORD
            AT END MOVE 'Y' TO EOF
            NOT AT END IF ALBUM-ACTIVE
                PERFORM WEIGH-ROTATION-TITLE
            END-IF
        END-READ
    END-PERFORM

    CLOSE ALBUM-LIST-FILE
    CLOSE ALBUM-COPIES-FILE
    CLOSE ALBUM-LOANS-FILE
    CLOSE ALBUM-PLAYS-FILE.

WEIGH-ROTATION-TITLE.
    MOVE FUNCTION UPPER-CASE(ALBUM-GENRE-RECORD) TO WS-LOOKUP-GENRE
    PERFORM FIND-QUOTA-ROW
    IF QUOTA-ROW-FOUND
        IF QUOTA-WANTED(WS-MATCHED-ROW) GREATER THAN ZERO
            PERFORM CHECK-TITLE-LOAN
            PERFORM CHECK-SHELF-COPY
            EVALUATE TRUE
                WHEN LOAN-IS-OPEN
                    ADD 1 TO QUOTA-ON-LOAN(WS-MATCHED-ROW)
                WHEN SHELF-COPY-NOT-FOUND
                    ADD 1 TO QUOTA-NO-COPY(WS-MATCHED-ROW)
                WHEN OTHER
                    PERFORM RELEASE-ROTATION-TITLE
            END-EVALUATE
        END-IF
    END-IF.

FIND-QUOTA-ROW.
    MOVE 'N' TO ROW-FOUND-SWITCH
    PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
            UNTIL WS-ROW-SUB GREATER THAN WS-QUOTA-ROW-COUNT
            OR QUOTA-ROW-FOUND
        IF QUOTA-GENRE(WS-ROW-SUB) EQUAL WS-LOOKUP-GENRE
            MOVE 'Y' TO ROW-FOUND-SWITCH
            MOVE WS-ROW-SUB TO WS-MATCHED-ROW
        END-IF
    END-PERFORM.

CHECK-TITLE-LOAN.
    MOVE 'N' TO LOAN-FOUND-SWITCH
    MOVE ALBUM-TITLE-RECORD TO LOAN-TITLE-RECORD
    READ ALBUM-LOANS-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE 'Y' TO LOAN-FOUND-SWITCH
    END-READ.

CHECK-SHELF-COPY.
    MOVE 'N' TO SHELF-COPY-SWITCH
    MOVE ALBUM-TITLE-RECORD TO COPY-TITLE-RECORD
    MOVE ZERO TO COPY-NUMBER-RECORD
    START ALBUM-COPIES-FILE KEY IS NOT LESS THAN ALBUM-COPY-KEY
        INVALID KEY MOVE 'Y' TO COPIES-EOF
        NOT INVALID KEY MOVE 'N' TO COPIES-EOF
    END-START

    PERFORM UNTIL COPIES-END-REACHED OR SHELF-COPY-FOUND
        READ ALBUM-COPIES-FILE NEXT RECORD
            AT END MOVE 'Y' TO COPIES-EOF
            NOT AT END IF COPY-TITLE-RECORD EQUAL ALBUM-TITLE-RECORD
                IF COPY-ACTIVE
                        AND (COPY-FORMAT-RECORD EQUAL "CD"
                        OR COPY-FORMAT-RECORD EQUAL "LP")
                    MOVE 'Y' TO SHELF-COPY-SWITCH
                END-IF
            ELSE
                MOVE 'Y' TO COPIES-EOF
            END-IF
        END-READ
    END-PERFORM.

RELEASE-ROTATION-TITLE.
    MOVE ZERO TO WS-LAST-PLAY-DATE
    PERFORM FIND-LAST-PLAY-DATE

    MOVE WS-LOOKUP-GENRE TO SORT-GENRE
    IF WS-LAST-PLAY-DATE LESS THAN WS-CUTOFF-DATE
        MOVE 1 TO SORT-IDLE-RANK
    ELSE
        MOVE 2 TO SORT-IDLE-RANK
    END-IF
    MOVE ALBUM-RATING-RECORD TO SORT-RATING
    MOVE WS-LAST-PLAY-DATE TO SORT-LAST-PLAY
    MOVE ALBUM-TITLE-RECORD TO SORT-TITLE
    RELEASE SORT-RECORD.

FIND-LAST-PLAY-DATE.
    MOVE ALBUM-TITLE-RECORD TO PLAY-TITLE-RECORD
    MOVE ZERO TO PLAY-SEQUENCE-RECORD
    START ALBUM-PLAYS-FILE KEY IS NOT LESS THAN PLAY-KEY
        INVALID KEY MOVE 'Y' TO PLAYS-EOF
        NOT INVALID KEY MOVE 'N' TO PLAYS-EOF
    END-START

    PERFORM UNTIL PLAYS-END-REACHED
        READ ALBUM-PLAYS-FILE NEXT RECORD
            AT END MOVE 'Y' TO PLAYS-EOF
            NOT AT END IF PLAY-TITLE-RECORD EQUAL ALBUM-TITLE-RECORD
                IF PLAY-DATE-RECORD GREATER THAN WS-LAST-PLAY-DATE
                    MOVE PLAY-DATE-RECORD TO WS-LAST-PLAY-DATE
                END-IF
            ELSE
                MOVE 'Y' TO PLAYS-EOF
            END-IF
        END-READ
    END-PERFORM.

*> The candidates come back grouped by genre in order of preference,
*> so each genre simply takes from the top until its quota is met.
WRITE-ROTATION-PICKS.
    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        RETURN SORT-WORK-FILE
            AT END MOVE 'Y' TO EOF
            NOT AT END PERFORM TAKE-ROTATION-PICK
        END-RETURN
    END-PERFORM.

TAKE-ROTATION-PICK.
    MOVE SORT-GENRE TO WS-LOOKUP-GENRE
    PERFORM FIND-QUOTA-ROW
    IF QUOTA-PICKED(WS-MATCHED-ROW) LESS THAN QUOTA-WANTED(WS-MATCHED-ROW)
        MOVE 'Y' TO PICK-FLAG
        MOVE SORT-GENRE TO PICK-GENRE
        MOVE SORT-TITLE TO PICK-TITLE
        MOVE SORT-RATING TO PICK-RATING
        IF SORT-LAST-PLAY EQUAL ZERO
            MOVE "NEVER PLAYED" TO PICK-LAST-PLAYED
        ELSE
            MOVE SORT-LAST-PLAY TO PICK-LAST-PLAYED
        END-IF
        IF SORT-IDLE-RANK EQUAL 1
            MOVE "IDLE" TO PICK-MARK
        ELSE
            MOVE "RECENT" TO PICK-MARK
        END-IF
        WRITE ROTATION-RECORD FROM PICK-LINE
        ADD 1 TO QUOTA-PICKED(WS-MATCHED-ROW)
        ADD 1 TO WS-PICK-COUNT
    END-IF.

WRITE-EXCEPTION-FILE.
    OPEN OUTPUT EXCEPTION-FILE
    WRITE EXCEPTION-RECORD FROM EXCEPTION-HEADING-1
    MOVE WS-WEEK-DATE TO EXCEPTION-WEEK
    WRITE EXCEPTION-RECORD FROM EXCEPTION-WEEK-LINE
    WRITE EXCEPTION-RECORD FROM EXCEPTION-HEADING-2
    WRITE EXCEPTION-RECORD FROM EXCEPTION-HEADING-3

    PERFORM WRITE-EXCEPTION-LINE
        VARYING WS-ROW-SUB FROM 1 BY 1
        UNTIL WS-ROW-SUB GREATER THAN WS-QUOTA-ROW-COUNT

    WRITE EXCEPTION-RECORD FROM EXCEPTION-HEADING-3
    MOVE "GENRES SHORT OF QUOTA:" TO SUMMARY-LABEL
    MOVE WS-SHORT-COUNT TO SUMMARY-COUNT
    WRITE EXCEPTION-RECORD FROM SUMMARY-LINE
    CLOSE EXCEPTION-FILE.

WRITE-EXCEPTION-LINE.
    IF QUOTA-PICKED(WS-ROW-SUB) LESS THAN QUOTA-WANTED(WS-ROW-SUB)
        COMPUTE WS-SHORT-BY =
            QUOTA-WANTED(WS-ROW-SUB) - QUOTA-PICKED(WS-ROW-SUB)
        MOVE QUOTA-GENRE(WS-ROW-SUB) TO EXCEPTION-GENRE
        MOVE QUOTA-WANTED(WS-ROW-SUB) TO EXCEPTION-QUOTA
        MOVE QUOTA-PICKED(WS-ROW-SUB) TO EXCEPTION-PICKED
        MOVE WS-SHORT-BY TO EXCEPTION-SHORT
        MOVE QUOTA-ON-LOAN(WS-ROW-SUB) TO EXCEPTION-ON-LOAN
        MOVE QUOTA-NO-COPY(WS-ROW-SUB) TO EXCEPTION-NO-COPY
        WRITE EXCEPTION-RECORD FROM EXCEPTION-DETAIL-LINE
        ADD 1 TO WS-SHORT-COUNT
    END-IF.

CONFIRM-ROTATION.
    OPEN INPUT ROTATION-FILE
    IF ROTATION-FILE-STATUS NOT EQUAL "00"
        DISPLAY "NO ROTATION FILE FOUND: "
            FUNCTION TRIM(WS-ROTATION-FILENAME)
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ ROTATION-FILE
            AT END MOVE 'Y' TO EOF
            NOT AT END IF WS-LINE-COUNT LESS THAN WS-LINE-LIMIT
                ADD 1 TO WS-LINE-COUNT
                MOVE ROTATION-RECORD TO ROTATION-LINE-ENTRY(WS-LINE-COUNT)
            END-IF
        END-READ
    END-PERFORM
    CLOSE ROTATION-FILE

    IF WS-LINE-COUNT EQUAL ZERO
        DISPLAY "THE ROTATION FILE IS EMPTY. NOTHING LOGGED."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    MOVE ROTATION-LINE-ENTRY(1) TO ROTATION-HEADER-LINE
    IF ROTATION-LOGGED
        DISPLAY "THIS ROTATION WAS LOGGED ON " HEADER-LOGGED-DATE "."
        DISPLAY "NOTHING LOGGED."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    DISPLAY "LOG THE PICKS MARKED Y IN "
        FUNCTION TRIM(WS-ROTATION-FILENAME) " AS PLAYED? (Y/N)"
    PERFORM LINE-SPLIT
    ACCEPT WS-CONFIRM-REPLY
    PERFORM LINE-SPLIT
    IF NOT LOGGING-CONFIRMED
        DISPLAY "NOTHING LOGGED."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    OPEN INPUT ALBUM-LIST-FILE
    OPEN I-O ALBUM-PLAYS-FILE

    PERFORM LOG-ROTATION-LINE
        VARYING WS-LINE-SUB FROM 2 BY 1
        UNTIL WS-LINE-SUB GREATER THAN WS-LINE-COUNT

    CLOSE ALBUM-LIST-FILE
    CLOSE ALBUM-PLAYS-FILE

    SET ROTATION-LOGGED TO TRUE
    MOVE WS-TODAY TO HEADER-LOGGED-DATE
    MOVE ROTATION-HEADER-LINE TO ROTATION-LINE-ENTRY(1)

    OPEN OUTPUT ROTATION-FILE
    PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
            UNTIL WS-LINE-SUB GREATER THAN WS-LINE-COUNT
        WRITE ROTATION-RECORD FROM ROTATION-LINE-ENTRY(WS-LINE-SUB)
    END-PERFORM
    CLOSE ROTATION-FILE

    DISPLAY "PLAYS LOGGED: " WS-LOGGED-COUNT
    DISPLAY "PICKS STRUCK: " WS-STRUCK-COUNT
    DISPLAY "TITLES NO LONGER ACTIVE, SKIPPED: " WS-NOT-ACTIVE-COUNT
    PERFORM LINE-SPLIT.

*> Lines other than picks - the column heading - carry neither flag
*> and are passed over.
LOG-ROTATION-LINE.
    MOVE ROTATION-LINE-ENTRY(WS-LINE-SUB) TO PICK-LINE
    EVALUATE TRUE
        WHEN PICK-CONFIRMED
            PERFORM CHECK-PICK-ON-FILE
            IF ALBUM-ON-FILE
                PERFORM LOG-ROTATION-PLAY
            ELSE
                ADD 1 TO WS-NOT-ACTIVE-COUNT
            END-IF
        WHEN PICK-STRUCK
            ADD 1 TO WS-STRUCK-COUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

CHECK-PICK-ON-FILE.
    MOVE 'N' TO ALBUM-FOUND-SWITCH
    MOVE PICK-TITLE TO ALBUM-TITLE-RECORD
    READ ALBUM-LIST-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY IF ALBUM-ACTIVE
            MOVE 'Y' TO ALBUM-FOUND-SWITCH
        END-IF
    END-READ.

*> The new play's sequence number is one past the highest already on
*> file for the title, and the play is dated today, exactly as
*> PLAY-BRANCH logs a play.
LOG-ROTATION-PLAY.
    MOVE PICK-TITLE TO WS-PLAY-TITLE
    MOVE ZERO TO WS-LAST-SEQUENCE
    PERFORM FIND-LAST-SEQUENCE

    MOVE WS-PLAY-TITLE TO PLAY-TITLE-RECORD
    COMPUTE PLAY-SEQUENCE-RECORD = WS-LAST-SEQUENCE + 1
    MOVE WS-TODAY TO PLAY-DATE-RECORD
    WRITE PLAY-RECORD
    ADD 1 TO WS-LOGGED-COUNT.

FIND-LAST-SEQUENCE.
    MOVE WS-PLAY-TITLE TO PLAY-TITLE-RECORD
    MOVE ZERO TO PLAY-SEQUENCE-RECORD
    START ALBUM-PLAYS-FILE KEY IS NOT LESS THAN PLAY-KEY
        INVALID KEY MOVE 'Y' TO PLAYS-EOF
        NOT INVALID KEY MOVE 'N' TO PLAYS-EOF
    END-START

    PERFORM UNTIL PLAYS-END-REACHED
        READ ALBUM-PLAYS-FILE NEXT RECORD
            AT END MOVE 'Y' TO PLAYS-EOF
            NOT AT END IF PLAY-TITLE-RECORD EQUAL WS-PLAY-TITLE
                MOVE PLAY-SEQUENCE-RECORD TO WS-LAST-SEQUENCE
            ELSE
                MOVE 'Y' TO PLAYS-EOF
            END-IF
        END-READ
    END-PERFORM.

*> The prompt is DISPLAYed by the caller; blank is let through for
*> the caller's default.
ACCEPT-ROTATION-DATE.
    PERFORM LINE-SPLIT
    ACCEPT WS-DATE-TEXT
    PERFORM CHECK-ROTATION-DATE
    PERFORM UNTIL DATE-VALID
        DISPLAY "INVALID DATE. ENTER YYYYMMDD, OR LEAVE BLANK."
        PERFORM LINE-SPLIT
        ACCEPT WS-DATE-TEXT
        PERFORM CHECK-ROTATION-DATE
    END-PERFORM
    PERFORM LINE-SPLIT.

CHECK-ROTATION-DATE.
    SET DATE-VALID TO TRUE
    IF WS-DATE-TEXT NOT EQUAL SPACES
        IF WS-DATE-TEXT IS NOT NUMERIC
            SET DATE-INVALID TO TRUE
        ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-DATE-TEXT))
                    NOT EQUAL ZERO
                SET DATE-INVALID TO TRUE
            END-IF
        END-IF
    END-IF.

LINE-SPLIT.
    DISPLAY "====================================================".
