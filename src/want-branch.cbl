>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Keeps the want list - albums we do not hold that a customer or one
*> of the staff has asked us to look out for. Each want lives in
*> WANT-FILE, keyed on the same uppercase title key the catalog uses
*> plus a request number, the way the copy inventory is keyed, so
*> several people can be waiting on one title. The operator names a
*> title, then takes a new want (artist, preferred format, who asked,
*> how to reach them, and the date they asked), marks a requester as
*> called once they have been told the title is in, cancels a want
*> the requester has withdrawn, or views the title's wants in the
*> order they were taken. A want cannot be taken for a title already
*> active in the catalog - we hold it. Wants are never removed: the
*> adds match them off as fulfilled (FULFILL-WANT-ENTRIES) and a
*> withdrawn one is cancelled, so the numbering stays in request
*> order and WANT-REPORT-BRANCH can age them.

IDENTIFICATION DIVISION.
PROGRAM-ID. WANT-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "want-select.cpy".

DATA DIVISION.
FILE SECTION.
    FD ALBUM-LIST-FILE.
        COPY "album-record.cpy".

    FD WANT-FILE.
        COPY "want-record.cpy".

WORKING-STORAGE SECTION.
    COPY "album-input-fields.cpy".
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "want-fields.cpy".

    01 WANT-CHOICE PICTURE X.
        88 WANT-ADD-CHOSEN VALUE '1'.
        88 WANT-CALLED-CHOSEN VALUE '2'.
        88 WANT-CANCEL-CHOSEN VALUE '3'.
        88 WANT-VIEW-CHOSEN VALUE '4'.
        88 WANT-CHOICE-KNOWN VALUE '1', '2', '3', '4'.

    01 ALBUM-FOUND-SWITCH PICTURE X.
        88 ALBUM-ON-FILE VALUE 'Y'.
        88 ALBUM-NOT-ON-FILE VALUE 'N'.

    01 WS-WANT-TITLE PICTURE X(50).
    01 WS-WANT-ARTIST PICTURE X(50).
    01 WS-WANT-FORMAT PICTURE X(07).
    01 WS-WANT-REQUESTER PICTURE X(30).
    01 WS-WANT-CONTACT PICTURE X(40).
    01 WS-ASKED-TEXT PICTURE X(08).
    01 WS-ASKED-DATE PICTURE 9(08).
    01 WS-NUMBER-TEXT PICTURE X(03).
    01 WS-WANTED-NUMBER PICTURE 9(03).
    01 WS-LAST-NUMBER PICTURE 9(03) VALUE ZERO.
    01 WS-WANT-COUNT PICTURE 9(03) VALUE ZERO.

    01 WANT-DISPLAY-LINE.
        03 WANT-DISPLAY-NUMBER PICTURE 9(03).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 WANT-DISPLAY-REQUESTER PICTURE X(30).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 WANT-DISPLAY-FORMAT PICTURE X(07).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 WANT-DISPLAY-DATE.
            05 WANT-DISPLAY-YEAR PICTURE X(04).
            05 FILLER PICTURE X VALUE '-'.
            05 WANT-DISPLAY-MONTH PICTURE X(02).
            05 FILLER PICTURE X VALUE '-'.
            05 WANT-DISPLAY-DAY PICTURE X(02).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 WANT-DISPLAY-STATUS PICTURE X(11).

    01 WANT-CONTACT-LINE.
        03 FILLER PICTURE X(05) VALUE SPACES.
        03 WANT-DISPLAY-CONTACT PICTURE X(40).

PROCEDURE DIVISION.
WANT-BRANCH.
    DISPLAY "WANT LIST FUNCTION."
    PERFORM LINE-SPLIT
    DISPLAY "INPUT A TITLE."
    PERFORM LINE-SPLIT
    ACCEPT ALBUM-TITLE
    MOVE FUNCTION UPPER-CASE(ALBUM-TITLE) TO WS-WANT-TITLE

    PERFORM LINE-SPLIT
    DISPLAY "1 - ADD A WANT"
    DISPLAY "2 - MARK A REQUESTER CALLED"
    DISPLAY "3 - CANCEL A WANT"
    DISPLAY "4 - VIEW WANTS"
    PERFORM LINE-SPLIT
    DISPLAY "CHOOSE A FUNCTION."
    PERFORM LINE-SPLIT
    ACCEPT WANT-CHOICE
    PERFORM UNTIL WANT-CHOICE-KNOWN
        DISPLAY "UNKNOWN CHOICE. ENTER 1, 2, 3, OR 4."
        PERFORM LINE-SPLIT
        ACCEPT WANT-CHOICE
    END-PERFORM

    PERFORM LINE-SPLIT

    EVALUATE TRUE
        WHEN WANT-ADD-CHOSEN
            PERFORM CHECK-ALBUM-ON-FILE
            IF ALBUM-ON-FILE
                DISPLAY "TITLE IS ALREADY IN THE CATALOG."
                PERFORM LINE-SPLIT
            ELSE
                PERFORM ADD-WANT-ENTRY
            END-IF
        WHEN WANT-CALLED-CHOSEN
            PERFORM MARK-WANT-CALLED
        WHEN WANT-CANCEL-CHOSEN
            PERFORM CANCEL-WANT-ENTRY
        WHEN OTHER
            PERFORM VIEW-WANT-ENTRIES
    END-EVALUATE

    GOBACK.

*> Only an active record means we hold the title; a retired one is
*> exactly the kind of album someone may want us to find again.
CHECK-ALBUM-ON-FILE.
    MOVE 'N' TO ALBUM-FOUND-SWITCH
    OPEN INPUT ALBUM-LIST-FILE
    MOVE WS-WANT-TITLE TO ALBUM-TITLE-RECORD
    READ ALBUM-LIST-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY IF ALBUM-ACTIVE
            MOVE 'Y' TO ALBUM-FOUND-SWITCH
        END-IF
    END-READ
    CLOSE ALBUM-LIST-FILE.

*> The new want's number is one past the highest already on file for
*> the title, found by reading to the end of the title's cluster, the
*> way COPIES-BRANCH numbers a new copy.
ADD-WANT-ENTRY.
    DISPLAY "INPUT AN ARTIST."
    PERFORM LINE-SPLIT
    ACCEPT WS-WANT-ARTIST
    PERFORM LINE-SPLIT
    DISPLAY "INPUT A PREFERRED FORMAT. (CD, LP, DIGITAL, OR BLANK)"
    PERFORM LINE-SPLIT
    ACCEPT WS-FORMAT-TEXT
    PERFORM CHECK-WANT-FORMAT
    PERFORM UNTIL FORMAT-VALID
        DISPLAY "INVALID FORMAT. ENTER CD, LP, DIGITAL, OR LEAVE BLANK."
        PERFORM LINE-SPLIT
        DISPLAY "INPUT A PREFERRED FORMAT. (CD, LP, DIGITAL, OR BLANK)"
        PERFORM LINE-SPLIT
        ACCEPT WS-FORMAT-TEXT
        PERFORM CHECK-WANT-FORMAT
    END-PERFORM

    PERFORM LINE-SPLIT
    DISPLAY "INPUT WHO ASKED."
    PERFORM LINE-SPLIT
    ACCEPT WS-WANT-REQUESTER
    PERFORM UNTIL WS-WANT-REQUESTER NOT EQUAL SPACES
        DISPLAY "A REQUESTER IS REQUIRED."
        PERFORM LINE-SPLIT
        DISPLAY "INPUT WHO ASKED."
        PERFORM LINE-SPLIT
        ACCEPT WS-WANT-REQUESTER
    END-PERFORM
    PERFORM LINE-SPLIT
    DISPLAY "INPUT A CONTACT LINE. (PHONE, E-MAIL, OR SHOP)"
    PERFORM LINE-SPLIT
    ACCEPT WS-WANT-CONTACT
    PERFORM LINE-SPLIT
    DISPLAY "INPUT THE DATE ASKED. (YYYYMMDD, BLANK FOR TODAY)"
    PERFORM LINE-SPLIT
    ACCEPT WS-ASKED-TEXT
    PERFORM UNTIL WS-ASKED-TEXT EQUAL SPACES
            OR WS-ASKED-TEXT IS NUMERIC
        DISPLAY "INVALID DATE. ENTER YYYYMMDD, OR LEAVE BLANK."
        PERFORM LINE-SPLIT
        DISPLAY "INPUT THE DATE ASKED. (YYYYMMDD, BLANK FOR TODAY)"
        PERFORM LINE-SPLIT
        ACCEPT WS-ASKED-TEXT
    END-PERFORM
    PERFORM LINE-SPLIT

    IF WS-ASKED-TEXT EQUAL SPACES
        ACCEPT WS-ASKED-DATE FROM DATE YYYYMMDD
    ELSE
        MOVE WS-ASKED-TEXT TO WS-ASKED-DATE
    END-IF

    OPEN I-O WANT-FILE

    MOVE ZERO TO WS-LAST-NUMBER
    PERFORM FIND-LAST-WANT-NUMBER

    MOVE WS-WANT-TITLE TO WANT-TITLE-RECORD
    COMPUTE WANT-NUMBER-RECORD = WS-LAST-NUMBER + 1
    MOVE WS-WANT-ARTIST TO WANT-ARTIST-RECORD
    MOVE WS-WANT-FORMAT TO WANT-FORMAT-RECORD
    MOVE WS-WANT-REQUESTER TO WANT-REQUESTER-RECORD
    MOVE WS-WANT-CONTACT TO WANT-CONTACT-RECORD
    MOVE WS-ASKED-DATE TO WANT-ASKED-RECORD
    SET WANT-OPEN TO TRUE
    MOVE ZERO TO WANT-FULFILLED-RECORD
    SET WANT-NO-CALL TO TRUE
    WRITE WANT-RECORD

    CLOSE WANT-FILE

    DISPLAY "SUCCESS. WANT NUMBER: " WANT-NUMBER-RECORD
    PERFORM LINE-SPLIT.

*> A blank format means any format will do; anything else goes
*> through the shared check and is kept folded to upper case.
CHECK-WANT-FORMAT.
    IF WS-FORMAT-TEXT EQUAL SPACES
        SET FORMAT-VALID TO TRUE
        MOVE SPACES TO WS-WANT-FORMAT
    ELSE
        PERFORM VALIDATE-FORMAT-TEXT
        MOVE ALBUM-FORMAT TO WS-WANT-FORMAT
    END-IF.

FIND-LAST-WANT-NUMBER.
    MOVE WS-WANT-TITLE TO WANT-TITLE-RECORD
    MOVE ZERO TO WANT-NUMBER-RECORD
    START WANT-FILE KEY IS NOT LESS THAN WANT-KEY
        INVALID KEY MOVE 'Y' TO WANTS-EOF
        NOT INVALID KEY MOVE 'N' TO WANTS-EOF
    END-START

    PERFORM UNTIL WANTS-END-REACHED
        READ WANT-FILE NEXT RECORD
            AT END MOVE 'Y' TO WANTS-EOF
            NOT AT END IF WANT-TITLE-RECORD EQUAL WS-WANT-TITLE
                MOVE WANT-NUMBER-RECORD TO WS-LAST-NUMBER
            ELSE
                MOVE 'Y' TO WANTS-EOF
            END-IF
        END-READ
    END-PERFORM.

ACCEPT-WANT-NUMBER.
    DISPLAY "INPUT THE WANT NUMBER."
    PERFORM LINE-SPLIT
    ACCEPT WS-NUMBER-TEXT
    PERFORM LINE-SPLIT.

*> Only a fulfilled want waiting on its call can be marked called;
*> the call is what closes the want out of the report's call list.
MARK-WANT-CALLED.
    PERFORM VIEW-WANT-ENTRIES
    IF WS-WANT-COUNT EQUAL ZERO
        GOBACK
    END-IF
    PERFORM ACCEPT-WANT-NUMBER
    IF WS-NUMBER-TEXT IS NOT NUMERIC
        DISPLAY "INVALID WANT NUMBER."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF
    MOVE WS-NUMBER-TEXT TO WS-WANTED-NUMBER

    OPEN I-O WANT-FILE

    MOVE WS-WANT-TITLE TO WANT-TITLE-RECORD
    MOVE WS-WANTED-NUMBER TO WANT-NUMBER-RECORD
    READ WANT-FILE
        INVALID KEY DISPLAY "WANT NOT FOUND."
        NOT INVALID KEY IF WANT-CALL-PENDING
            SET WANT-CALL-MADE TO TRUE
            REWRITE WANT-RECORD
            DISPLAY "SUCCESS."
        ELSE
            DISPLAY "NO CALL IS WAITING ON THAT WANT."
        END-IF
    END-READ

    CLOSE WANT-FILE
    PERFORM LINE-SPLIT.

*> A cancelled want is marked, not removed, so its number is never
*> handed out again for the title. Only an open want can be cancelled.
CANCEL-WANT-ENTRY.
    PERFORM VIEW-WANT-ENTRIES
    IF WS-WANT-COUNT EQUAL ZERO
        GOBACK
    END-IF
    PERFORM ACCEPT-WANT-NUMBER
    IF WS-NUMBER-TEXT IS NOT NUMERIC
        DISPLAY "INVALID WANT NUMBER."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF
    MOVE WS-NUMBER-TEXT TO WS-WANTED-NUMBER

    OPEN I-O WANT-FILE

    MOVE WS-WANT-TITLE TO WANT-TITLE-RECORD
    MOVE WS-WANTED-NUMBER TO WANT-NUMBER-RECORD
    READ WANT-FILE
        INVALID KEY DISPLAY "WANT NOT FOUND."
        NOT INVALID KEY IF WANT-OPEN
            SET WANT-CANCELLED TO TRUE
            REWRITE WANT-RECORD
            DISPLAY "SUCCESS."
        ELSE
            DISPLAY "THAT WANT IS NOT OPEN."
        END-IF
    END-READ

    CLOSE WANT-FILE
    PERFORM LINE-SPLIT.

VIEW-WANT-ENTRIES.
    MOVE ZERO TO WS-WANT-COUNT
    OPEN INPUT WANT-FILE

    MOVE WS-WANT-TITLE TO WANT-TITLE-RECORD
    MOVE ZERO TO WANT-NUMBER-RECORD
    START WANT-FILE KEY IS NOT LESS THAN WANT-KEY
        INVALID KEY MOVE 'Y' TO WANTS-EOF
        NOT INVALID KEY MOVE 'N' TO WANTS-EOF
    END-START

    PERFORM UNTIL WANTS-END-REACHED
        READ WANT-FILE NEXT RECORD
            AT END MOVE 'Y' TO WANTS-EOF
            NOT AT END IF WANT-TITLE-RECORD EQUAL WS-WANT-TITLE
                PERFORM DISPLAY-WANT-ENTRY
            ELSE
                MOVE 'Y' TO WANTS-EOF
            END-IF
        END-READ
    END-PERFORM

    CLOSE WANT-FILE

    IF WS-WANT-COUNT EQUAL ZERO
        DISPLAY "NO WANTS ON FILE."
    ELSE
        DISPLAY "WANTS ON FILE: " WS-WANT-COUNT
    END-IF
    PERFORM LINE-SPLIT.

DISPLAY-WANT-ENTRY.
    MOVE WANT-NUMBER-RECORD TO WANT-DISPLAY-NUMBER
    MOVE WANT-REQUESTER-RECORD TO WANT-DISPLAY-REQUESTER
    IF WANT-FORMAT-RECORD EQUAL SPACES
        MOVE "ANY" TO WANT-DISPLAY-FORMAT
    ELSE
        MOVE WANT-FORMAT-RECORD TO WANT-DISPLAY-FORMAT
    END-IF
    MOVE WANT-ASKED-RECORD(1:4) TO WANT-DISPLAY-YEAR
    MOVE WANT-ASKED-RECORD(5:2) TO WANT-DISPLAY-MONTH
    MOVE WANT-ASKED-RECORD(7:2) TO WANT-DISPLAY-DAY
    EVALUATE TRUE
        WHEN WANT-OPEN
            MOVE "OPEN" TO WANT-DISPLAY-STATUS
        WHEN WANT-CANCELLED
            MOVE "CANCELLED" TO WANT-DISPLAY-STATUS
        WHEN WANT-CALL-PENDING
            MOVE "TO CALL" TO WANT-DISPLAY-STATUS
        WHEN OTHER
            MOVE "CALLED" TO WANT-DISPLAY-STATUS
    END-EVALUATE
    DISPLAY WANT-DISPLAY-LINE
    IF WANT-CONTACT-RECORD NOT EQUAL SPACES
        MOVE WANT-CONTACT-RECORD TO WANT-DISPLAY-CONTACT
        DISPLAY WANT-CONTACT-LINE
    END-IF
    ADD 1 TO WS-WANT-COUNT.

LINE-SPLIT.
    DISPLAY "====================================================".

COPY "validate-format.cpy".
