>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Maintains the borrower register in BORROWER-FILE - everyone
*> LOAN-BRANCH may check an album out to, with a contact line, the
*> most albums they may have out at once, and whether they are
*> blocked. The operator adds a borrower, changes a name or contact
*> line, changes a lending limit, blocks or unblocks a borrower, or
*> lists the register with what each borrower has out now. Limits
*> and blocks are a supervisor's decision, so a clerk signed on at
*> MENU-MAIN may register borrowers and keep their details but is
*> refused those two. A borrower is never removed: the permanent
*> loan history names them by ID, so blocking is how one is stopped.

IDENTIFICATION DIVISION.
PROGRAM-ID. BORROWER-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "borrower-select.cpy".
    COPY "loans-select.cpy".

DATA DIVISION.
FILE SECTION.
    FD BORROWER-FILE.
        COPY "borrower-record.cpy".

    FD ALBUM-LOANS-FILE.
        COPY "loans-record.cpy".

WORKING-STORAGE SECTION.
    COPY "eof-switch.cpy".
    COPY "borrower-fields.cpy".
    COPY "loans-fields.cpy".
    COPY "signon-fields.cpy".

    01 BORROWER-CHOICE PICTURE X.
        88 BORROWER-ADD-CHOSEN VALUE '1'.
        88 BORROWER-DETAILS-CHOSEN VALUE '2'.
        88 BORROWER-LIMIT-CHOSEN VALUE '3'.
        88 BORROWER-BLOCK-CHOSEN VALUE '4'.
        88 BORROWER-LIST-CHOSEN VALUE '5'.
        88 BORROWER-CHOICE-KNOWN VALUE '1', '2', '3', '4', '5'.

    01 WS-CONFIRM-REPLY PICTURE X.
        88 CHANGE-CONFIRMED VALUE 'Y', 'y'.

    01 WS-BORROWER-ID PICTURE X(08).
    01 WS-BORROWER-NAME PICTURE X(30).
    01 WS-BORROWER-CONTACT PICTURE X(40).
    01 WS-LIMIT-TEXT PICTURE X(02).
    01 WS-BORROWER-LIMIT PICTURE 9(02).

    01 WS-OUT-COUNT PICTURE 9(03) VALUE ZERO.
    01 WS-BORROWER-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-BLOCKED-COUNT PICTURE 9(05) VALUE ZERO.

    01 BORROWER-DISPLAY-LINE.
        03 BORROWER-DISPLAY-ID PICTURE X(08).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 BORROWER-DISPLAY-NAME PICTURE X(30).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 BORROWER-DISPLAY-OUT PICTURE ZZ9.
        03 FILLER PICTURE X VALUE "/".
        03 BORROWER-DISPLAY-LIMIT PICTURE Z9.
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 BORROWER-DISPLAY-STATUS PICTURE X(07).

    01 BORROWER-CONTACT-LINE.
        03 FILLER PICTURE X(10) VALUE SPACES.
        03 BORROWER-DISPLAY-CONTACT PICTURE X(40).

PROCEDURE DIVISION.
BORROWER-BRANCH.
    DISPLAY "BORROWER MAINTENANCE FUNCTION."
    PERFORM LINE-SPLIT
    DISPLAY "1 - ADD A BORROWER"
    DISPLAY "2 - CHANGE A NAME OR CONTACT"
    DISPLAY "3 - CHANGE A LENDING LIMIT"
    DISPLAY "4 - BLOCK OR UNBLOCK A BORROWER"
    DISPLAY "5 - LIST BORROWERS"
    PERFORM LINE-SPLIT
    DISPLAY "CHOOSE A FUNCTION."
    PERFORM LINE-SPLIT
    ACCEPT BORROWER-CHOICE
    PERFORM UNTIL BORROWER-CHOICE-KNOWN
        DISPLAY "UNKNOWN CHOICE. ENTER 1, 2, 3, 4, OR 5."
        PERFORM LINE-SPLIT
        ACCEPT BORROWER-CHOICE
    END-PERFORM

    PERFORM LINE-SPLIT

    IF (BORROWER-LIMIT-CHOSEN OR BORROWER-BLOCK-CHOSEN)
            AND SIGNON-CLERK
        DISPLAY "LIMITS AND BLOCKS NEED A SUPERVISOR."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    EVALUATE TRUE
        WHEN BORROWER-ADD-CHOSEN PERFORM ADD-BORROWER-ENTRY
        WHEN BORROWER-DETAILS-CHOSEN PERFORM CHANGE-BORROWER-DETAILS
        WHEN BORROWER-LIMIT-CHOSEN PERFORM CHANGE-BORROWER-LIMIT
        WHEN BORROWER-BLOCK-CHOSEN PERFORM CHANGE-BORROWER-BLOCK
        WHEN OTHER PERFORM LIST-BORROWER-ENTRIES
    END-EVALUATE

    GOBACK.

ACCEPT-BORROWER-ID.
    DISPLAY "INPUT A BORROWER ID."
    PERFORM LINE-SPLIT
    ACCEPT WS-BORROWER-ID
    PERFORM UNTIL WS-BORROWER-ID NOT EQUAL SPACES
        DISPLAY "A BORROWER ID IS REQUIRED."
        PERFORM LINE-SPLIT
        DISPLAY "INPUT A BORROWER ID."
        PERFORM LINE-SPLIT
        ACCEPT WS-BORROWER-ID
    END-PERFORM
    MOVE FUNCTION UPPER-CASE(WS-BORROWER-ID) TO WS-BORROWER-ID
    PERFORM LINE-SPLIT.

ACCEPT-BORROWER-NAME.
    DISPLAY "INPUT THE BORROWER'S NAME."
    PERFORM LINE-SPLIT
    ACCEPT WS-BORROWER-NAME
    PERFORM UNTIL WS-BORROWER-NAME NOT EQUAL SPACES
        DISPLAY "A NAME IS REQUIRED."
        PERFORM LINE-SPLIT
        DISPLAY "INPUT THE BORROWER'S NAME."
        PERFORM LINE-SPLIT
        ACCEPT WS-BORROWER-NAME
    END-PERFORM
    PERFORM LINE-SPLIT.

ACCEPT-BORROWER-CONTACT.
    DISPLAY "INPUT A CONTACT LINE. (PHONE, E-MAIL, OR SHOP)"
    PERFORM LINE-SPLIT
    ACCEPT WS-BORROWER-CONTACT
    PERFORM LINE-SPLIT.

*> A single digit is taken as keyed ("5" for 05), since a limit is
*> nearly always one digit.
ACCEPT-BORROWER-LIMIT.
    DISPLAY "INPUT THE LENDING LIMIT. (1-99 ALBUMS OUT AT ONCE)"
    PERFORM LINE-SPLIT
    ACCEPT WS-LIMIT-TEXT
    PERFORM NORMALIZE-LIMIT-TEXT
    PERFORM UNTIL WS-LIMIT-TEXT IS NUMERIC
            AND WS-LIMIT-TEXT NOT EQUAL "00"
        DISPLAY "INVALID LIMIT. ENTER 1 TO 99."
        PERFORM LINE-SPLIT
        DISPLAY "INPUT THE LENDING LIMIT. (1-99 ALBUMS OUT AT ONCE)"
        PERFORM LINE-SPLIT
        ACCEPT WS-LIMIT-TEXT
        PERFORM NORMALIZE-LIMIT-TEXT
    END-PERFORM
    MOVE WS-LIMIT-TEXT TO WS-BORROWER-LIMIT
    PERFORM LINE-SPLIT.

NORMALIZE-LIMIT-TEXT.
    IF WS-LIMIT-TEXT(2:1) EQUAL SPACE
            AND WS-LIMIT-TEXT(1:1) NOT EQUAL SPACE
        MOVE WS-LIMIT-TEXT(1:1) TO WS-LIMIT-TEXT(2:1)
        MOVE '0' TO WS-LIMIT-TEXT(1:1)
    END-IF.

ADD-BORROWER-ENTRY.
    PERFORM ACCEPT-BORROWER-ID

    OPEN I-O BORROWER-FILE

    MOVE WS-BORROWER-ID TO BORROWER-ID-RECORD
    READ BORROWER-FILE
        INVALID KEY PERFORM ADD-NEW-BORROWER
        NOT INVALID KEY DISPLAY "BORROWER ALREADY ON FILE."
    END-READ

    CLOSE BORROWER-FILE
    PERFORM LINE-SPLIT.

ADD-NEW-BORROWER.
    PERFORM ACCEPT-BORROWER-NAME
    PERFORM ACCEPT-BORROWER-CONTACT
    PERFORM ACCEPT-BORROWER-LIMIT

    MOVE WS-BORROWER-ID TO BORROWER-ID-RECORD
    MOVE WS-BORROWER-NAME TO BORROWER-NAME-RECORD
    MOVE WS-BORROWER-CONTACT TO BORROWER-CONTACT-RECORD
    MOVE WS-BORROWER-LIMIT TO BORROWER-LIMIT-RECORD
    SET BORROWER-NOT-BLOCKED TO TRUE
    WRITE BORROWER-RECORD
    DISPLAY "SUCCESS.".

*> A blank reply keeps the name or contact line already on file.
CHANGE-BORROWER-DETAILS.
    PERFORM ACCEPT-BORROWER-ID

    OPEN I-O BORROWER-FILE

    MOVE WS-BORROWER-ID TO BORROWER-ID-RECORD
    READ BORROWER-FILE
        INVALID KEY DISPLAY "BORROWER NOT FOUND."
        NOT INVALID KEY PERFORM REWRITE-BORROWER-DETAILS
    END-READ

    CLOSE BORROWER-FILE
    PERFORM LINE-SPLIT.

REWRITE-BORROWER-DETAILS.
    DISPLAY "NAME ON FILE: " BORROWER-NAME-RECORD
    DISPLAY "INPUT A NEW NAME. (BLANK TO KEEP)"
    PERFORM LINE-SPLIT
    ACCEPT WS-BORROWER-NAME
    PERFORM LINE-SPLIT
    DISPLAY "CONTACT ON FILE: " BORROWER-CONTACT-RECORD
    DISPLAY "INPUT A NEW CONTACT LINE. (BLANK TO KEEP)"
    PERFORM LINE-SPLIT
    ACCEPT WS-BORROWER-CONTACT
    PERFORM LINE-SPLIT

    IF WS-BORROWER-NAME NOT EQUAL SPACES
        MOVE WS-BORROWER-NAME TO BORROWER-NAME-RECORD
    END-IF
    IF WS-BORROWER-CONTACT NOT EQUAL SPACES
        MOVE WS-BORROWER-CONTACT TO BORROWER-CONTACT-RECORD
    END-IF
    REWRITE BORROWER-RECORD
    DISPLAY "SUCCESS.".

*> Lowering a limit below what the borrower already has out is
*> allowed; it only stops further checkouts until enough come back.
CHANGE-BORROWER-LIMIT.
    PERFORM ACCEPT-BORROWER-ID

    OPEN I-O BORROWER-FILE

    MOVE WS-BORROWER-ID TO BORROWER-ID-RECORD
    READ BORROWER-FILE
        INVALID KEY DISPLAY "BORROWER NOT FOUND."
        NOT INVALID KEY
            DISPLAY "LIMIT ON FILE: " BORROWER-LIMIT-RECORD
            PERFORM LINE-SPLIT
            PERFORM ACCEPT-BORROWER-LIMIT
            MOVE WS-BORROWER-LIMIT TO BORROWER-LIMIT-RECORD
            REWRITE BORROWER-RECORD
            DISPLAY "SUCCESS."
    END-READ

    CLOSE BORROWER-FILE
    PERFORM LINE-SPLIT.

*> A block does not touch anything already out; it refuses the
*> borrower's next checkout.
CHANGE-BORROWER-BLOCK.
    PERFORM ACCEPT-BORROWER-ID

    OPEN I-O BORROWER-FILE

    MOVE WS-BORROWER-ID TO BORROWER-ID-RECORD
    READ BORROWER-FILE
        INVALID KEY DISPLAY "BORROWER NOT FOUND."
        NOT INVALID KEY PERFORM TOGGLE-BORROWER-BLOCK
    END-READ

    CLOSE BORROWER-FILE
    PERFORM LINE-SPLIT.

TOGGLE-BORROWER-BLOCK.
    IF BORROWER-BLOCKED
        DISPLAY FUNCTION TRIM(BORROWER-NAME-RECORD) " IS BLOCKED."
        DISPLAY "LIFT THE BLOCK? (Y/N)"
    ELSE
        DISPLAY FUNCTION TRIM(BORROWER-NAME-RECORD) " IS NOT BLOCKED."
        DISPLAY "BLOCK THIS BORROWER? (Y/N)"
    END-IF
    PERFORM LINE-SPLIT
    ACCEPT WS-CONFIRM-REPLY
    PERFORM LINE-SPLIT

    IF CHANGE-CONFIRMED
        IF BORROWER-BLOCKED
            SET BORROWER-NOT-BLOCKED TO TRUE
        ELSE
            SET BORROWER-BLOCKED TO TRUE
        END-IF
        REWRITE BORROWER-RECORD
        DISPLAY "SUCCESS."
    ELSE
        DISPLAY "NOTHING CHANGED."
    END-IF.

LIST-BORROWER-ENTRIES.
    OPEN INPUT BORROWER-FILE
    OPEN INPUT ALBUM-LOANS-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ BORROWER-FILE NEXT RECORD
            AT END MOVE 'Y' TO EOF
            NOT AT END PERFORM DISPLAY-BORROWER-ENTRY
        END-READ
    END-PERFORM

    CLOSE BORROWER-FILE
    CLOSE ALBUM-LOANS-FILE

    IF WS-BORROWER-COUNT EQUAL ZERO
        DISPLAY "NO BORROWERS ON FILE."
    ELSE
        DISPLAY "BORROWERS: " WS-BORROWER-COUNT
        DISPLAY "BLOCKED: " WS-BLOCKED-COUNT
    END-IF
    PERFORM LINE-SPLIT.

DISPLAY-BORROWER-ENTRY.
    MOVE BORROWER-ID-RECORD TO WS-BORROWER-ID
    PERFORM COUNT-BORROWER-LOANS

    MOVE BORROWER-ID-RECORD TO BORROWER-DISPLAY-ID
    MOVE BORROWER-NAME-RECORD TO BORROWER-DISPLAY-NAME
    MOVE WS-OUT-COUNT TO BORROWER-DISPLAY-OUT
    MOVE BORROWER-LIMIT-RECORD TO BORROWER-DISPLAY-LIMIT
    IF BORROWER-BLOCKED
        MOVE "BLOCKED" TO BORROWER-DISPLAY-STATUS
        ADD 1 TO WS-BLOCKED-COUNT
    ELSE
        MOVE SPACES TO BORROWER-DISPLAY-STATUS
    END-IF
    DISPLAY BORROWER-DISPLAY-LINE
    IF BORROWER-CONTACT-RECORD NOT EQUAL SPACES
        MOVE BORROWER-CONTACT-RECORD TO BORROWER-DISPLAY-CONTACT
        DISPLAY BORROWER-CONTACT-LINE
    END-IF
    ADD 1 TO WS-BORROWER-COUNT.

*> The same alternate-key read LOAN-BRANCH makes to hold a checkout
*> to the borrower's limit.
COUNT-BORROWER-LOANS.
    MOVE ZERO TO WS-OUT-COUNT
    MOVE WS-BORROWER-ID TO LOAN-BORROWER-ID-RECORD
    START ALBUM-LOANS-FILE KEY IS EQUAL TO LOAN-BORROWER-ID-RECORD
        INVALID KEY MOVE 'Y' TO LOANS-EOF
        NOT INVALID KEY MOVE 'N' TO LOANS-EOF
    END-START

    PERFORM UNTIL LOANS-END-REACHED
        READ ALBUM-LOANS-FILE NEXT RECORD
            AT END MOVE 'Y' TO LOANS-EOF
            NOT AT END IF LOAN-BORROWER-ID-RECORD EQUAL WS-BORROWER-ID
                ADD 1 TO WS-OUT-COUNT
            ELSE
                MOVE 'Y' TO LOANS-EOF
            END-IF
        END-READ
    END-PERFORM.

LINE-SPLIT.
    DISPLAY "====================================================".
