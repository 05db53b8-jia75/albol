>>SOURCE FORMAT FREE
*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Maintains the operator roster in OPERATOR-FILE - who may sign on
*> at MENU-MAIN, with what passcode, and in which role. Offered only
*> to an administrator. The operator adds an operator (re-adding a
*> retired ID reactivates it, the way GENRE-BRANCH revives a retired
*> genre), changes a passcode, changes a role, retires an operator,
*> or lists the roster. The signed-on administrator cannot retire or
*> demote themselves, so the roster can never be left without
*> someone able to maintain it from the terminal. Passcodes are
*> never displayed, not even in the listing.

IDENTIFICATION DIVISION.
PROGRAM-ID. OPERATOR-BRANCH INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "operator-select.cpy".

DATA DIVISION.
FILE SECTION.
    FD OPERATOR-FILE.
        COPY "operator-record.cpy".

WORKING-STORAGE SECTION.
    COPY "eof-switch.cpy".
    COPY "operator-fields.cpy".
    COPY "signon-fields.cpy".

    01 OPERATOR-CHOICE PICTURE X.
        88 OPERATOR-ADD-CHOSEN VALUE '1'.
        88 OPERATOR-PASSCODE-CHOSEN VALUE '2'.
        88 OPERATOR-ROLE-CHOSEN VALUE '3'.
        88 OPERATOR-RETIRE-CHOSEN VALUE '4'.
        88 OPERATOR-LIST-CHOSEN VALUE '5'.
        88 OPERATOR-CHOICE-KNOWN VALUE '1', '2', '3', '4', '5'.

    01 WS-OPERATOR-ID PICTURE X(08).
    01 WS-OPERATOR-NAME PICTURE X(30).
    01 WS-OPERATOR-PASSCODE PICTURE X(08).
    01 WS-OPERATOR-ROLE PICTURE X.
        88 WS-ROLE-KNOWN VALUE 'C', 'S', 'A'.

    01 WS-ACTIVE-COUNT PICTURE 9(03) VALUE ZERO.
    01 WS-RETIRED-COUNT PICTURE 9(03) VALUE ZERO.

    01 OPERATOR-DISPLAY-LINE.
        03 OPERATOR-DISPLAY-ID PICTURE X(08).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 OPERATOR-DISPLAY-NAME PICTURE X(30).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 OPERATOR-DISPLAY-ROLE PICTURE X(10).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 OPERATOR-DISPLAY-STATUS PICTURE X(07).

PROCEDURE DIVISION.
OPERATOR-BRANCH.
    DISPLAY "OPERATOR MAINTENANCE FUNCTION."
    PERFORM LINE-SPLIT
    DISPLAY "1 - ADD AN OPERATOR"
    DISPLAY "2 - CHANGE A PASSCODE"
    DISPLAY "3 - CHANGE A ROLE"
    DISPLAY "4 - RETIRE AN OPERATOR"
    DISPLAY "5 - LIST OPERATORS"
    PERFORM LINE-SPLIT
    DISPLAY "CHOOSE A FUNCTION."
    PERFORM LINE-SPLIT
    ACCEPT OPERATOR-CHOICE
    PERFORM UNTIL OPERATOR-CHOICE-KNOWN
        DISPLAY "UNKNOWN CHOICE. ENTER 1, 2, 3, 4, OR 5."
        PERFORM LINE-SPLIT
        ACCEPT OPERATOR-CHOICE
    END-PERFORM

    PERFORM LINE-SPLIT

    EVALUATE TRUE
        WHEN OPERATOR-ADD-CHOSEN PERFORM ADD-OPERATOR-ENTRY
        WHEN OPERATOR-PASSCODE-CHOSEN PERFORM CHANGE-OPERATOR-PASSCODE
        WHEN OPERATOR-ROLE-CHOSEN PERFORM CHANGE-OPERATOR-ROLE
        WHEN OPERATOR-RETIRE-CHOSEN PERFORM RETIRE-OPERATOR-ENTRY
        WHEN OTHER PERFORM LIST-OPERATOR-ENTRIES
    END-EVALUATE

    GOBACK.

ACCEPT-OPERATOR-ID.
    DISPLAY "INPUT AN OPERATOR ID."
    PERFORM LINE-SPLIT
    ACCEPT WS-OPERATOR-ID
    PERFORM UNTIL WS-OPERATOR-ID NOT EQUAL SPACES
        DISPLAY "AN OPERATOR ID IS REQUIRED."
        PERFORM LINE-SPLIT
        DISPLAY "INPUT AN OPERATOR ID."
        PERFORM LINE-SPLIT
        ACCEPT WS-OPERATOR-ID
    END-PERFORM
    MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
    PERFORM LINE-SPLIT.

ACCEPT-OPERATOR-PASSCODE.
    DISPLAY "INPUT THE PASSCODE."
    PERFORM LINE-SPLIT
    ACCEPT WS-OPERATOR-PASSCODE
    PERFORM UNTIL WS-OPERATOR-PASSCODE NOT EQUAL SPACES
        DISPLAY "A PASSCODE IS REQUIRED."
        PERFORM LINE-SPLIT
        DISPLAY "INPUT THE PASSCODE."
        PERFORM LINE-SPLIT
        ACCEPT WS-OPERATOR-PASSCODE
    END-PERFORM
    PERFORM LINE-SPLIT.

ACCEPT-OPERATOR-ROLE.
    DISPLAY "INPUT THE ROLE. (C CLERK, S SUPERVISOR, A ADMINISTRATOR)"
    PERFORM LINE-SPLIT
    ACCEPT WS-OPERATOR-ROLE
    MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ROLE) TO WS-OPERATOR-ROLE
    PERFORM UNTIL WS-ROLE-KNOWN
        DISPLAY "UNKNOWN ROLE. ENTER C, S, OR A."
        PERFORM LINE-SPLIT
        ACCEPT WS-OPERATOR-ROLE
        MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ROLE) TO WS-OPERATOR-ROLE
    END-PERFORM
    PERFORM LINE-SPLIT.

ADD-OPERATOR-ENTRY.
    PERFORM ACCEPT-OPERATOR-ID

    OPEN I-O OPERATOR-FILE

    MOVE WS-OPERATOR-ID TO OPERATOR-ID-RECORD
    READ OPERATOR-FILE
        INVALID KEY PERFORM ADD-NEW-OPERATOR
        NOT INVALID KEY PERFORM ADD-EXISTING-OPERATOR
    END-READ

    CLOSE OPERATOR-FILE
    PERFORM LINE-SPLIT.

*> A retired ID comes back with a fresh passcode and role; the name
*> on file is kept, since the ID belongs to that person for good.
ADD-EXISTING-OPERATOR.
    IF OPERATOR-ACTIVE
        DISPLAY "OPERATOR ALREADY ON FILE."
    ELSE
        DISPLAY "REACTIVATING " FUNCTION TRIM(OPERATOR-NAME-RECORD)
        PERFORM LINE-SPLIT
        PERFORM ACCEPT-OPERATOR-PASSCODE
        PERFORM ACCEPT-OPERATOR-ROLE
        MOVE WS-OPERATOR-PASSCODE TO OPERATOR-PASSCODE-RECORD
        MOVE WS-OPERATOR-ROLE TO OPERATOR-ROLE-RECORD
        SET OPERATOR-ACTIVE TO TRUE
        REWRITE OPERATOR-RECORD
        DISPLAY "SUCCESS."
    END-IF.

ADD-NEW-OPERATOR.
    DISPLAY "INPUT THE OPERATOR'S NAME."
    PERFORM LINE-SPLIT
    ACCEPT WS-OPERATOR-NAME
    PERFORM LINE-SPLIT
    PERFORM ACCEPT-OPERATOR-PASSCODE
    PERFORM ACCEPT-OPERATOR-ROLE

    MOVE WS-OPERATOR-ID TO OPERATOR-ID-RECORD
    MOVE WS-OPERATOR-NAME TO OPERATOR-NAME-RECORD
    MOVE WS-OPERATOR-PASSCODE TO OPERATOR-PASSCODE-RECORD
    MOVE WS-OPERATOR-ROLE TO OPERATOR-ROLE-RECORD
    SET OPERATOR-ACTIVE TO TRUE
    WRITE OPERATOR-RECORD
    DISPLAY "SUCCESS.".

CHANGE-OPERATOR-PASSCODE.
    PERFORM ACCEPT-OPERATOR-ID

    OPEN I-O OPERATOR-FILE

    MOVE WS-OPERATOR-ID TO OPERATOR-ID-RECORD
    READ OPERATOR-FILE
        INVALID KEY DISPLAY "OPERATOR NOT FOUND."
        NOT INVALID KEY IF OPERATOR-RETIRED
            DISPLAY "OPERATOR NOT FOUND."
        ELSE
            PERFORM ACCEPT-OPERATOR-PASSCODE
            MOVE WS-OPERATOR-PASSCODE TO OPERATOR-PASSCODE-RECORD
            REWRITE OPERATOR-RECORD
            DISPLAY "SUCCESS."
        END-IF
    END-READ

    CLOSE OPERATOR-FILE
    PERFORM LINE-SPLIT.

CHANGE-OPERATOR-ROLE.
    PERFORM ACCEPT-OPERATOR-ID

    IF WS-OPERATOR-ID EQUAL SIGNON-OPERATOR-ID
        DISPLAY "YOU CANNOT CHANGE YOUR OWN ROLE."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    OPEN I-O OPERATOR-FILE

    MOVE WS-OPERATOR-ID TO OPERATOR-ID-RECORD
    READ OPERATOR-FILE
        INVALID KEY DISPLAY "OPERATOR NOT FOUND."
        NOT INVALID KEY IF OPERATOR-RETIRED
            DISPLAY "OPERATOR NOT FOUND."
        ELSE
            PERFORM ACCEPT-OPERATOR-ROLE
            MOVE WS-OPERATOR-ROLE TO OPERATOR-ROLE-RECORD
            REWRITE OPERATOR-RECORD
            DISPLAY "SUCCESS."
        END-IF
    END-READ

    CLOSE OPERATOR-FILE
    PERFORM LINE-SPLIT.

*> Retiring keeps the record, so the ID stays reserved for the
*> audit entries already stamped with it.
RETIRE-OPERATOR-ENTRY.
    PERFORM ACCEPT-OPERATOR-ID

    IF WS-OPERATOR-ID EQUAL SIGNON-OPERATOR-ID
        DISPLAY "YOU CANNOT RETIRE YOURSELF."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    OPEN I-O OPERATOR-FILE

    MOVE WS-OPERATOR-ID TO OPERATOR-ID-RECORD
    READ OPERATOR-FILE
        INVALID KEY DISPLAY "OPERATOR NOT FOUND."
        NOT INVALID KEY IF OPERATOR-RETIRED
            DISPLAY "OPERATOR NOT FOUND."
        ELSE
            SET OPERATOR-RETIRED TO TRUE
            REWRITE OPERATOR-RECORD
            DISPLAY "SUCCESS."
        END-IF
    END-READ

    CLOSE OPERATOR-FILE
    PERFORM LINE-SPLIT.

LIST-OPERATOR-ENTRIES.
    OPEN INPUT OPERATOR-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ OPERATOR-FILE NEXT RECORD
            AT END MOVE 'Y' TO EOF
            NOT AT END PERFORM DISPLAY-OPERATOR-ENTRY
        END-READ
    END-PERFORM

    CLOSE OPERATOR-FILE

    IF WS-ACTIVE-COUNT EQUAL ZERO AND WS-RETIRED-COUNT EQUAL ZERO
        DISPLAY "NO OPERATORS ON FILE."
    ELSE
        DISPLAY "ACTIVE OPERATORS: " WS-ACTIVE-COUNT
        DISPLAY "RETIRED OPERATORS: " WS-RETIRED-COUNT
    END-IF
    PERFORM LINE-SPLIT.

DISPLAY-OPERATOR-ENTRY.
    MOVE OPERATOR-ID-RECORD TO OPERATOR-DISPLAY-ID
    MOVE OPERATOR-NAME-RECORD TO OPERATOR-DISPLAY-NAME
    EVALUATE TRUE
        WHEN OPERATOR-CLERK
            MOVE "CLERK" TO OPERATOR-DISPLAY-ROLE
        WHEN OPERATOR-SUPERVISOR
            MOVE "SUPERVISOR" TO OPERATOR-DISPLAY-ROLE
        WHEN OTHER
            MOVE "ADMIN" TO OPERATOR-DISPLAY-ROLE
    END-EVALUATE
    IF OPERATOR-ACTIVE
        MOVE "ACTIVE" TO OPERATOR-DISPLAY-STATUS
        ADD 1 TO WS-ACTIVE-COUNT
    ELSE
        MOVE "RETIRED" TO OPERATOR-DISPLAY-STATUS
        ADD 1 TO WS-RETIRED-COUNT
    END-IF
    DISPLAY OPERATOR-DISPLAY-LINE.

LINE-SPLIT.
    DISPLAY "====================================================".
