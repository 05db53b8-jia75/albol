*> out is refused with the current borrower named so the operator
*> knows who to chase. LOAN-REPORT-BRANCH prints everything currently
*> out, overdue first.
*>
*> Modification History
*> 2026-10-14  A checkout now takes a borrower ID from the borrower
*>             register (BORROWER-BRANCH) instead of a free-text name,
*>             and is refused when the borrower is unknown, blocked,
*>             or already has their limit out; the loan carries the
*>             ID alongside the name. A check-in now appends the loan,
*>             with its out, due, and returned dates, to the permanent
*>             loan history before the loan record is removed.

IDENTIFICATION DIVISION.
PROGRAM-ID. LOAN-BRANCH INITIAL.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "loans-select.cpy".
    COPY "borrower-select.cpy".
    COPY "loan-history-select.cpy".

DATA DIVISION.
FILE SECTION.
    FD ALBUM-LOANS-FILE.
        COPY "loans-record.cpy".

    FD BORROWER-FILE.
        COPY "borrower-record.cpy".

    FD LOAN-HISTORY-FILE.
        01 LOAN-HISTORY-RECORD PICTURE X(117).

WORKING-STORAGE SECTION.
    COPY "album-input-fields.cpy".
    COPY "file-status.cpy".
    COPY "loans-fields.cpy".
    COPY "borrower-fields.cpy".
    COPY "loan-history-record.cpy".
    01 LOAN-HISTORY-STATUS PICTURE XX.

    01 LOAN-CHOICE PICTURE X.
        88 LOAN-OUT-CHOSEN VALUE '1'.

    01 WS-LOAN-TITLE PICTURE X(50).
    01 WS-BORROWER PICTURE X(30).
    01 WS-BORROWER-ID PICTURE X(08).
    01 WS-OUT-COUNT PICTURE 9(03) VALUE ZERO.
    01 WS-RETURNED-DATE PICTURE 9(08).

    01 BORROWER-CHECK-SWITCH PICTURE X.
        88 BORROWER-ELIGIBLE VALUE 'Y'.
        88 BORROWER-REFUSED VALUE 'N'.
    01 WS-DUE-TEXT PICTURE X(08).
    01 WS-OUT-DATE PICTURE 9(08).

    DISPLAY "ALREADY ON LOAN TO: " LOAN-BORROWER-RECORD
    DISPLAY "CHECK IT IN FIRST.".

*> The borrower must be on the register, not blocked, and under
*> their limit before the due date is even asked for.
WRITE-NEW-LOAN.
    DISPLAY "INPUT THE BORROWER ID."
    PERFORM LINE-SPLIT
    ACCEPT WS-BORROWER-ID
    PERFORM UNTIL WS-BORROWER-ID NOT EQUAL SPACES
        DISPLAY "A BORROWER ID IS REQUIRED."
        PERFORM LINE-SPLIT
        DISPLAY "INPUT THE BORROWER ID."
        PERFORM LINE-SPLIT
        ACCEPT WS-BORROWER-ID
    END-PERFORM
    MOVE FUNCTION UPPER-CASE(WS-BORROWER-ID) TO WS-BORROWER-ID
    PERFORM LINE-SPLIT

    PERFORM CHECK-BORROWER-ELIGIBLE
    IF BORROWER-ELIGIBLE
        PERFORM RECORD-NEW-LOAN
    END-IF.

CHECK-BORROWER-ELIGIBLE.
    MOVE 'N' TO BORROWER-CHECK-SWITCH
    OPEN INPUT BORROWER-FILE
    MOVE WS-BORROWER-ID TO BORROWER-ID-RECORD
    READ BORROWER-FILE
        INVALID KEY DISPLAY "BORROWER NOT FOUND."
        NOT INVALID KEY PERFORM CHECK-BORROWER-STANDING
    END-READ
    CLOSE BORROWER-FILE.

CHECK-BORROWER-STANDING.
    IF BORROWER-BLOCKED
        DISPLAY "BORROWER IS BLOCKED: "
            FUNCTION TRIM(BORROWER-NAME-RECORD)
    ELSE
        PERFORM COUNT-BORROWER-LOANS
        IF WS-OUT-COUNT NOT LESS THAN BORROWER-LIMIT-RECORD
            DISPLAY FUNCTION TRIM(BORROWER-NAME-RECORD)
                " ALREADY HAS " WS-OUT-COUNT " OUT."
            DISPLAY "LENDING LIMIT: " BORROWER-LIMIT-RECORD
        ELSE
            MOVE BORROWER-NAME-RECORD TO WS-BORROWER
            MOVE 'Y' TO BORROWER-CHECK-SWITCH
        END-IF
    END-IF.

*> The borrower ID is an alternate key with duplicates, so a START on
*> it positions to the borrower's loans and they read back together.
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

RECORD-NEW-LOAN.
    DISPLAY "INPUT THE DUE DATE. (YYYYMMDD)"
    PERFORM LINE-SPLIT
    ACCEPT WS-DUE-TEXT

    MOVE WS-LOAN-TITLE TO LOAN-TITLE-RECORD
    MOVE WS-BORROWER TO LOAN-BORROWER-RECORD
    MOVE WS-BORROWER-ID TO LOAN-BORROWER-ID-RECORD
    ACCEPT WS-OUT-DATE FROM DATE YYYYMMDD
    MOVE WS-OUT-DATE TO LOAN-OUT-DATE-RECORD
    MOVE WS-DUE-TEXT TO LOAN-DUE-DATE-RECORD

*> Checking in removes the loan record outright - the loans file is
*> always exactly the list of what is out now, which is what the
*> overdue report prints. The loan is appended to the permanent loan
*> history first, stamped with today as its returned date.
CHECK-IN-ALBUM.
    OPEN I-O ALBUM-LOANS-FILE

    READ ALBUM-LOANS-FILE
        INVALID KEY DISPLAY "NOT ON LOAN."
        NOT INVALID KEY
            PERFORM WRITE-LOAN-HISTORY
            DELETE ALBUM-LOANS-FILE RECORD
            DISPLAY "SUCCESS. RETURNED BY: " LOAN-BORROWER-RECORD
    END-READ
    CLOSE ALBUM-LOANS-FILE
    PERFORM LINE-SPLIT.

WRITE-LOAN-HISTORY.
    ACCEPT WS-RETURNED-DATE FROM DATE YYYYMMDD
    MOVE LOAN-TITLE-RECORD TO LOAN-HISTORY-TITLE
    MOVE LOAN-BORROWER-ID-RECORD TO LOAN-HISTORY-BORROWER-ID
    MOVE LOAN-BORROWER-RECORD TO LOAN-HISTORY-BORROWER
    MOVE LOAN-OUT-DATE-RECORD TO LOAN-HISTORY-OUT-DATE
    MOVE LOAN-DUE-DATE-RECORD TO LOAN-HISTORY-DUE-DATE
    MOVE WS-RETURNED-DATE TO LOAN-HISTORY-RETURNED-DATE
    OPEN EXTEND LOAN-HISTORY-FILE
    WRITE LOAN-HISTORY-RECORD FROM LOAN-HISTORY-LINE
    CLOSE LOAN-HISTORY-FILE.

LINE-SPLIT.
    DISPLAY "====================================================".
