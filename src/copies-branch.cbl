*> inventory cannot collect entries for albums we never had; a
*> retired copy keeps its record and number, the way the catalog
*> keeps retired titles, so the numbering stays in acquisition order.
*>
*> Modification History
*> 2026-10-15  Each copy can carry a valuation in the companion
*>             COPY-VALUATION-FILE - its purchase price and current
*>             estimated value - keyed in when the copy is added and
*>             kept up to date through the new VALUE A COPY choice.
*>             Retiring a copy now asks why it left (sold, traded,
*>             lost, or damaged) and, for a sale or trade, what was
*>             received, and writes the copy to the disposal ledger
*>             through the shared WRITE-DISPOSAL-ENTRY. Viewing the
*>             copies shows each one's current value. A purchase
*>             price left blank is kept as unknown, not as 0.00.

IDENTIFICATION DIVISION.
PROGRAM-ID. COPIES-BRANCH INITIAL.
FILE-CONTROL.
    COPY "album-select.cpy".
    COPY "copies-select.cpy".
    COPY "valuation-select.cpy".
    COPY "disposal-select.cpy".

DATA DIVISION.
FILE SECTION.
    FD ALBUM-COPIES-FILE.
        COPY "copies-record.cpy".

    FD COPY-VALUATION-FILE.
        COPY "valuation-record.cpy".

    FD DISPOSAL-LEDGER-FILE.
        01 DISPOSAL-LEDGER-RECORD PICTURE X(111).

WORKING-STORAGE SECTION.
    COPY "album-input-fields.cpy".
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".
    COPY "copies-fields.cpy".
    COPY "valuation-fields.cpy".
    COPY "disposal-fields.cpy".
    COPY "disposal-record.cpy".
    COPY "signon-fields.cpy".

    01 COPIES-CHOICE PICTURE X.
        88 COPY-ADD-CHOSEN VALUE '1'.
        88 COPY-RETIRE-CHOSEN VALUE '2'.
        88 COPY-VIEW-CHOSEN VALUE '3'.
        88 COPY-VALUE-CHOSEN VALUE '4'.
        88 COPIES-CHOICE-KNOWN VALUE '1', '2', '3', '4'.

    01 ALBUM-FOUND-SWITCH PICTURE X.
        88 ALBUM-ON-FILE VALUE 'Y'.
    01 WS-LAST-NUMBER PICTURE 9(03) VALUE ZERO.
    01 WS-COPY-COUNT PICTURE 9(03) VALUE ZERO.

    01 WS-PURCHASE-PRICE PICTURE 9(05)V99 VALUE ZERO.
    01 WS-CURRENT-VALUE PICTURE 9(05)V99 VALUE ZERO.
    01 WS-AMOUNT-DISPLAY PICTURE ZZ,ZZ9.99.
    01 WS-TODAY PICTURE 9(08).

    01 VALUATION-FOUND-SWITCH PICTURE X.
        88 VALUATION-ON-FILE VALUE 'Y'.
        88 VALUATION-NOT-ON-FILE VALUE 'N'.

    01 COPY-FOUND-SWITCH PICTURE X.
        88 ACTIVE-COPY-ON-FILE VALUE 'Y'.

    01 VALUATION-KEYED-SWITCH PICTURE X.
        88 VALUATION-KEYED VALUE 'Y'.

    01 PURCHASE-KNOWN-SWITCH PICTURE X.
        88 PURCHASE-PRICE-KNOWN VALUE 'Y'.

    01 COPY-DISPLAY-LINE.
        03 COPY-DISPLAY-NUMBER PICTURE 9(03).
        03 FILLER PICTURE X(02) VALUE SPACES.
            05 COPY-DISPLAY-DAY PICTURE X(02).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 COPY-DISPLAY-STATUS PICTURE X(07).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 COPY-DISPLAY-VALUE PICTURE X(10).

PROCEDURE DIVISION.
COPIES-BRANCH.
    DISPLAY "1 - ADD A COPY"
    DISPLAY "2 - RETIRE A COPY"
    DISPLAY "3 - VIEW COPIES"
    DISPLAY "4 - VALUE A COPY"
    PERFORM LINE-SPLIT
    DISPLAY "CHOOSE A FUNCTION."
    PERFORM LINE-SPLIT
    ACCEPT COPIES-CHOICE
    PERFORM UNTIL COPIES-CHOICE-KNOWN
        DISPLAY "UNKNOWN CHOICE. ENTER 1, 2, 3, OR 4."
        PERFORM LINE-SPLIT
        ACCEPT COPIES-CHOICE
    END-PERFORM
            END-IF
        WHEN COPY-RETIRE-CHOSEN
            PERFORM RETIRE-COPY-ENTRY
        WHEN COPY-VALUE-CHOSEN
            PERFORM VALUE-COPY-ENTRY
        WHEN OTHER
            PERFORM VIEW-COPY-ENTRIES
    END-EVALUATE
        MOVE WS-ACQUIRED-TEXT TO WS-ACQUIRED-DATE
    END-IF

    MOVE 'N' TO VALUATION-KEYED-SWITCH
    MOVE 'N' TO PURCHASE-KNOWN-SWITCH
    DISPLAY "INPUT THE PURCHASE PRICE. (E.G. 12.99, BLANK IF UNKNOWN)"
    PERFORM ACCEPT-MONEY-ENTRY
    MOVE WS-MONEY-AMOUNT TO WS-PURCHASE-PRICE
    IF WS-MONEY-TEXT NOT EQUAL SPACES
        MOVE 'Y' TO VALUATION-KEYED-SWITCH
        MOVE 'Y' TO PURCHASE-KNOWN-SWITCH
    END-IF
    DISPLAY "INPUT THE CURRENT VALUE. (BLANK FOR THE PURCHASE PRICE)"
    PERFORM ACCEPT-MONEY-ENTRY
    IF WS-MONEY-TEXT EQUAL SPACES
        MOVE WS-PURCHASE-PRICE TO WS-CURRENT-VALUE
    ELSE
        MOVE WS-MONEY-AMOUNT TO WS-CURRENT-VALUE
        MOVE 'Y' TO VALUATION-KEYED-SWITCH
    END-IF

    MOVE WS-COPY-TITLE TO COPY-TITLE-RECORD
    COMPUTE COPY-NUMBER-RECORD = WS-LAST-NUMBER + 1
    MOVE ALBUM-FORMAT TO COPY-FORMAT-RECORD

    CLOSE ALBUM-COPIES-FILE

    IF VALUATION-KEYED
        PERFORM WRITE-NEW-VALUATION
    END-IF

    DISPLAY "SUCCESS. COPY NUMBER: " COPY-NUMBER-RECORD
    PERFORM LINE-SPLIT.

    CLOSE ALBUM-COPIES-FILE
    PERFORM LINE-SPLIT.

*> Why the copy left, and what came back for it, go to the disposal
*> ledger with the copy as it stood; the valuation stays on file
*> with the retired copy record.
RETIRE-MATCHED-COPY.
    IF COPY-RETIRED
        DISPLAY "COPY NOT FOUND."
    ELSE
        PERFORM ACCEPT-DISPOSAL-DETAILS
        SET COPY-RETIRED TO TRUE
        REWRITE ALBUM-COPY-RECORD
        PERFORM WRITE-DISPOSAL-ENTRY
        DISPLAY "SUCCESS."
    END-IF.

ACCEPT-DISPOSAL-DETAILS.
    DISPLAY "INPUT THE REASON. (S-SOLD, T-TRADED, L-LOST, D-DAMAGED)"
    PERFORM LINE-SPLIT
    ACCEPT WS-DISPOSAL-REASON
    MOVE FUNCTION UPPER-CASE(WS-DISPOSAL-REASON) TO WS-DISPOSAL-REASON
    PERFORM UNTIL DISPOSAL-REASON-KNOWN
        DISPLAY "UNKNOWN REASON. ENTER S, T, L, OR D."
        PERFORM LINE-SPLIT
        ACCEPT WS-DISPOSAL-REASON
        MOVE FUNCTION UPPER-CASE(WS-DISPOSAL-REASON)
            TO WS-DISPOSAL-REASON
    END-PERFORM
    PERFORM LINE-SPLIT

    MOVE ZERO TO WS-DISPOSAL-AMOUNT
    IF DISPOSAL-REASON-PAID
        DISPLAY "INPUT THE AMOUNT RECEIVED. (TRADE-IN VALUE FOR A TRADE)"
        PERFORM ACCEPT-MONEY-ENTRY
        MOVE WS-MONEY-AMOUNT TO WS-DISPOSAL-AMOUNT
    END-IF.

*> Only an active copy is valued: a retired copy's valuation is
*> history, and its purchase price is already on the disposal
*> ledger. Either amount left blank keeps what is on file.
VALUE-COPY-ENTRY.
    DISPLAY "INPUT THE COPY NUMBER."
    PERFORM LINE-SPLIT
    ACCEPT WS-NUMBER-TEXT
    PERFORM LINE-SPLIT
    IF WS-NUMBER-TEXT IS NOT NUMERIC
        DISPLAY "INVALID COPY NUMBER."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF
    MOVE WS-NUMBER-TEXT TO WS-WANTED-NUMBER

    MOVE 'N' TO COPY-FOUND-SWITCH
    OPEN INPUT ALBUM-COPIES-FILE
    MOVE WS-COPY-TITLE TO COPY-TITLE-RECORD
    MOVE WS-WANTED-NUMBER TO COPY-NUMBER-RECORD
    READ ALBUM-COPIES-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY IF COPY-ACTIVE
            MOVE 'Y' TO COPY-FOUND-SWITCH
        END-IF
    END-READ
    CLOSE ALBUM-COPIES-FILE

    IF NOT ACTIVE-COPY-ON-FILE
        DISPLAY "COPY NOT FOUND."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    OPEN I-O COPY-VALUATION-FILE
    PERFORM READ-COPY-VALUATION

    IF VALUATION-ON-FILE
        IF VALUATION-PRICE-KNOWN
            MOVE VALUATION-PURCHASE-RECORD TO WS-AMOUNT-DISPLAY
            DISPLAY "PURCHASE PRICE: " WS-AMOUNT-DISPLAY
        ELSE
            DISPLAY "PURCHASE PRICE: UNKNOWN"
        END-IF
        MOVE VALUATION-CURRENT-RECORD TO WS-AMOUNT-DISPLAY
        DISPLAY "CURRENT VALUE : " WS-AMOUNT-DISPLAY
            "  (SET " VALUATION-DATE-RECORD ")"
        MOVE VALUATION-PURCHASE-RECORD TO WS-PURCHASE-PRICE
        MOVE VALUATION-CURRENT-RECORD TO WS-CURRENT-VALUE
        MOVE VALUATION-PRICED-RECORD TO PURCHASE-KNOWN-SWITCH
    ELSE
        DISPLAY "COPY NOT VALUED."
        MOVE ZERO TO WS-PURCHASE-PRICE WS-CURRENT-VALUE
        MOVE 'N' TO PURCHASE-KNOWN-SWITCH
    END-IF
    PERFORM LINE-SPLIT

    MOVE 'N' TO VALUATION-KEYED-SWITCH
    DISPLAY "INPUT THE CURRENT VALUE. (BLANK TO KEEP)"
    PERFORM ACCEPT-MONEY-ENTRY
    IF WS-MONEY-TEXT NOT EQUAL SPACES
        MOVE WS-MONEY-AMOUNT TO WS-CURRENT-VALUE
        MOVE 'Y' TO VALUATION-KEYED-SWITCH
    END-IF
    DISPLAY "INPUT THE PURCHASE PRICE. (BLANK TO KEEP)"
    PERFORM ACCEPT-MONEY-ENTRY
    IF WS-MONEY-TEXT NOT EQUAL SPACES
        MOVE WS-MONEY-AMOUNT TO WS-PURCHASE-PRICE
        MOVE 'Y' TO VALUATION-KEYED-SWITCH
        MOVE 'Y' TO PURCHASE-KNOWN-SWITCH
    END-IF

    IF VALUATION-KEYED
        ACCEPT WS-TODAY FROM DATE YYYYMMDD
        MOVE WS-COPY-TITLE TO VALUATION-TITLE-RECORD
        MOVE WS-WANTED-NUMBER TO VALUATION-NUMBER-RECORD
        MOVE WS-PURCHASE-PRICE TO VALUATION-PURCHASE-RECORD
        MOVE WS-CURRENT-VALUE TO VALUATION-CURRENT-RECORD
        MOVE WS-TODAY TO VALUATION-DATE-RECORD
        MOVE PURCHASE-KNOWN-SWITCH TO VALUATION-PRICED-RECORD
        IF VALUATION-ON-FILE
            REWRITE COPY-VALUATION-RECORD
        ELSE
            WRITE COPY-VALUATION-RECORD
        END-IF
        DISPLAY "SUCCESS."
    ELSE
        DISPLAY "NOTHING CHANGED."
    END-IF

    CLOSE COPY-VALUATION-FILE
    PERFORM LINE-SPLIT.

READ-COPY-VALUATION.
    MOVE 'N' TO VALUATION-FOUND-SWITCH
    MOVE WS-COPY-TITLE TO VALUATION-TITLE-RECORD
    MOVE WS-WANTED-NUMBER TO VALUATION-NUMBER-RECORD
    READ COPY-VALUATION-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE 'Y' TO VALUATION-FOUND-SWITCH
    END-READ.

WRITE-NEW-VALUATION.
    OPEN I-O COPY-VALUATION-FILE
    MOVE WS-COPY-TITLE TO VALUATION-TITLE-RECORD
    COMPUTE VALUATION-NUMBER-RECORD = WS-LAST-NUMBER + 1
    MOVE WS-PURCHASE-PRICE TO VALUATION-PURCHASE-RECORD
    MOVE WS-CURRENT-VALUE TO VALUATION-CURRENT-RECORD
    ACCEPT VALUATION-DATE-RECORD FROM DATE YYYYMMDD
    MOVE PURCHASE-KNOWN-SWITCH TO VALUATION-PRICED-RECORD
    WRITE COPY-VALUATION-RECORD
    CLOSE COPY-VALUATION-FILE.

*> The prompt is DISPLAYed by the caller. A blank entry is let
*> through as zero; the caller looks at WS-MONEY-TEXT to tell a
*> blank from a keyed 0.00.
ACCEPT-MONEY-ENTRY.
    PERFORM LINE-SPLIT
    ACCEPT WS-MONEY-TEXT
    PERFORM CHECK-MONEY-ENTRY
    PERFORM UNTIL MONEY-VALID
        DISPLAY "INVALID AMOUNT. ENTER AN AMOUNT SUCH AS 12.99."
        PERFORM LINE-SPLIT
        ACCEPT WS-MONEY-TEXT
        PERFORM CHECK-MONEY-ENTRY
    END-PERFORM
    PERFORM LINE-SPLIT.

CHECK-MONEY-ENTRY.
    IF WS-MONEY-TEXT EQUAL SPACES
        SET MONEY-VALID TO TRUE
        MOVE ZERO TO WS-MONEY-AMOUNT
    ELSE
        PERFORM VALIDATE-MONEY-TEXT
    END-IF.

VIEW-COPY-ENTRIES.
    OPEN INPUT ALBUM-COPIES-FILE
    OPEN INPUT COPY-VALUATION-FILE

    MOVE WS-COPY-TITLE TO COPY-TITLE-RECORD
    MOVE ZERO TO COPY-NUMBER-RECORD
    END-PERFORM

    CLOSE ALBUM-COPIES-FILE
    CLOSE COPY-VALUATION-FILE

    IF WS-COPY-COUNT EQUAL ZERO
        DISPLAY "NO COPIES ON FILE."
    ELSE
        MOVE "RETIRED" TO COPY-DISPLAY-STATUS
    END-IF
    MOVE COPY-NUMBER-RECORD TO WS-WANTED-NUMBER
    PERFORM READ-COPY-VALUATION
    IF VALUATION-ON-FILE
        MOVE VALUATION-CURRENT-RECORD TO WS-AMOUNT-DISPLAY
        MOVE WS-AMOUNT-DISPLAY TO COPY-DISPLAY-VALUE
    ELSE
        MOVE "NOT VALUED" TO COPY-DISPLAY-VALUE
    END-IF
    DISPLAY COPY-DISPLAY-LINE
    ADD 1 TO WS-COPY-COUNT.

    DISPLAY "====================================================".

COPY "validate-format.cpy".

COPY "validate-money.cpy".

COPY "write-disposal-entry.cpy".
