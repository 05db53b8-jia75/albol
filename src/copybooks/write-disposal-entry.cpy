*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Appends one line to DISPOSAL-LEDGER-FILE for the copy currently in
*> ALBUM-COPY-RECORD, with the reason in WS-DISPOSAL-REASON and the
*> amount received in WS-DISPOSAL-AMOUNT. Callers PERFORM this as they
*> retire the copy, before disturbing the copy record area. The
*> purchase price is taken from the copy's valuation, when it has one
*> with a price keyed, so the ledger line stands on its own after the
*> valuation is gone. The operator is stamped the way
*> WRITE-AUDIT-ENTRY stamps the audit log, NOSIGNON outside the menu.
*> Both files are opened and closed here, so a caller holding
*> ALBUM-COPIES-FILE open keeps its place in it.
WRITE-DISPOSAL-ENTRY.
    ACCEPT DISPOSAL-DATE FROM DATE YYYYMMDD
    MOVE COPY-TITLE-RECORD TO DISPOSAL-TITLE
    MOVE COPY-NUMBER-RECORD TO DISPOSAL-COPY-NUMBER
    MOVE COPY-FORMAT-RECORD TO DISPOSAL-FORMAT
    MOVE COPY-SHELF-RECORD TO DISPOSAL-SHELF
    MOVE WS-DISPOSAL-REASON TO DISPOSAL-REASON
    MOVE WS-DISPOSAL-AMOUNT TO DISPOSAL-RECEIVED
    IF SIGNON-OPERATOR-ID EQUAL LOW-VALUES OR SPACES
        MOVE "NOSIGNON" TO DISPOSAL-OPERATOR
    ELSE
        MOVE SIGNON-OPERATOR-ID TO DISPOSAL-OPERATOR
    END-IF

    MOVE ZERO TO DISPOSAL-PURCHASE
    MOVE 'N' TO DISPOSAL-PRICED
    OPEN INPUT COPY-VALUATION-FILE
    MOVE COPY-TITLE-RECORD TO VALUATION-TITLE-RECORD
    MOVE COPY-NUMBER-RECORD TO VALUATION-NUMBER-RECORD
    READ COPY-VALUATION-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF VALUATION-PRICE-KNOWN
                MOVE VALUATION-PURCHASE-RECORD TO DISPOSAL-PURCHASE
                MOVE 'Y' TO DISPOSAL-PRICED
            END-IF
    END-READ
    CLOSE COPY-VALUATION-FILE

    OPEN EXTEND DISPOSAL-LEDGER-FILE
    WRITE DISPOSAL-LEDGER-RECORD FROM DISPOSAL-LINE
    CLOSE DISPOSAL-LEDGER-FILE.
