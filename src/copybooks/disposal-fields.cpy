*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Working-storage fields for the programs that retire physical
*> copies through WRITE-DISPOSAL-ENTRY (write-disposal-entry.cpy).
*> The caller sets the reason code and the amount received before
*> performing it; the reason codes are the ones DISPOSAL-REASON
*> carries in disposal-record.cpy.
    01 DISPOSAL-LEDGER-STATUS PICTURE XX.
    01 WS-DISPOSAL-REASON PICTURE X.
        88 DISPOSAL-REASON-KNOWN VALUE 'S', 'T', 'L', 'D'.
        88 DISPOSAL-REASON-PAID VALUE 'S', 'T'.
    01 WS-DISPOSAL-AMOUNT PICTURE 9(05)V99 VALUE ZERO.
