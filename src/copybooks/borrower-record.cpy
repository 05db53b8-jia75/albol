*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Record layout for BORROWER-FILE. BORROWER-ID-RECORD is stored
*> uppercase, the same folding the operator ID gets.
*> BORROWER-LIMIT-RECORD is the most albums the borrower may have out
*> at once, and a blocked borrower is refused every checkout until
*> the block is lifted. A borrower is never removed - the permanent
*> loan history names them by ID - so blocking is how one is stopped.
    01 BORROWER-RECORD.
        03 BORROWER-ID-RECORD PICTURE X(08).
        03 BORROWER-NAME-RECORD PICTURE X(30).
        03 BORROWER-CONTACT-RECORD PICTURE X(40).
        03 BORROWER-LIMIT-RECORD PICTURE 9(02).
        03 BORROWER-BLOCKED-RECORD PICTURE X.
            88 BORROWER-BLOCKED VALUE 'Y'.
            88 BORROWER-NOT-BLOCKED VALUE 'N'.
