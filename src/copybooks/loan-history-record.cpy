*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Working-storage layout of one line of LOAN-HISTORY-FILE: the
*> title lent, the borrower's ID and name as they stood on the loan,
*> and the out, due, and returned dates. Held in working storage and
*> written with WRITE FROM - a VALUE on a FILE SECTION filler is
*> commentary only. A loan taken before the borrower register
*> existed has a blank borrower ID.
    01 LOAN-HISTORY-LINE.
        03 LOAN-HISTORY-TITLE PICTURE X(50).
        03 FILLER PICTURE X VALUE SPACE.
        03 LOAN-HISTORY-BORROWER-ID PICTURE X(08).
        03 FILLER PICTURE X VALUE SPACE.
        03 LOAN-HISTORY-BORROWER PICTURE X(30).
        03 FILLER PICTURE X VALUE SPACE.
        03 LOAN-HISTORY-OUT-DATE PICTURE 9(08).
        03 FILLER PICTURE X VALUE SPACE.
        03 LOAN-HISTORY-DUE-DATE PICTURE 9(08).
        03 FILLER PICTURE X VALUE SPACE.
        03 LOAN-HISTORY-RETURNED-DATE PICTURE 9(08).
