*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Working-storage layout of one line of DISPOSAL-LEDGER-FILE: the
*> date the copy left, the copy as it stood (title, number, format,
*> shelf), why it left, what it cost and what was received for it,
*> and the operator who retired it. DISPOSAL-PRICED says whether a
*> valuation with a purchase price keyed was on file to give the
*> price; without one the price is carried as zero and the disposal
*> report says so. Held in working storage and written with WRITE
*> FROM - a VALUE on a FILE SECTION filler is commentary only.
    01 DISPOSAL-LINE.
        03 DISPOSAL-DATE PICTURE 9(08).
        03 FILLER PICTURE X VALUE SPACE.
        03 DISPOSAL-TITLE PICTURE X(50).
        03 FILLER PICTURE X VALUE SPACE.
        03 DISPOSAL-COPY-NUMBER PICTURE 9(03).
        03 FILLER PICTURE X VALUE SPACE.
        03 DISPOSAL-FORMAT PICTURE X(07).
        03 FILLER PICTURE X VALUE SPACE.
        03 DISPOSAL-SHELF PICTURE X(10).
        03 FILLER PICTURE X VALUE SPACE.
        03 DISPOSAL-REASON PICTURE X.
            88 DISPOSAL-SOLD VALUE 'S'.
            88 DISPOSAL-TRADED VALUE 'T'.
            88 DISPOSAL-LOST VALUE 'L'.
            88 DISPOSAL-DAMAGED VALUE 'D'.
            88 DISPOSAL-WITHDRAWN VALUE 'W'.
        03 FILLER PICTURE X VALUE SPACE.
        03 DISPOSAL-PURCHASE PICTURE 9(05)V99.
        03 FILLER PICTURE X VALUE SPACE.
        03 DISPOSAL-RECEIVED PICTURE 9(05)V99.
        03 FILLER PICTURE X VALUE SPACE.
        03 DISPOSAL-PRICED PICTURE X.
            88 DISPOSAL-HAD-PRICE VALUE 'Y'.
        03 FILLER PICTURE X VALUE SPACE.
        03 DISPOSAL-OPERATOR PICTURE X(08).
