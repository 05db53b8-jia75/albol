*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Record layout for COPY-VALUATION-FILE: the copy's purchase price,
*> its current estimated value, and the date that estimate was last
*> set. VALUATION-KEY carries the copy's own ALBUM-COPY-KEY. Amounts
*> are in whole currency units and cents. A copy with no valuation
*> record is shown as not valued rather than as worth nothing.
*> VALUATION-PRICED-RECORD is 'Y' only when a purchase price was
*> keyed; a copy valued without one carries the price as zero, and
*> that zero is not a cost.
    01 COPY-VALUATION-RECORD.
        03 VALUATION-KEY.
            05 VALUATION-TITLE-RECORD PICTURE X(50).
            05 VALUATION-NUMBER-RECORD PICTURE 9(03).
        03 VALUATION-PURCHASE-RECORD PICTURE 9(05)V99.
        03 VALUATION-CURRENT-RECORD PICTURE 9(05)V99.
        03 VALUATION-DATE-RECORD PICTURE 9(08).
        03 VALUATION-PRICED-RECORD PICTURE X.
            88 VALUATION-PRICE-KNOWN VALUE 'Y'.
