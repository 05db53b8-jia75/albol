*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> FILE-CONTROL entry for COPY-VALUATION-FILE, what each physical copy
*> cost and what it is worth now. Keyed exactly as ALBUM-COPIES-FILE
*> is - the uppercase title plus the copy number - so a copy's
*> valuation is read straight off its own key and a START on the
*> title positions to the title's cluster. Kept as a companion file
*> rather than widened into ALBUM-COPY-RECORD so the copies file
*> keeps its record length. OPTIONAL because copies acquired before
*> valuations were kept have none: a missing file reads as empty and
*> is created on first I-O.
    SELECT OPTIONAL COPY-VALUATION-FILE ASSIGN TO "album-valuations.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VALUATION-KEY
        FILE STATUS IS VALUATION-FILE-STATUS.
