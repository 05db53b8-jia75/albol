*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> FILE-CONTROL entry for BORROWER-FILE, the register of everyone we
*> lend to - the partner shops and the regulars - shared by the
*> maintenance program that keeps it, LOAN-BRANCH's checkout, and the
*> lending report. Keyed on the uppercase borrower ID so a checkout's
*> borrower check is one keyed READ. OPTIONAL because a catalog that
*> predates the register has none: a missing file reads as empty and
*> is created on first I-O.
    SELECT OPTIONAL BORROWER-FILE ASSIGN TO "borrower-list.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BORROWER-ID-RECORD
        FILE STATUS IS BORROWER-FILE-STATUS.
