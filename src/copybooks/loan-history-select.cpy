*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> FILE-CONTROL entry for LOAN-HISTORY-FILE, the permanent record of
*> every loan that has come back: LOAN-BRANCH appends one line at
*> each check-in, just before the loan record is removed, and the
*> lending report reads it. Nothing ever rewrites or trims it.
*> OPTIONAL because nothing has been returned on a new catalog: a
*> missing file reads as empty and is created on the first append.
    SELECT OPTIONAL LOAN-HISTORY-FILE ASSIGN TO "loan-history.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOAN-HISTORY-STATUS.
