*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> FILE-CONTROL entry for DISPOSAL-LEDGER-FILE, the permanent record
*> of every physical copy that has left the collection: one line is
*> appended by WRITE-DISPOSAL-ENTRY whenever a copy is retired - sold,
*> traded, lost, or damaged at COPIES-BRANCH, lost at the stocktake,
*> or withdrawn along with its retired title - and the disposal
*> report reads it. Nothing ever rewrites or trims it. OPTIONAL
*> because nothing has left a new collection: a missing file reads
*> as empty and is created on the first append.
    SELECT OPTIONAL DISPOSAL-LEDGER-FILE ASSIGN TO "disposal-ledger.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DISPOSAL-LEDGER-STATUS.
