*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> FILE-CONTROL entry for SNAPSHOT-HISTORY-FILE, the month-end
*> figures kept one set per period, shared by SNAPSHOT-BRANCH, which
*> writes them, and TREND-REPORT-BRANCH, which reads them back. Keyed
*> on the period first, so the file reads in period order and a START
*> on a period positions straight to that month's set, the way a
*> START on a title positions to a companion file's cluster. OPTIONAL
*> because the history starts empty: a missing file reads as empty
*> and is created on the first snapshot.
    SELECT OPTIONAL SNAPSHOT-HISTORY-FILE ASSIGN TO "snapshot-history.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SNAPSHOT-KEY
        FILE STATUS IS SNAPSHOT-FILE-STATUS.
