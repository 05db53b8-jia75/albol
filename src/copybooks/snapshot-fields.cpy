*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Working-storage fields for the programs that open the snapshot
*> history (see snapshot-select.cpy). The read through one period's
*> set keeps its own end switch, the arrangement copies-fields.cpy
*> makes for a title's copies, so a caller's shared EOF switch is
*> never disturbed.
    01 SNAPSHOT-FILE-STATUS PICTURE XX.
    01 SNAPSHOT-EOF PICTURE X.
        88 SNAPSHOTS-END-REACHED VALUE 'Y'.
