*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Record layout for OPERATOR-FILE. OPERATOR-ID-RECORD is stored
*> uppercase, the same folding the catalog's title key gets; the
*> passcode is kept exactly as keyed. The role decides which menu
*> functions are offered: a clerk has the day-to-day work, a
*> supervisor adds the destructive and batch functions and can
*> approve a compaction, restore, or merge, and an administrator
*> adds the operator roster itself. A retired operator keeps the
*> record with OPERATOR-STATUS-RECORD set, the way the catalog keeps
*> retired titles, so an ID stamped on old audit entries is never
*> handed to someone else.
    01 OPERATOR-RECORD.
        03 OPERATOR-ID-RECORD PICTURE X(08).
        03 OPERATOR-NAME-RECORD PICTURE X(30).
        03 OPERATOR-PASSCODE-RECORD PICTURE X(08).
        03 OPERATOR-ROLE-RECORD PICTURE X.
            88 OPERATOR-CLERK VALUE 'C'.
            88 OPERATOR-SUPERVISOR VALUE 'S'.
            88 OPERATOR-ADMIN VALUE 'A'.
            88 OPERATOR-ROLE-KNOWN VALUE 'C', 'S', 'A'.
        03 OPERATOR-STATUS-RECORD PICTURE X.
            88 OPERATOR-ACTIVE VALUE 'A'.
            88 OPERATOR-RETIRED VALUE 'D'.
