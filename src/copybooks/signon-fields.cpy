*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> The sign-on area, filled in by MENU-MAIN once an operator has
*> signed on and read by every branch that needs to know who is at
*> the terminal - WRITE-AUDIT-ENTRY stamps SIGNON-OPERATOR-ID on each
*> audit line. EXTERNAL so one storage area serves the whole run
*> unit, the arrangement night-run-fields.cpy makes for the night
*> run. EXTERNAL storage starts as low-values and is not reset by a
*> branch's INITIAL clause, so a branch run on its own, outside the
*> menu, sees no operator signed on.
    01 SIGNON-CONTROL EXTERNAL.
        03 SIGNON-OPERATOR-ID PICTURE X(08).
        03 SIGNON-ROLE PICTURE X.
            88 SIGNON-CLERK VALUE 'C'.
            88 SIGNON-SUPERVISOR VALUE 'S'.
            88 SIGNON-ADMIN VALUE 'A'.
