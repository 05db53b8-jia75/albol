*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> FILE-CONTROL entry for OPERATOR-FILE, the roster of staff allowed
*> to sign on at MENU-MAIN, shared by the menu that checks a sign-on
*> and the maintenance program that keeps the roster. Keyed on the
*> uppercase operator ID so a sign-on is one keyed READ. OPTIONAL
*> because a catalog predating sign-on has no roster: a missing file
*> reads as empty, and MENU-MAIN then enrolls the first administrator
*> before anything else is offered.
    SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "operator-list.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPERATOR-ID-RECORD
        FILE STATUS IS OPERATOR-FILE-STATUS.
