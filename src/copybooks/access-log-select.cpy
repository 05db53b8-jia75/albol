*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> FILE-CONTROL entry for ACCESS-LOG-FILE, the record of every
*> sign-on, failed sign-on, refused menu selection, and supervisor
*> approval at MENU-MAIN, shared by the menu that appends to it and
*> the access review report that reads it. OPTIONAL because a
*> catalog predating sign-on has no log: a missing file reads as
*> empty and is created on the first append.
    SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO "access-log.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCESS-LOG-STATUS.
