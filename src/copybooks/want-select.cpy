*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> FILE-CONTROL entry for WANT-FILE, the want list of albums we do not
*> hold that a customer or one of the staff has asked us to look out
*> for, shared by every program that touches it. Keyed on the same
*> uppercase title key ADD-BRANCH builds for the catalog plus a
*> request number, the way ALBUM-COPIES-FILE is keyed, so several
*> people can want the same title and a START on the title positions
*> straight to everyone waiting for it. OPTIONAL because most
*> catalogs start life with no want list: a missing file reads as
*> empty and is created on first I-O.
    SELECT OPTIONAL WANT-FILE ASSIGN TO "want-list.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WANT-KEY
        FILE STATUS IS WANTS-FILE-STATUS.
