*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Record layout for AUDIT-LOG-FILE. Written one line per add, update,
*> delete, or re-title against ALBUM-LIST-FILE, newest entries
*> appended last. AUDIT-LOG-REFERENCE carries the other half of an
*> entry that links two titles - on a RETITL entry AUDIT-LOG-TITLE is
*> the title the album left and AUDIT-LOG-REFERENCE the title it moved
*> to - and is blank on every other entry. AUDIT-LOG-OPERATOR is the
*> operator signed on at MENU-MAIN when the entry was written, or
*> NOSIGNON for a branch run on its own outside the menu.
*> AUDIT-LOG-AFTER-IMAGE is the catalog record as the entry left it -
*> artist, rating, genre, year, format, and status, laid out as
*> AUDIT-AFTER-IMAGE in audit-fields.cpy - so RECOVERY-BRANCH can
*> replay the log forward from a backup. It is blank on an entry that
*> does not change a catalog record, such as a backup marker or a
*> copy written off as lost at stocktake (LOSS).
    01 AUDIT-LOG-RECORD.
        03 AUDIT-LOG-TIMESTAMP PICTURE X(14).
        03 FILLER PICTURE X VALUE SPACE.
        03 AUDIT-LOG-TITLE PICTURE X(50).
        03 FILLER PICTURE X VALUE SPACE.
        03 AUDIT-LOG-ARTIST PICTURE X(50).
        03 FILLER PICTURE X VALUE SPACE.
        03 AUDIT-LOG-REFERENCE PICTURE X(50).
        03 FILLER PICTURE X VALUE SPACE.
        03 AUDIT-LOG-OPERATOR PICTURE X(08).
        03 FILLER PICTURE X VALUE SPACE.
        03 AUDIT-LOG-AFTER-IMAGE PICTURE X(85).
        03 AUDIT-LOG-NEWLINE PICTURE X VALUE X"0A".
