*>             the raw text lands in the shared WS-GENRE-TEXT and the
*>             validated table spelling arrives through ALBUM-GENRE,
*>             exactly as the format correction flows.
*> 2026-10-14  Every audit entry written here now carries the operator
*>             signed on at MENU-MAIN: WRITE-AUDIT-ENTRY stamps the ID
*>             from the shared sign-on area (signon-fields.cpy),
*>             NOSIGNON when the program runs on its own outside the
*>             menu.
*> 2026-10-14  Every audit entry now journals the catalog record as the
*>             change left it - artist, rating, genre, year, format,
*>             and status - staged through STAGE-AUDIT-AFTER-IMAGE
*>             (STAGE-AUDIT-RETIRED-IMAGE for a delete), so
*>             RECOVERY-BRANCH can replay the log forward from a
*>             backup.

IDENTIFICATION DIVISION.
PROGRAM-ID. UPDATE-BRANCH INITIAL.
    COPY "album-input-fields.cpy".
    COPY "file-status.cpy".
    COPY "audit-fields.cpy".
    COPY "signon-fields.cpy".
    COPY "genre-fields.cpy".
    01 WS-NEW-ALBUM-ARTIST PICTURE X(50).

            PERFORM VALIDATE-FORMAT-TEXT
        END-PERFORM

        *> The entry carries the record as this correction will leave it,
        *> built from the current record plus the changed fields, while the
        *> artist column still shows the artist being replaced.
        PERFORM STAGE-AUDIT-AFTER-IMAGE
        IF WS-NEW-ALBUM-ARTIST NOT EQUAL SPACES
            MOVE WS-NEW-ALBUM-ARTIST TO AUDIT-AFTER-ARTIST
        END-IF
        IF WS-RATING-TEXT NOT EQUAL SPACES
            MOVE ALBUM-RATING TO AUDIT-AFTER-RATING
        END-IF
        IF WS-GENRE-TEXT NOT EQUAL SPACES
            MOVE ALBUM-GENRE TO AUDIT-AFTER-GENRE
        END-IF
        IF WS-YEAR-TEXT NOT EQUAL SPACES
            MOVE ALBUM-YEAR TO AUDIT-AFTER-YEAR
        END-IF
        IF WS-FORMAT-TEXT NOT EQUAL SPACES
            MOVE ALBUM-FORMAT TO AUDIT-AFTER-FORMAT
        END-IF

        MOVE "UPDATE" TO AUDIT-OPERATION-CODE
        PERFORM WRITE-AUDIT-ENTRY

