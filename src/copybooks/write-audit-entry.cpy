*> AUDIT-OPERATION-CODE, against whatever album is currently in
*> ALBUM-TITLE-RECORD / ALBUM-ARTIST-RECORD. Callers PERFORM this after
*> setting AUDIT-OPERATION-CODE and before disturbing those two fields.
*> AUDIT-REFERENCE-TEXT goes out with the entry and is then cleared,
*> so a linked title never carries over onto the caller's next entry.
*> The operator signed on at MENU-MAIN is stamped from the shared
*> sign-on area (signon-fields.cpy); a branch run outside the menu
*> has nobody signed on and is stamped NOSIGNON. AUDIT-AFTER-IMAGE
*> goes out and is cleared the same way as the reference; a caller
*> changing a catalog record stages it first with one of the two
*> STAGE paragraphs below.
WRITE-AUDIT-ENTRY.
    ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-AUDIT-TIME FROM TIME
    MOVE AUDIT-OPERATION-CODE TO AUDIT-LOG-OPERATION
    MOVE ALBUM-TITLE-RECORD TO AUDIT-LOG-TITLE
    MOVE ALBUM-ARTIST-RECORD TO AUDIT-LOG-ARTIST
    MOVE AUDIT-REFERENCE-TEXT TO AUDIT-LOG-REFERENCE
    MOVE AUDIT-AFTER-IMAGE TO AUDIT-LOG-AFTER-IMAGE
    IF SIGNON-OPERATOR-ID EQUAL LOW-VALUES OR SPACES
        MOVE "NOSIGNON" TO AUDIT-LOG-OPERATOR
    ELSE
        MOVE SIGNON-OPERATOR-ID TO AUDIT-LOG-OPERATOR
    END-IF

    OPEN EXTEND AUDIT-LOG-FILE
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG-FILE

    MOVE SPACES TO AUDIT-REFERENCE-TEXT
    MOVE SPACES TO AUDIT-AFTER-IMAGE.

*> The after-image of a record just written or rewritten: the
*> catalog record area as it now stands.
STAGE-AUDIT-AFTER-IMAGE.
    MOVE ALBUM-ARTIST-RECORD TO AUDIT-AFTER-ARTIST
    MOVE ALBUM-RATING-RECORD TO AUDIT-AFTER-RATING
    MOVE ALBUM-GENRE-RECORD TO AUDIT-AFTER-GENRE
    MOVE ALBUM-YEAR-RECORD TO AUDIT-AFTER-YEAR
    MOVE ALBUM-FORMAT-RECORD TO AUDIT-AFTER-FORMAT
    MOVE ALBUM-STATUS-RECORD TO AUDIT-AFTER-STATUS.

*> The after-image of a delete, staged while the record area still
*> holds the album being retired: the slot the delete leaves behind,
*> blanked and marked deleted.
STAGE-AUDIT-RETIRED-IMAGE.
    MOVE SPACES TO AUDIT-AFTER-ARTIST
    MOVE ZERO TO AUDIT-AFTER-RATING
    MOVE SPACES TO AUDIT-AFTER-GENRE
    MOVE ZERO TO AUDIT-AFTER-YEAR
    MOVE SPACES TO AUDIT-AFTER-FORMAT
    SET AUDIT-AFTER-DELETED TO TRUE.
