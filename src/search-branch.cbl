*>             are held for it in the companion ALBUM-COPIES-FILE and
*>             which formats they cover, read from the title's copy
*>             cluster the same way the notes flag is found.
*> 2026-10-14  The title-or-artist search now searches track names as
*>             well: an album whose title and artist do not match is
*>             matched when any track in its cluster of the companion
*>             ALBUM-TRACKS-FILE does, and the matching track is shown
*>             with the album.

IDENTIFICATION DIVISION.
PROGRAM-ID. SEARCH-BRANCH INITIAL.
    COPY "notes-select.cpy".
    COPY "copies-select.cpy".
    COPY "loans-select.cpy".
    COPY "tracks-select.cpy".

DATA DIVISION.
FILE SECTION.
    FD ALBUM-LOANS-FILE.
        COPY "loans-record.cpy".

    FD ALBUM-TRACKS-FILE.
        COPY "tracks-record.cpy".

WORKING-STORAGE SECTION.
    COPY "file-status.cpy".
    COPY "eof-switch.cpy".

    COPY "copies-fields.cpy".
    COPY "loans-fields.cpy".
    COPY "tracks-fields.cpy".

    01 TRACK-MATCH-SWITCH PICTURE X VALUE 'N'.
        88 TRACK-MATCHED VALUE 'Y'.
    01 WS-MATCHED-TRACK-NUMBER PICTURE ZZ9.
    01 WS-MATCHED-TRACK-NAME PICTURE X(50).

    01 LOAN-SWITCH PICTURE X.
        88 LOAN-ON-FILE VALUE 'Y'.
SEARCH-BRANCH.
    DISPLAY "SEARCH ALBUM CATALOG FUNCTION."
    PERFORM LINE-SPLIT
    DISPLAY "1 - SEARCH TITLE, ARTIST, OR TRACK. (WHOLE OR PART)"
    DISPLAY "2 - EXACT ARTIST. (KEYED, FASTEST)"
    PERFORM LINE-SPLIT
    DISPLAY "CHOOSE A SEARCH."

    PERFORM LINE-SPLIT
    IF SEARCH-BY-SUBSTRING
        DISPLAY "INPUT A SEARCH TERM. (TITLE, ARTIST, OR TRACK)"
    ELSE
        DISPLAY "INPUT AN ARTIST. (EXACTLY AS RECORDED)"
    END-IF
    OPEN INPUT ALBUM-NOTES-FILE
    OPEN INPUT ALBUM-COPIES-FILE
    OPEN INPUT ALBUM-LOANS-FILE
    OPEN INPUT ALBUM-TRACKS-FILE

    IF SEARCH-BY-SUBSTRING
        PERFORM SCAN-WHOLE-CATALOG
    CLOSE ALBUM-NOTES-FILE
    CLOSE ALBUM-COPIES-FILE
    CLOSE ALBUM-LOANS-FILE
    CLOSE ALBUM-TRACKS-FILE

    DISPLAY "MATCHES FOUND: " WS-MATCH-COUNT
    PERFORM LINE-SPLIT
    END-IF.

CHECK-RECORD-MATCH.
    MOVE 'N' TO TRACK-MATCH-SWITCH
    MOVE ALBUM-TITLE-RECORD TO WS-TARGET-FIELD
    PERFORM FIND-SUBSTRING-MATCH

        PERFORM FIND-SUBSTRING-MATCH
        IF MATCH-FOUND
            PERFORM DISPLAY-MATCHED-RECORD
        ELSE
            PERFORM CHECK-TRACK-MATCH
            IF MATCH-FOUND
                PERFORM DISPLAY-MATCHED-RECORD
            END-IF
        END-IF
    END-IF.

*> The album's track cluster is read only as far as the first track
*> whose name holds the search term; the track read uses its own file
*> buffer and end switch, so the catalog record and the outer scan
*> are undisturbed.
CHECK-TRACK-MATCH.
    MOVE ALBUM-TITLE-RECORD TO TRACK-TITLE-RECORD
    MOVE ZERO TO TRACK-NUMBER-RECORD
    START ALBUM-TRACKS-FILE KEY IS NOT LESS THAN ALBUM-TRACK-KEY
        INVALID KEY MOVE 'Y' TO TRACKS-EOF
        NOT INVALID KEY MOVE 'N' TO TRACKS-EOF
    END-START

    PERFORM UNTIL TRACKS-END-REACHED OR MATCH-FOUND
        READ ALBUM-TRACKS-FILE NEXT RECORD
            AT END MOVE 'Y' TO TRACKS-EOF
            NOT AT END IF TRACK-TITLE-RECORD EQUAL ALBUM-TITLE-RECORD
                MOVE TRACK-NAME-RECORD TO WS-TARGET-FIELD
                PERFORM FIND-SUBSTRING-MATCH
            ELSE
                MOVE 'Y' TO TRACKS-EOF
            END-IF
        END-READ
    END-PERFORM

    IF MATCH-FOUND
        MOVE 'Y' TO TRACK-MATCH-SWITCH
        MOVE TRACK-NUMBER-RECORD TO WS-MATCHED-TRACK-NUMBER
        MOVE TRACK-NAME-RECORD TO WS-MATCHED-TRACK-NAME
    END-IF.

FIND-SUBSTRING-MATCH.
    MOVE 'N' TO MATCH-SWITCH

    DISPLAY "GENRE : " ALBUM-GENRE-RECORD
    DISPLAY "YEAR  : " ALBUM-YEAR-RECORD
    DISPLAY "FORMAT: " ALBUM-FORMAT-RECORD
    IF TRACK-MATCHED
        DISPLAY "TRACK : " WS-MATCHED-TRACK-NUMBER " "
            FUNCTION TRIM(WS-MATCHED-TRACK-NAME)
    END-IF
    PERFORM CHECK-COPIES-ON-FILE
    IF WS-COPY-COUNT GREATER THAN ZERO
        DISPLAY "COPIES: " WS-COPY-COUNT " HELD ("
