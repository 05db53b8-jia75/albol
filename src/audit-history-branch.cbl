*> Answers "what happened to this album" from the audit log. The
*> operator narrows the inquiry by title (a case-insensitive substring
*> match, the same test SEARCH-BRANCH applies to the catalog), by a
*> date range, by an operation code (ADD, UPDATE, DELETE, RETITL), or
*> by the operator who made the change, or asks for everything.
*> Matching AUDIT-LOG-RECORD entries print with the 14-digit
*> timestamp split into a readable date and time, in the
*> order they were written - the log is append-only, so file order is
*> chronological - with a count at the end.
*>
*>             the index is appended in run order, so the printout
*>             stays chronological. The other inquiries still read
*>             the live log alone.
*> 2026-10-14  A title inquiry now follows an album across a title
*>             correction. RETITLE-BRANCH leaves a RETITL entry
*>             linking the old title to the corrected one; the log's
*>             RETITL entries are loaded first, every link touching a
*>             title the search text matches is followed - and from
*>             there any link touching a followed title, so a chain
*>             of corrections is followed end to end - and entries
*>             under any followed title print alongside the direct
*>             matches. A RETITL entry prints the title it moved to
*>             on a second line.
*> 2026-10-14  Each entry now shows the operator who made it, from the
*>             ID WRITE-AUDIT-ENTRY stamps on the line, and a fifth
*>             inquiry narrows the log to one operator's entries.
*> 2026-10-15  Re-title links are loaded from every archive in the
*>             index as well as the live log, so a correction rolled
*>             out by AUDIT-ARCHIVE-BRANCH is still followed. Only a
*>             RETITL entry's second line reads RE-TITLED AS; any
*>             other entry's reference prints as REFERENCE.

IDENTIFICATION DIVISION.
PROGRAM-ID. AUDIT-HISTORY-BRANCH INITIAL.
                      AUDIT-LOG-OPERATION BY ARCHIVE-LOG-OPERATION
                      AUDIT-LOG-TITLE BY ARCHIVE-LOG-TITLE
                      AUDIT-LOG-ARTIST BY ARCHIVE-LOG-ARTIST
                      AUDIT-LOG-REFERENCE BY ARCHIVE-LOG-REFERENCE
                      AUDIT-LOG-OPERATOR BY ARCHIVE-LOG-OPERATOR
                      AUDIT-LOG-AFTER-IMAGE BY ARCHIVE-LOG-AFTER-IMAGE
                      AUDIT-LOG-NEWLINE BY ARCHIVE-LOG-NEWLINE.

    FD AUDIT-ARCHIVE-INDEX-FILE.
        88 INQUIRY-BY-DATE VALUE '2'.
        88 INQUIRY-BY-OPERATION VALUE '3'.
        88 INQUIRY-ALL VALUE '4'.
        88 INQUIRY-BY-OPERATOR VALUE '5'.
        88 INQUIRY-KNOWN VALUE '1', '2', '3', '4', '5'.

    01 SEARCH-TEXT PICTURE X(50).
    01 WS-MATCH-FIELD PICTURE X(50).
    01 WS-SEARCH-LEN PICTURE 9(02) VALUE ZERO.
    01 WS-FIELD-LEN PICTURE 9(02) VALUE 50.
    01 WS-MAX-START PICTURE 9(02) VALUE ZERO.
    01 WS-FROM-DATE PICTURE X(08).
    01 WS-TO-DATE PICTURE X(08).
    01 WS-OPERATION-WANTED PICTURE X(06).
    01 WS-OPERATOR-WANTED PICTURE X(08).

    01 WS-MATCH-COUNT PICTURE 9(05) VALUE ZERO.

    01 WS-LINK-COUNT PICTURE 9(04) VALUE ZERO.
    01 WS-LINK-LIMIT PICTURE 9(04) VALUE 2000.
    01 WS-LINK-IDX PICTURE 9(04) VALUE ZERO.
    01 WS-FOLLOW-IDX PICTURE 9(04) VALUE ZERO.
    01 RENAME-LINK-TABLE.
        03 RENAME-LINK-ENTRY OCCURS 2000 TIMES.
            05 LINK-OLD-TITLE PICTURE X(50).
            05 LINK-NEW-TITLE PICTURE X(50).
            05 LINK-FOLLOWED-SWITCH PICTURE X.
                88 LINK-IS-FOLLOWED VALUE 'Y'.

    01 LINKS-GREW-SWITCH PICTURE X.
        88 LINKS-GREW VALUE 'Y'.
        88 LINKS-SETTLED VALUE 'N'.

    01 LINK-TABLE-SWITCH PICTURE X VALUE 'N'.
        88 LINK-TABLE-FULL-WARNED VALUE 'Y'.

    01 HISTORY-LINE.
        03 HISTORY-DATE.
            05 HISTORY-YEAR PICTURE X(04).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 HISTORY-OPERATION PICTURE X(06).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 HISTORY-OPERATOR PICTURE X(08).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 HISTORY-TITLE PICTURE X(50).
        03 FILLER PICTURE X(02) VALUE SPACES.
        03 HISTORY-ARTIST PICTURE X(50).
    PERFORM LINE-SPLIT
    DISPLAY "1 - BY TITLE"
    DISPLAY "2 - BY DATE RANGE"
    DISPLAY "3 - BY OPERATION (ADD, UPDATE, DELETE, RETITL)"
    DISPLAY "4 - EVERYTHING"
    DISPLAY "5 - BY OPERATOR"
    PERFORM LINE-SPLIT
    DISPLAY "CHOOSE AN INQUIRY."
    PERFORM LINE-SPLIT
    ACCEPT INQUIRY-CHOICE
    PERFORM UNTIL INQUIRY-KNOWN
        DISPLAY "UNKNOWN CHOICE. ENTER 1, 2, 3, 4, OR 5."
        PERFORM LINE-SPLIT
        ACCEPT INQUIRY-CHOICE
    END-PERFORM
    PERFORM LINE-SPLIT
    PERFORM ACCEPT-INQUIRY-CRITERIA

    IF INQUIRY-BY-TITLE
        PERFORM LOAD-RENAME-LINKS
    END-IF

    IF INQUIRY-BY-DATE
        PERFORM SCAN-ARCHIVE-FILES
    END-IF
                MOVE "99999999" TO WS-TO-DATE
            END-IF
        WHEN INQUIRY-BY-OPERATION
            DISPLAY "INPUT AN OPERATION. (ADD, UPDATE, DELETE, OR RETITL)"
            PERFORM LINE-SPLIT
            ACCEPT WS-OPERATION-WANTED
            MOVE FUNCTION UPPER-CASE(WS-OPERATION-WANTED)
                TO WS-OPERATION-WANTED
            PERFORM LINE-SPLIT
        WHEN INQUIRY-BY-OPERATOR
            DISPLAY "INPUT AN OPERATOR ID."
            PERFORM LINE-SPLIT
            ACCEPT WS-OPERATOR-WANTED
            MOVE FUNCTION UPPER-CASE(WS-OPERATOR-WANTED)
                TO WS-OPERATOR-WANTED
            PERFORM LINE-SPLIT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    EVALUATE TRUE
        WHEN INQUIRY-BY-TITLE
            MOVE AUDIT-LOG-TITLE TO WS-MATCH-FIELD
            PERFORM FIND-TITLE-MATCH
            PERFORM FIND-FOLLOWED-TITLE
        WHEN INQUIRY-BY-DATE
            IF AUDIT-LOG-TIMESTAMP(1:8) NOT LESS THAN WS-FROM-DATE
                    AND AUDIT-LOG-TIMESTAMP(1:8)
            IF AUDIT-LOG-OPERATION EQUAL WS-OPERATION-WANTED
                MOVE 'Y' TO MATCH-SWITCH
            END-IF
        WHEN INQUIRY-BY-OPERATOR
            IF AUDIT-LOG-OPERATOR EQUAL WS-OPERATOR-WANTED
                MOVE 'Y' TO MATCH-SWITCH
            END-IF
        WHEN OTHER
            MOVE 'Y' TO MATCH-SWITCH
    END-EVALUATE
        CLOSE ARCHIVE-FILE
    END-IF.

*> A re-titled album's entries sit under two or more titles, linked by
*> its RETITL entries. Those links are loaded from the archives, in
*> index order, and then the live log before the inquiry pass. A link
*> is followed when either of its titles matches the search text, and
*> then, pass after pass until nothing more is added, when either of
*> its titles is a title of a link already followed - so a chain of
*> corrections is followed whichever of its spellings was searched for.
LOAD-RENAME-LINKS.
    OPEN INPUT AUDIT-ARCHIVE-INDEX-FILE

    MOVE 'N' TO EOF
    PERFORM UNTIL EOF-REACHED
        READ AUDIT-ARCHIVE-INDEX-FILE INTO ARCHIVE-INDEX-LINE
            AT END MOVE 'Y' TO EOF
            NOT AT END PERFORM LOAD-ARCHIVED-RENAME-LINKS
        END-READ
    END-PERFORM

    CLOSE AUDIT-ARCHIVE-INDEX-FILE

    OPEN INPUT AUDIT-LOG-FILE
    IF AUDIT-FILE-STATUS EQUAL "00"
        MOVE 'N' TO EOF
        PERFORM UNTIL EOF-REACHED
            READ AUDIT-LOG-FILE
                AT END MOVE 'Y' TO EOF
                NOT AT END IF AUDIT-LOG-OPERATION EQUAL "RETITL"
                    PERFORM LOAD-ONE-RENAME-LINK
                END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-LOG-FILE
    END-IF

    PERFORM FOLLOW-MATCHED-LINKS.

LOAD-ARCHIVED-RENAME-LINKS.
    MOVE ARCHIVE-INDEX-FILENAME TO WS-ARCHIVE-FILENAME
    OPEN INPUT ARCHIVE-FILE
    IF ARCHIVE-FILE-STATUS NOT EQUAL "00"
        DISPLAY "ARCHIVE NOT FOUND: " WS-ARCHIVE-FILENAME
        PERFORM LINE-SPLIT
    ELSE
        MOVE 'N' TO ARCHIVE-EOF
        PERFORM UNTIL ARCHIVE-END-REACHED
            READ ARCHIVE-FILE
                AT END MOVE 'Y' TO ARCHIVE-EOF
                NOT AT END
                    IF ARCHIVE-LOG-OPERATION EQUAL "RETITL"
                        MOVE ARCHIVE-LOG-RECORD TO AUDIT-LOG-RECORD
                        PERFORM LOAD-ONE-RENAME-LINK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVE-FILE
    END-IF.

LOAD-ONE-RENAME-LINK.
    IF WS-LINK-COUNT LESS THAN WS-LINK-LIMIT
        ADD 1 TO WS-LINK-COUNT
        MOVE AUDIT-LOG-TITLE TO LINK-OLD-TITLE(WS-LINK-COUNT)
        MOVE AUDIT-LOG-REFERENCE TO LINK-NEW-TITLE(WS-LINK-COUNT)
        MOVE 'N' TO LINK-FOLLOWED-SWITCH(WS-LINK-COUNT)
    ELSE
        IF NOT LINK-TABLE-FULL-WARNED
            DISPLAY "RE-TITLE TABLE FULL AT " WS-LINK-LIMIT
                ". LATER CORRECTIONS NOT FOLLOWED."
            PERFORM LINE-SPLIT
            SET LINK-TABLE-FULL-WARNED TO TRUE
        END-IF
    END-IF.

FOLLOW-MATCHED-LINKS.
    PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
            UNTIL WS-LINK-IDX > WS-LINK-COUNT
        MOVE 'N' TO MATCH-SWITCH
        MOVE LINK-OLD-TITLE(WS-LINK-IDX) TO WS-MATCH-FIELD
        PERFORM FIND-TITLE-MATCH
        MOVE LINK-NEW-TITLE(WS-LINK-IDX) TO WS-MATCH-FIELD
        PERFORM FIND-TITLE-MATCH
        IF MATCH-FOUND
            MOVE 'Y' TO LINK-FOLLOWED-SWITCH(WS-LINK-IDX)
        END-IF
    END-PERFORM

    MOVE 'Y' TO LINKS-GREW-SWITCH
    PERFORM UNTIL LINKS-SETTLED
        MOVE 'N' TO LINKS-GREW-SWITCH
        PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                UNTIL WS-LINK-IDX > WS-LINK-COUNT
            IF NOT LINK-IS-FOLLOWED(WS-LINK-IDX)
                MOVE 'N' TO MATCH-SWITCH
                MOVE LINK-OLD-TITLE(WS-LINK-IDX) TO WS-MATCH-FIELD
                PERFORM FIND-FOLLOWED-TITLE
                MOVE LINK-NEW-TITLE(WS-LINK-IDX) TO WS-MATCH-FIELD
                PERFORM FIND-FOLLOWED-TITLE
                IF MATCH-FOUND
                    MOVE 'Y' TO LINK-FOLLOWED-SWITCH(WS-LINK-IDX)
                    MOVE 'Y' TO LINKS-GREW-SWITCH
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM.

FIND-FOLLOWED-TITLE.
    PERFORM VARYING WS-FOLLOW-IDX FROM 1 BY 1
            UNTIL WS-FOLLOW-IDX > WS-LINK-COUNT OR MATCH-FOUND
        IF LINK-IS-FOLLOWED(WS-FOLLOW-IDX)
            IF LINK-OLD-TITLE(WS-FOLLOW-IDX) EQUAL WS-MATCH-FIELD
                    OR LINK-NEW-TITLE(WS-FOLLOW-IDX) EQUAL WS-MATCH-FIELD
                MOVE 'Y' TO MATCH-SWITCH
            END-IF
        END-IF
    END-PERFORM.

FIND-TITLE-MATCH.
    IF WS-SEARCH-LEN > 0
        COMPUTE WS-MAX-START = WS-FIELD-LEN - WS-SEARCH-LEN + 1
        PERFORM VARYING WS-POS FROM 1 BY 1
                UNTIL WS-POS > WS-MAX-START OR MATCH-FOUND
            IF FUNCTION LOWER-CASE(WS-MATCH-FIELD(WS-POS:WS-SEARCH-LEN))
                    EQUAL FUNCTION LOWER-CASE(SEARCH-TEXT(1:WS-SEARCH-LEN))
                MOVE 'Y' TO MATCH-SWITCH
            END-IF
    MOVE AUDIT-LOG-TIMESTAMP(11:2) TO HISTORY-MINUTE
    MOVE AUDIT-LOG-TIMESTAMP(13:2) TO HISTORY-SECOND
    MOVE AUDIT-LOG-OPERATION TO HISTORY-OPERATION
    MOVE AUDIT-LOG-OPERATOR TO HISTORY-OPERATOR
    MOVE AUDIT-LOG-TITLE TO HISTORY-TITLE
    MOVE AUDIT-LOG-ARTIST TO HISTORY-ARTIST
    DISPLAY HISTORY-LINE
    IF AUDIT-LOG-REFERENCE NOT EQUAL SPACES
        IF AUDIT-LOG-OPERATION EQUAL "RETITL"
            DISPLAY "                       RE-TITLED AS: "
                FUNCTION TRIM(AUDIT-LOG-REFERENCE)
        ELSE
            DISPLAY "                          REFERENCE: "
                FUNCTION TRIM(AUDIT-LOG-REFERENCE)
        END-IF
    END-IF
    ADD 1 TO WS-MATCH-COUNT.

LINE-SPLIT.
