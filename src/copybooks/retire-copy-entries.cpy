*> file is OPTIONAL, so a catalog that never tracked copies passes
*> through here untouched. Shared by DELETE-BRANCH and
*> BATCH-MAINT-BRANCH so the online and batch retirements stay
*> identical (copies-fields.cpy holds the fields). Each copy still
*> active when its title goes leaves the collection with it, so it
*> is written to the disposal ledger as withdrawn, for nothing, by
*> WRITE-DISPOSAL-ENTRY before its record is removed; the title's
*> valuations are then removed the same way, since no copy is left
*> for them to value (valuation-fields.cpy, disposal-fields.cpy).
RETIRE-COPY-ENTRIES.
    OPEN I-O ALBUM-COPIES-FILE

        READ ALBUM-COPIES-FILE NEXT RECORD
            AT END MOVE 'Y' TO COPIES-EOF
            NOT AT END IF COPY-TITLE-RECORD EQUAL ALBUM-TITLE-RECORD
                IF COPY-ACTIVE
                    MOVE 'W' TO WS-DISPOSAL-REASON
                    MOVE ZERO TO WS-DISPOSAL-AMOUNT
                    PERFORM WRITE-DISPOSAL-ENTRY
                END-IF
                DELETE ALBUM-COPIES-FILE RECORD
            ELSE
                MOVE 'Y' TO COPIES-EOF
        END-READ
    END-PERFORM

    CLOSE ALBUM-COPIES-FILE

    OPEN I-O COPY-VALUATION-FILE

    MOVE ALBUM-TITLE-RECORD TO VALUATION-TITLE-RECORD
    MOVE ZERO TO VALUATION-NUMBER-RECORD
    START COPY-VALUATION-FILE KEY IS NOT LESS THAN VALUATION-KEY
        INVALID KEY MOVE 'Y' TO VALUATION-EOF
        NOT INVALID KEY MOVE 'N' TO VALUATION-EOF
    END-START

    PERFORM UNTIL VALUATIONS-END-REACHED
        READ COPY-VALUATION-FILE NEXT RECORD
            AT END MOVE 'Y' TO VALUATION-EOF
            NOT AT END IF VALUATION-TITLE-RECORD EQUAL ALBUM-TITLE-RECORD
                DELETE COPY-VALUATION-FILE RECORD
            ELSE
                MOVE 'Y' TO VALUATION-EOF
            END-IF
        END-READ
    END-PERFORM

    CLOSE COPY-VALUATION-FILE.
