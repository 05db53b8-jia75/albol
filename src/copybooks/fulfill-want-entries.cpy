*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> A title just added to the catalog, or just given to an album by a
*> title correction, fulfils every open want for it: the want cluster
*> under the title key in ALBUM-TITLE-RECORD is read through and each
*> open entry marked fulfilled with today's date and its requester's
*> call left pending, for the want report to list. Callers PERFORM
*> this after a successful add, while the title is still in
*> ALBUM-TITLE-RECORD. The want list is OPTIONAL, so a catalog that
*> never kept one passes through here untouched. Shared by ADD-BRANCH,
*> BATCH-ADD-BRANCH, BATCH-MAINT-BRANCH, and RETITLE-BRANCH so every
*> title put on file matches off the same way (want-fields.cpy holds
*> the fields).
FULFILL-WANT-ENTRIES.
    ACCEPT WS-WANT-TODAY FROM DATE YYYYMMDD
    OPEN I-O WANT-FILE

    MOVE ALBUM-TITLE-RECORD TO WANT-TITLE-RECORD
    MOVE ZERO TO WANT-NUMBER-RECORD
    START WANT-FILE KEY IS NOT LESS THAN WANT-KEY
        INVALID KEY MOVE 'Y' TO WANTS-EOF
        NOT INVALID KEY MOVE 'N' TO WANTS-EOF
    END-START

    PERFORM UNTIL WANTS-END-REACHED
        READ WANT-FILE NEXT RECORD
            AT END MOVE 'Y' TO WANTS-EOF
            NOT AT END IF WANT-TITLE-RECORD EQUAL ALBUM-TITLE-RECORD
                IF WANT-OPEN
                    SET WANT-FULFILLED TO TRUE
                    MOVE WS-WANT-TODAY TO WANT-FULFILLED-RECORD
                    SET WANT-CALL-PENDING TO TRUE
                    REWRITE WANT-RECORD
                    ADD 1 TO WANTS-FULFILLED-COUNT
                END-IF
            ELSE
                MOVE 'Y' TO WANTS-EOF
            END-IF
        END-READ
    END-PERFORM

    CLOSE WANT-FILE.
