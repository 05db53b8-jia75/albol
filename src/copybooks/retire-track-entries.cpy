*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> A retired album's track listing goes with it, the way
*> RETIRE-NOTE-ENTRIES takes its listening notes: the track cluster
*> under the title key in ALBUM-TITLE-RECORD is read through and each
*> record removed. Callers PERFORM this after retiring the catalog
*> record, while the title is still in ALBUM-TITLE-RECORD. The tracks
*> file is OPTIONAL, so a catalog that never loaded tracks passes
*> through here untouched. Shared by DELETE-BRANCH and
*> BATCH-MAINT-BRANCH so the online and batch retirements stay
*> identical (tracks-fields.cpy holds the fields).
RETIRE-TRACK-ENTRIES.
    OPEN I-O ALBUM-TRACKS-FILE

    MOVE ALBUM-TITLE-RECORD TO TRACK-TITLE-RECORD
    MOVE ZERO TO TRACK-NUMBER-RECORD
    START ALBUM-TRACKS-FILE KEY IS NOT LESS THAN ALBUM-TRACK-KEY
        INVALID KEY MOVE 'Y' TO TRACKS-EOF
        NOT INVALID KEY MOVE 'N' TO TRACKS-EOF
    END-START

    PERFORM UNTIL TRACKS-END-REACHED
        READ ALBUM-TRACKS-FILE NEXT RECORD
            AT END MOVE 'Y' TO TRACKS-EOF
            NOT AT END IF TRACK-TITLE-RECORD EQUAL ALBUM-TITLE-RECORD
                DELETE ALBUM-TRACKS-FILE RECORD
            ELSE
                MOVE 'Y' TO TRACKS-EOF
            END-IF
        END-READ
    END-PERFORM

    CLOSE ALBUM-TRACKS-FILE.
