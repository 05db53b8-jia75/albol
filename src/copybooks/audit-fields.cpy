*> Working-storage staging fields for the WRITE-AUDIT-ENTRY paragraph
*> (see write-audit-entry.cpy). The caller sets AUDIT-OPERATION-CODE
*> and moves the affected title/artist into ALBUM-TITLE-RECORD /
*> ALBUM-ARTIST-RECORD before performing it. An entry that links two
*> titles also moves the second one into AUDIT-REFERENCE-TEXT, which
*> the paragraph clears again once the line is written. An entry
*> that changes a catalog record also stages the record as it leaves
*> it in AUDIT-AFTER-IMAGE - STAGE-AUDIT-AFTER-IMAGE copies it from
*> the record area, STAGE-AUDIT-RETIRED-IMAGE builds a retired slot's
*> - and that is cleared with the reference once written.
    01 AUDIT-FILE-STATUS PICTURE XX.
    01 AUDIT-OPERATION-CODE PICTURE X(06).
    01 AUDIT-REFERENCE-TEXT PICTURE X(50) VALUE SPACES.
    01 AUDIT-AFTER-IMAGE VALUE SPACES.
        03 AUDIT-AFTER-ARTIST PICTURE X(50).
        03 AUDIT-AFTER-RATING PICTURE 9V99.
        03 AUDIT-AFTER-GENRE PICTURE X(20).
        03 AUDIT-AFTER-YEAR PICTURE 9(04).
        03 AUDIT-AFTER-FORMAT PICTURE X(07).
        03 AUDIT-AFTER-STATUS PICTURE X.
            88 AUDIT-AFTER-ACTIVE VALUE 'A'.
            88 AUDIT-AFTER-DELETED VALUE 'D'.
            88 AUDIT-AFTER-NOT-STAGED VALUE SPACE.
    01 WS-AUDIT-DATE PICTURE 9(08).
    01 WS-AUDIT-TIME PICTURE 9(08).
    01 AUDIT-TIMESTAMP.
