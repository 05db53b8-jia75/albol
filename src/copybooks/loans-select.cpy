*> by every program that touches the lending records. Keyed on the
*> album's uppercase title alone - the same key ADD-BRANCH builds for
*> the catalog - so a checkout, a check-in, and the on-loan flag in
*> the search display are each one keyed READ. The borrower ID is an
*> alternate key with duplicates, so a START on it positions to one
*> borrower's loans - how a checkout counts what they already have
*> out against their limit. OPTIONAL because most catalogs start
*> life with nothing out: a missing file reads as empty and is
*> created on first I-O.
    SELECT OPTIONAL ALBUM-LOANS-FILE ASSIGN TO "album-loans.txt"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LOAN-TITLE-RECORD
        ALTERNATE RECORD KEY IS LOAN-BORROWER-ID-RECORD WITH DUPLICATES
        FILE STATUS IS LOANS-FILE-STATUS.
