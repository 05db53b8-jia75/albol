*> loan per title at a time, which is what makes a second checkout of
*> something already out refusable with a single keyed READ. A loan
*> record exists only while the album is out - checking in removes
*> it, so the file is always exactly the list of what is out now
*> (the returned loan goes to the permanent loan history first).
*> LOAN-BORROWER-ID-RECORD is the borrower's key in the borrower
*> register; LOAN-BORROWER-RECORD keeps the name as it stood at
*> checkout, so the reports can print it without a second file.
    01 LOAN-RECORD.
        03 LOAN-TITLE-RECORD PICTURE X(50).
        03 LOAN-BORROWER-RECORD PICTURE X(30).
        03 LOAN-OUT-DATE-RECORD PICTURE 9(08).
        03 LOAN-DUE-DATE-RECORD PICTURE 9(08).
        03 LOAN-BORROWER-ID-RECORD PICTURE X(08).
