*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Working-storage fields for the programs that open the lending
*> records (see loans-select.cpy). The read through one borrower's
*> loans keeps its own end switch, the arrangement copies-fields.cpy
*> makes for a title's copies.
    01 LOANS-FILE-STATUS PICTURE XX.
    01 LOANS-EOF PICTURE X.
        88 LOANS-END-REACHED VALUE 'Y'.
