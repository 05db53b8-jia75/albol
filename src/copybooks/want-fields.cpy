*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Working-storage fields for the programs that read or fulfil the
*> want list (see fulfill-want-entries.cpy). The title-cluster read
*> keeps its own end switch so a caller's shared EOF switch - which
*> may be driving an outer file loop, as it does in the batch runs -
*> is never disturbed, the same arrangement copies-fields.cpy makes.
*> WANTS-FULFILLED-COUNT accumulates across a run, so a batch program
*> can print how many requesters it left to be called.
    01 WANTS-FILE-STATUS PICTURE XX.
    01 WANTS-EOF PICTURE X.
        88 WANTS-END-REACHED VALUE 'Y'.
    01 WANTS-FULFILLED-COUNT PICTURE 9(05) VALUE ZERO.
    01 WS-WANT-TODAY PICTURE 9(08).
