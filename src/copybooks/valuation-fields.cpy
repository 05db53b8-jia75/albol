*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Working-storage fields for the programs that read or keep copy
*> valuations. The valuation-cluster read keeps its own end switch,
*> the arrangement copies-fields.cpy makes, so a caller's shared EOF
*> switch is never disturbed. The money fields are filled and
*> checked by VALIDATE-MONEY-TEXT (validate-money.cpy); the test
*> fields are signed so a keyed minus sign is caught, not dropped.
    01 VALUATION-FILE-STATUS PICTURE XX.
    01 VALUATION-EOF PICTURE X.
        88 VALUATIONS-END-REACHED VALUE 'Y'.

    01 WS-MONEY-TEXT PICTURE X(10).
    01 WS-MONEY-TEST-RESULT PICTURE S9(04).
    01 WS-MONEY-NUMVAL PICTURE S9(07)V99.
    01 WS-MONEY-AMOUNT PICTURE 9(05)V99.
    01 WS-MONEY-STATUS PICTURE X.
        88 MONEY-VALID VALUE 'Y'.
        88 MONEY-INVALID VALUE 'N'.
