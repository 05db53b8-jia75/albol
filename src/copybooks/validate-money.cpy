*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Checks whatever raw text the caller ACCEPTed into WS-MONEY-TEXT
*> and sets MONEY-VALID / MONEY-INVALID accordingly, the same way
*> VALIDATE-YEAR-TEXT guards the release year: the raw text is tested
*> before any numeric value is trusted, since MOVEing bad text into a
*> numeric item silently coerces it to zero. An amount is accepted
*> from 0.00 through 99999.99, keyed with or without the cents
*> ("12", "12.5", "12.99"); more than two decimal places is refused
*> rather than rounded. On a valid amount, the value is left in
*> WS-MONEY-AMOUNT. Callers decide what a blank entry means before
*> performing this.
VALIDATE-MONEY-TEXT.
    MOVE FUNCTION TEST-NUMVAL(WS-MONEY-TEXT) TO WS-MONEY-TEST-RESULT
    IF WS-MONEY-TEST-RESULT NOT EQUAL ZERO
        SET MONEY-INVALID TO TRUE
    ELSE
        COMPUTE WS-MONEY-NUMVAL = FUNCTION NUMVAL(WS-MONEY-TEXT)
        IF WS-MONEY-NUMVAL LESS THAN ZERO
                OR WS-MONEY-NUMVAL GREATER THAN 99999.99
                OR WS-MONEY-NUMVAL NOT EQUAL FUNCTION NUMVAL(WS-MONEY-TEXT)
            SET MONEY-INVALID TO TRUE
        ELSE
            SET MONEY-VALID TO TRUE
            MOVE WS-MONEY-NUMVAL TO WS-MONEY-AMOUNT
        END-IF
    END-IF.
