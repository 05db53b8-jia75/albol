*> Copyright (C) 2025 D. Hargitt
*> This program has been made available under the GNU General Public License.
*> It is distributed WITHOUT ANY WARRANTY. See LICENSE.md for details.
*>
*> Checks and edits for the track listing, shared by TRACKS-BRANCH,
*> TRACK-INTAKE-BRANCH, and the programs that print running times,
*> so a track keyed at the terminal and one loaded from a file are
*> held to the same rules (tracks-fields.cpy holds the fields).
*>
*> VALIDATE-TRACK-NUMBER-TEXT checks the raw text in
*> WS-TRACK-NUMBER-TEXT the way VALIDATE-YEAR-TEXT checks a year and
*> leaves a number from 1 to 999 in WS-TRACK-NUMBER.
VALIDATE-TRACK-NUMBER-TEXT.
    MOVE FUNCTION TEST-NUMVAL(WS-TRACK-NUMBER-TEXT)
        TO WS-TRACK-NUMBER-TEST-RESULT
    IF WS-TRACK-NUMBER-TEST-RESULT NOT EQUAL ZERO
        SET TRACK-NUMBER-INVALID TO TRUE
    ELSE
        COMPUTE WS-TRACK-NUMVAL = FUNCTION NUMVAL(WS-TRACK-NUMBER-TEXT)
        IF WS-TRACK-NUMVAL LESS THAN 1
                OR WS-TRACK-NUMVAL GREATER THAN 999
            SET TRACK-NUMBER-INVALID TO TRUE
        ELSE
            SET TRACK-NUMBER-VALID TO TRUE
            MOVE WS-TRACK-NUMVAL TO WS-TRACK-NUMBER
        END-IF
    END-IF.

*> A running time is keyed as minutes and seconds - "4:05", "12:30",
*> or "105:00" for a side-long piece - with one to three digits of
*> minutes and exactly two of seconds, under 60. On a valid time the
*> whole seconds are left in WS-DURATION-SECONDS, ready to move into
*> TRACK-SECONDS-RECORD.
VALIDATE-DURATION-TEXT.
    MOVE SPACES TO WS-DURATION-MINUTES-TEXT WS-DURATION-SECONDS-TEXT
    MOVE ZERO TO WS-DURATION-MINUTES-LEN WS-DURATION-SECONDS-LEN
        WS-DURATION-PARTS
    SET DURATION-INVALID TO TRUE

    UNSTRING FUNCTION TRIM(WS-DURATION-TEXT) DELIMITED BY ":"
        INTO WS-DURATION-MINUTES-TEXT COUNT IN WS-DURATION-MINUTES-LEN
             WS-DURATION-SECONDS-TEXT COUNT IN WS-DURATION-SECONDS-LEN
        TALLYING IN WS-DURATION-PARTS
    END-UNSTRING

    IF WS-DURATION-PARTS EQUAL 2
            AND WS-DURATION-MINUTES-LEN GREATER THAN ZERO
            AND WS-DURATION-MINUTES-LEN NOT GREATER THAN 3
            AND WS-DURATION-SECONDS-LEN EQUAL 2
        IF WS-DURATION-MINUTES-TEXT(1:WS-DURATION-MINUTES-LEN)
                IS NUMERIC
                AND WS-DURATION-SECONDS-TEXT(1:2) IS NUMERIC
                AND WS-DURATION-SECONDS-TEXT(1:2) LESS THAN "60"
            MOVE WS-DURATION-MINUTES-TEXT(1:WS-DURATION-MINUTES-LEN)
                TO WS-DURATION-MINUTES
            MOVE WS-DURATION-SECONDS-TEXT(1:2) TO WS-DURATION-REMAINDER
            COMPUTE WS-DURATION-SECONDS =
                WS-DURATION-MINUTES * 60 + WS-DURATION-REMAINDER
            IF WS-DURATION-SECONDS GREATER THAN ZERO
                SET DURATION-VALID TO TRUE
            END-IF
        END-IF
    END-IF.

*> Shows the whole seconds in WS-DURATION-SECONDS as minutes and
*> seconds in DURATION-DISPLAY, for a single track or an album total.
EDIT-DURATION-DISPLAY.
    DIVIDE WS-DURATION-SECONDS BY 60
        GIVING WS-DURATION-MINUTES
        REMAINDER WS-DURATION-REMAINDER
    END-DIVIDE
    MOVE WS-DURATION-MINUTES TO DURATION-DISPLAY-MINUTES
    MOVE WS-DURATION-REMAINDER TO DURATION-DISPLAY-SECONDS.
