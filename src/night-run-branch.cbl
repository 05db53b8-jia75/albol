*>     RUN-LIST=Y            run LIST-BRANCH
*>     RUN-SUMMARY=Y         run RATING-SUMMARY-BRANCH
*>     RUN-EXPORT=Y          run EXPORT-BRANCH
*>     RUN-SNAPSHOT=Y        run SNAPSHOT-BRANCH (last day of month)
*>     RESUME=Y              answer to a batch resume prompt
*>     EXPORT-MIN-RATING=    export minimum rating (blank for all)
*>     EXPORT-ARTIST=        export artist match (blank for all)
*>             on every run, and a second night run in one session
*>             inherited the previous run's filters for any key its
*>             own control file left out.
*> 2026-10-15  Added the RUN-SNAPSHOT step: the month-end snapshot
*>             for TREND-REPORT-BRANCH, run last so it counts the
*>             catalog as the night's maintenance leaves it. The step
*>             runs only when the run date is the last day of its
*>             month, so it can stay selected in the control file
*>             all month; on any other night it logs why it did not
*>             run.

IDENTIFICATION DIVISION.
PROGRAM-ID. NIGHT-RUN-BRANCH INITIAL.
        88 RUN-SUMMARY-WANTED VALUE 'Y'.
    01 RUN-EXPORT-SWITCH PICTURE X VALUE 'N'.
        88 RUN-EXPORT-WANTED VALUE 'Y'.
    01 RUN-SNAPSHOT-SWITCH PICTURE X VALUE 'N'.
        88 RUN-SNAPSHOT-WANTED VALUE 'Y'.

    01 STREAM-SWITCH PICTURE X VALUE 'N'.
        88 STREAM-STOPPED VALUE 'Y'.

    01 WS-RUN-DATE PICTURE 9(08).
    01 WS-RUN-TIME PICTURE 9(08).
    01 WS-NEXT-DATE PICTURE 9(08).
    01 WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
        03 WS-NEXT-YEAR PICTURE 9(04).
        03 WS-NEXT-MONTH PICTURE 9(02).
        03 WS-NEXT-DAY PICTURE 9(02).

    01 LOG-HEADER-LINE.
        03 FILLER PICTURE X(16) VALUE "NIGHT RUN START ".
    01 LOG-SKIP-LINE PICTURE X(80)
        VALUE "    STEP NOT SELECTED.".

    01 LOG-NOT-MONTH-END-LINE PICTURE X(80)
        VALUE "    NOT THE LAST DAY OF THE MONTH. STEP NOT RUN.".

    01 LOG-STOP-LINE PICTURE X(80) VALUE
        "VERIFY REPORTED ANOMALIES. RUN STOPPED BEFORE THE CATALOG WAS TOUCHED.".

    PERFORM RUN-LIST-STEP
    PERFORM RUN-SUMMARY-STEP
    PERFORM RUN-EXPORT-STEP
    PERFORM RUN-SNAPSHOT-STEP

    IF NOT STREAM-STOPPED
        MOVE WS-STEP-COUNT TO LOG-STEP-TOTAL
        WHEN 'RUN-EXPORT'
            MOVE FUNCTION UPPER-CASE(WS-CONTROL-VALUE(1:1))
                TO RUN-EXPORT-SWITCH
        WHEN 'RUN-SNAPSHOT'
            MOVE FUNCTION UPPER-CASE(WS-CONTROL-VALUE(1:1))
                TO RUN-SNAPSHOT-SWITCH
        WHEN 'RESUME'
            MOVE FUNCTION UPPER-CASE(WS-CONTROL-VALUE(1:1))
                TO NIGHT-RESUME-REPLY
        END-IF
    END-IF.

*> The run date is the last day of its month when the day after it
*> is the first of the next.
RUN-SNAPSHOT-STEP.
    IF NOT STREAM-STOPPED
        MOVE "MONTH-END SNAPSHOT" TO LOG-STEP-NAME
        IF RUN-SNAPSHOT-WANTED
            COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
            IF WS-NEXT-DAY EQUAL 1
                PERFORM BEGIN-LOGGED-STEP
                CALL "SNAPSHOT-BRANCH"
                PERFORM COPY-STEP-RESULTS
            ELSE
                WRITE RUN-LOG-LINE FROM LOG-STEP-LINE
                WRITE RUN-LOG-LINE FROM LOG-NOT-MONTH-END-LINE
            END-IF
        ELSE
            WRITE RUN-LOG-LINE FROM LOG-STEP-LINE
            WRITE RUN-LOG-LINE FROM LOG-SKIP-LINE
        END-IF
    END-IF.

BEGIN-LOGGED-STEP.
    WRITE RUN-LOG-LINE FROM LOG-STEP-LINE
    MOVE ZERO TO NIGHT-RESULT-COUNT
