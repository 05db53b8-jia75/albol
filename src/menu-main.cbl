*>             near-duplicate title and artist review report.
*> 2026-09-02  Added the PLAY-BRANCH and PLAY-REPORT-BRANCH
*>             selections, the play log and its rotation reports.
*> 2026-10-14  Added the RETITLE-BRANCH selection, the title
*>             correction that moves an album and everything filed
*>             under it to the corrected title.
*> 2026-10-14  The menu now requires sign-on. Operators, their
*>             passcodes, and their roles (clerk, supervisor, admin)
*>             are kept in OPERATOR-FILE through the new
*>             OPERATOR-BRANCH selection; an ID and passcode are
*>             checked against it before the menu is shown, three
*>             failures end the session, and a catalog with no roster
*>             yet enrolls its first administrator instead. The menu
*>             is now driven from a table giving each selection the
*>             lowest role allowed it, and only the selections the
*>             signed-on role allows are listed or accepted. Compact,
*>             restore, and merge additionally need a supervisor or
*>             administrator to key their ID and passcode at the
*>             terminal before the run starts. The signed-on operator
*>             is left in the shared sign-on area (signon-fields.cpy)
*>             for WRITE-AUDIT-ENTRY to stamp on every audit line.
*>             Every sign-on, failed sign-on, refused selection,
*>             approval, and sign-off is appended to ACCESS-LOG-FILE,
*>             which the new ACCESS-REPORT-BRANCH selection reports.
*> 2026-10-14  Added the RECOVERY-BRANCH selection, which rebuilds the
*>             catalog as of a given date and time from a backup plus
*>             the audit log replayed forward. Like restore, it is open
*>             to every role but each run needs a supervisor's approval.
*> 2026-10-14  Added the STOCKTAKE-BRANCH selection, the shelf count
*>             reconciliation against the copy inventory.
*> 2026-10-14  Added the BORROWER-BRANCH and LENDING-REPORT-BRANCH
*>             selections, the borrower register LOAN-BRANCH now
*>             checks every checkout against and the per-borrower
*>             report drawn from the permanent loan history.
*> 2026-10-14  Added the WANT-BRANCH and WANT-REPORT-BRANCH selections,
*>             the want list the adds now match off and its report of
*>             open wants by age and requesters still to be called.
*> 2026-10-14  Added the TRACKS-BRANCH, TRACK-INTAKE-BRANCH, and
*>             RUNNING-TIME-REPORT-BRANCH selections: track listings
*>             kept at the terminal or loaded from file, and the
*>             running time of each album with its tracks on file.
*> 2026-10-15  Added the INSURANCE-SCHEDULE-BRANCH and
*>             DISPOSAL-REPORT-BRANCH selections: active copies at
*>             their current value by shelf and by format, and the
*>             copies that left in a period with their profit or loss.
*> 2026-10-15  Added the SNAPSHOT-BRANCH and TREND-REPORT-BRANCH
*>             selections: the month-end snapshot of the catalog's
*>             figures, taken by hand, and the last twelve snapshots
*>             side by side with the change from month to month.
*> 2026-10-15  Added the ROTATION-BRANCH selection: the week's
*>             listening rotation built to a genre mix from the play
*>             history, ratings, loans, and copies, and its picks
*>             logged as plays once the staff confirm it.
*> 2026-10-15  Added the UPGRADE-BRANCH selection, administrators
*>             only: the one-off conversion of the audit log, its
*>             archives, and the lending file to their current record
*>             layouts, run once before the other selections are used.

IDENTIFICATION DIVISION.
PROGRAM-ID. MENU-MAIN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "operator-select.cpy".
    COPY "access-log-select.cpy".

DATA DIVISION.
FILE SECTION.
    FD OPERATOR-FILE.
        COPY "operator-record.cpy".

    FD ACCESS-LOG-FILE.
        01 ACCESS-LOG-RECORD PICTURE X(76).

WORKING-STORAGE SECTION.
    COPY "operator-fields.cpy".
    COPY "signon-fields.cpy".
    COPY "access-log-record.cpy".
    01 ACCESS-LOG-STATUS PICTURE XX.

    01 MENU-CHOICE PICTURE X(02).
        88 MENU-QUIT VALUE '0'.

*> One entry per selection: the choice as keyed, the lowest role
*> allowed it (C clerk, S supervisor, A administrator), whether a
*> run also needs a supervisor's approval at the terminal, and the
*> menu text.
    01 MENU-OPTION-VALUES.
        03 FILLER PICTURE X(44) VALUE "1  C N ADD AN ALBUM".
        03 FILLER PICTURE X(44) VALUE "2  C N UPDATE AN ALBUM".
        03 FILLER PICTURE X(44) VALUE "3  S N DELETE AN ALBUM".
        03 FILLER PICTURE X(44) VALUE "4  C N SEARCH THE CATALOG".
        03 FILLER PICTURE X(44) VALUE "5  C N LIST CATALOG REPORT".
        03 FILLER PICTURE X(44) VALUE "6  C N RATING SUMMARY REPORT".
        03 FILLER PICTURE X(44) VALUE "7  S N BATCH ADD FROM FILE".
        03 FILLER PICTURE X(44) VALUE "8  C Y COMPACT THE CATALOG".
        03 FILLER PICTURE X(44) VALUE "9  C Y RESTORE FROM BACKUP".
        03 FILLER PICTURE X(44) VALUE "10 S N AUDIT HISTORY INQUIRY".
        03 FILLER PICTURE X(44)
            VALUE "11 S N BATCH MAINTENANCE FROM FILE".
        03 FILLER PICTURE X(44) VALUE "12 C N EXPORT CATALOG TO CSV".
        03 FILLER PICTURE X(44)
            VALUE "13 C N VERIFY CATALOG INTEGRITY".
        03 FILLER PICTURE X(44) VALUE "14 C N ALBUM NOTES".
        03 FILLER PICTURE X(44) VALUE "15 C N ALBUM COPIES".
        03 FILLER PICTURE X(44) VALUE "16 C N ALBUM LOANS".
        03 FILLER PICTURE X(44) VALUE "17 C N LOAN REPORT".
        03 FILLER PICTURE X(44) VALUE "18 S N GENRE TABLE".
        03 FILLER PICTURE X(44) VALUE "19 C N GENRE BY DECADE REPORT".
        03 FILLER PICTURE X(44)
            VALUE "20 S N NIGHT RUN FROM CONTROL FILE".
        03 FILLER PICTURE X(44) VALUE "21 S N ARCHIVE AUDIT LOG".
        03 FILLER PICTURE X(44) VALUE "22 C Y MERGE PARTNER CATALOG".
        03 FILLER PICTURE X(44)
            VALUE "23 C N COMPARE CATALOG BACKUPS".
        03 FILLER PICTURE X(44)
            VALUE "24 C N NEAR-DUPLICATE REVIEW REPORT".
        03 FILLER PICTURE X(44) VALUE "25 C N PLAY LOG".
        03 FILLER PICTURE X(44) VALUE "26 C N PLAY REPORTS".
        03 FILLER PICTURE X(44) VALUE "27 S N CORRECT A TITLE".
        03 FILLER PICTURE X(44) VALUE "28 A N OPERATOR MAINTENANCE".
        03 FILLER PICTURE X(44) VALUE "29 S N ACCESS REVIEW REPORT".
        03 FILLER PICTURE X(44)
            VALUE "30 C Y RECOVER CATALOG TO A POINT IN TIME".
        03 FILLER PICTURE X(44) VALUE "31 C N SHELF STOCKTAKE".
        03 FILLER PICTURE X(44) VALUE "32 C N BORROWER REGISTER".
        03 FILLER PICTURE X(44) VALUE "33 C N LENDING REPORT BY BORROWER".
        03 FILLER PICTURE X(44) VALUE "34 C N WANT LIST".
        03 FILLER PICTURE X(44) VALUE "35 C N WANT LIST REPORT".
        03 FILLER PICTURE X(44) VALUE "36 C N ALBUM TRACKS".
        03 FILLER PICTURE X(44)
            VALUE "37 S N TRACK LISTING INTAKE FROM FILE".
        03 FILLER PICTURE X(44) VALUE "38 C N RUNNING TIME REPORT".
        03 FILLER PICTURE X(44) VALUE "39 C N COPY INSURANCE SCHEDULE".
        03 FILLER PICTURE X(44) VALUE "40 C N COPY DISPOSAL REPORT".
        03 FILLER PICTURE X(44) VALUE "41 S N MONTH-END CATALOG SNAPSHOT".
        03 FILLER PICTURE X(44) VALUE "42 C N CATALOG TREND REPORT".
        03 FILLER PICTURE X(44) VALUE "43 C N WEEKLY LISTENING ROTATION".
        03 FILLER PICTURE X(44)
            VALUE "44 A N UPGRADE DATA FILES TO CURRENT LAYOUT".
    01 MENU-OPTION-TABLE REDEFINES MENU-OPTION-VALUES.
        03 MENU-OPTION-ENTRY OCCURS 44 TIMES
                INDEXED BY MENU-IDX.
            05 MENU-OPTION-CHOICE PICTURE X(02).
            05 FILLER PICTURE X.
            05 MENU-OPTION-ROLE PICTURE X.
            05 FILLER PICTURE X.
            05 MENU-OPTION-APPROVAL PICTURE X.
                88 MENU-OPTION-NEEDS-APPROVAL VALUE 'Y'.
            05 FILLER PICTURE X.
            05 MENU-OPTION-LABEL PICTURE X(37).
    01 MENU-OPTION-COUNT PICTURE 9(02) VALUE 44.

    01 OPTION-FOUND-SWITCH PICTURE X.
        88 OPTION-FOUND VALUE 'Y'.
        88 OPTION-NOT-FOUND VALUE 'N'.

    01 OPTION-ALLOWED-SWITCH PICTURE X.
        88 OPTION-ALLOWED VALUE 'Y'.
        88 OPTION-NOT-ALLOWED VALUE 'N'.

    01 APPROVAL-SWITCH PICTURE X.
        88 RUN-APPROVED VALUE 'Y'.
        88 RUN-NOT-APPROVED VALUE 'N'.

    01 SIGNON-SWITCH PICTURE X VALUE 'N'.
        88 OPERATOR-SIGNED-ON VALUE 'Y'.

    01 PASSCODE-CHECK-SWITCH PICTURE X.
        88 PASSCODE-ACCEPTED VALUE 'Y'.
        88 PASSCODE-REFUSED VALUE 'N'.

    01 WS-CHECK-ID PICTURE X(08).
    01 WS-CHECK-PASSCODE PICTURE X(08).
    01 WS-CHECK-NAME PICTURE X(30).
    01 WS-CHECK-ROLE PICTURE X.
        88 CHECK-ROLE-CAN-APPROVE VALUE 'S', 'A'.

    01 WS-SIGNON-ATTEMPTS PICTURE 9 VALUE ZERO.
    01 WS-SIGNON-LIMIT PICTURE 9 VALUE 3.

    01 WS-ACCESS-DATE PICTURE 9(08).
    01 WS-ACCESS-TIME PICTURE 9(08).

PROCEDURE DIVISION.
MENU-MAIN.
    PERFORM SIGN-ON-OPERATOR

    IF NOT OPERATOR-SIGNED-ON
        DISPLAY "TOO MANY FAILED SIGN-ON ATTEMPTS. GOODBYE."
        PERFORM LINE-SPLIT
        GOBACK
    END-IF

    PERFORM UNTIL MENU-QUIT
        PERFORM DISPLAY-MENU
        ACCEPT MENU-CHOICE
        PERFORM RUN-CHOSEN-BRANCH
    END-PERFORM

    MOVE SPACES TO ACCESS-CHOICE ACCESS-DETAIL
    SET ACCESS-SIGNOFF TO TRUE
    PERFORM WRITE-ACCESS-ENTRY
    MOVE SPACES TO SIGNON-OPERATOR-ID SIGNON-ROLE

    DISPLAY "GOODBYE."
    PERFORM LINE-SPLIT

    GOBACK.

*> A roster that is not on disk yet (OPTIONAL open reports "05")
*> means sign-on has never been set up, so the first administrator
*> is enrolled before the normal sign-on; everyone else is added
*> from there through OPERATOR-BRANCH.
SIGN-ON-OPERATOR.
    DISPLAY "ALBUM CATALOG SIGN-ON"
    PERFORM LINE-SPLIT

    OPEN INPUT OPERATOR-FILE
    IF OPERATOR-FILE-STATUS EQUAL "05"
        CLOSE OPERATOR-FILE
        PERFORM ENROLL-FIRST-ADMINISTRATOR
    ELSE
        CLOSE OPERATOR-FILE
    END-IF

    PERFORM UNTIL OPERATOR-SIGNED-ON
            OR WS-SIGNON-ATTEMPTS EQUAL WS-SIGNON-LIMIT
        DISPLAY "INPUT YOUR OPERATOR ID."
        PERFORM LINE-SPLIT
        ACCEPT WS-CHECK-ID
        PERFORM LINE-SPLIT
        DISPLAY "INPUT YOUR PASSCODE."
        PERFORM LINE-SPLIT
        ACCEPT WS-CHECK-PASSCODE
        PERFORM LINE-SPLIT
        ADD 1 TO WS-SIGNON-ATTEMPTS

        PERFORM CHECK-OPERATOR-PASSCODE

        MOVE WS-CHECK-ID TO ACCESS-OPERATOR
        MOVE SPACES TO ACCESS-CHOICE ACCESS-DETAIL
        IF PASSCODE-ACCEPTED
            MOVE WS-CHECK-ID TO SIGNON-OPERATOR-ID
            MOVE WS-CHECK-ROLE TO SIGNON-ROLE
            SET OPERATOR-SIGNED-ON TO TRUE
            SET ACCESS-SIGNON TO TRUE
            PERFORM WRITE-ACCESS-ENTRY
            DISPLAY "SIGNED ON: " FUNCTION TRIM(WS-CHECK-NAME)
            PERFORM LINE-SPLIT
        ELSE
            SET ACCESS-FAILED TO TRUE
            PERFORM WRITE-ACCESS-ENTRY
            DISPLAY "SIGN-ON REFUSED."
            PERFORM LINE-SPLIT
        END-IF
    END-PERFORM.

ENROLL-FIRST-ADMINISTRATOR.
    DISPLAY "NO OPERATORS ON FILE. ENROLL THE FIRST ADMINISTRATOR."
    PERFORM LINE-SPLIT
    MOVE SPACES TO WS-CHECK-ID WS-CHECK-PASSCODE WS-CHECK-NAME
    PERFORM UNTIL WS-CHECK-ID NOT EQUAL SPACES
        DISPLAY "INPUT AN OPERATOR ID."
        PERFORM LINE-SPLIT
        ACCEPT WS-CHECK-ID
        PERFORM LINE-SPLIT
    END-PERFORM
    DISPLAY "INPUT THE OPERATOR'S NAME."
    PERFORM LINE-SPLIT
    ACCEPT WS-CHECK-NAME
    PERFORM LINE-SPLIT
    PERFORM UNTIL WS-CHECK-PASSCODE NOT EQUAL SPACES
        DISPLAY "INPUT A PASSCODE."
        PERFORM LINE-SPLIT
        ACCEPT WS-CHECK-PASSCODE
        PERFORM LINE-SPLIT
    END-PERFORM

    OPEN I-O OPERATOR-FILE
    MOVE FUNCTION UPPER-CASE(WS-CHECK-ID) TO OPERATOR-ID-RECORD
    MOVE WS-CHECK-NAME TO OPERATOR-NAME-RECORD
    MOVE WS-CHECK-PASSCODE TO OPERATOR-PASSCODE-RECORD
    SET OPERATOR-ADMIN TO TRUE
    SET OPERATOR-ACTIVE TO TRUE
    WRITE OPERATOR-RECORD
    CLOSE OPERATOR-FILE

    MOVE OPERATOR-ID-RECORD TO ACCESS-OPERATOR
    MOVE SPACES TO ACCESS-CHOICE ACCESS-DETAIL
    SET ACCESS-ENROLLED TO TRUE
    PERFORM WRITE-ACCESS-ENTRY

    DISPLAY "ADMINISTRATOR ENROLLED. SIGN ON TO CONTINUE."
    PERFORM LINE-SPLIT.

*> Shared by the sign-on and the supervisor approval: the keyed ID is
*> folded to upper case and looked up, and the passcode must match
*> an active operator exactly. On success the operator's name and
*> role are left in WS-CHECK-NAME and WS-CHECK-ROLE.
CHECK-OPERATOR-PASSCODE.
    MOVE 'N' TO PASSCODE-CHECK-SWITCH
    MOVE FUNCTION UPPER-CASE(WS-CHECK-ID) TO WS-CHECK-ID

    IF WS-CHECK-ID NOT EQUAL SPACES
        OPEN INPUT OPERATOR-FILE
        MOVE WS-CHECK-ID TO OPERATOR-ID-RECORD
        READ OPERATOR-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF OPERATOR-ACTIVE
                        AND OPERATOR-PASSCODE-RECORD
                            EQUAL WS-CHECK-PASSCODE
                    MOVE 'Y' TO PASSCODE-CHECK-SWITCH
                    MOVE OPERATOR-NAME-RECORD TO WS-CHECK-NAME
                    MOVE OPERATOR-ROLE-RECORD TO WS-CHECK-ROLE
                END-IF
        END-READ
        CLOSE OPERATOR-FILE
    END-IF.

DISPLAY-MENU.
    DISPLAY "ALBUM CATALOG MAIN MENU"
    PERFORM LINE-SPLIT
    PERFORM VARYING MENU-IDX FROM 1 BY 1 UNTIL MENU-IDX > MENU-OPTION-COUNT
        PERFORM CHECK-OPTION-ALLOWED
        IF OPTION-ALLOWED
            DISPLAY FUNCTION TRIM(MENU-OPTION-CHOICE(MENU-IDX))
                " - " FUNCTION TRIM(MENU-OPTION-LABEL(MENU-IDX))
        END-IF
    END-PERFORM
    DISPLAY "0 - QUIT"
    PERFORM LINE-SPLIT
    DISPLAY "CHOOSE A FUNCTION."
    PERFORM LINE-SPLIT.

CHECK-OPTION-ALLOWED.
    EVALUATE TRUE
        WHEN MENU-OPTION-ROLE(MENU-IDX) EQUAL 'C'
            MOVE 'Y' TO OPTION-ALLOWED-SWITCH
        WHEN MENU-OPTION-ROLE(MENU-IDX) EQUAL 'S'
                AND (SIGNON-SUPERVISOR OR SIGNON-ADMIN)
            MOVE 'Y' TO OPTION-ALLOWED-SWITCH
        WHEN MENU-OPTION-ROLE(MENU-IDX) EQUAL 'A'
                AND SIGNON-ADMIN
            MOVE 'Y' TO OPTION-ALLOWED-SWITCH
        WHEN OTHER
            MOVE 'N' TO OPTION-ALLOWED-SWITCH
    END-EVALUATE.

*> The choice is looked up in the menu table first. A selection the
*> signed-on role is not allowed is refused and logged, whether or
*> not it was listed; one that needs approval runs only once a
*> supervisor has approved it.
RUN-CHOSEN-BRANCH.
    MOVE 'N' TO OPTION-FOUND-SWITCH
    SET MENU-IDX TO 1
    SEARCH MENU-OPTION-ENTRY
        AT END CONTINUE
        WHEN MENU-OPTION-CHOICE(MENU-IDX) EQUAL MENU-CHOICE
            MOVE 'Y' TO OPTION-FOUND-SWITCH
    END-SEARCH

    EVALUATE TRUE
        WHEN MENU-QUIT
            CONTINUE
        WHEN OPTION-NOT-FOUND
            DISPLAY "UNKNOWN CHOICE."
            PERFORM LINE-SPLIT
        WHEN OTHER
            PERFORM CHECK-OPTION-ALLOWED
            IF OPTION-NOT-ALLOWED
                MOVE SIGNON-OPERATOR-ID TO ACCESS-OPERATOR
                MOVE MENU-CHOICE TO ACCESS-CHOICE
                MOVE MENU-OPTION-LABEL(MENU-IDX) TO ACCESS-DETAIL
                SET ACCESS-REFUSED TO TRUE
                PERFORM WRITE-ACCESS-ENTRY
                DISPLAY "FUNCTION NOT AVAILABLE TO YOUR ROLE."
                PERFORM LINE-SPLIT
            ELSE
                MOVE 'Y' TO APPROVAL-SWITCH
                IF MENU-OPTION-NEEDS-APPROVAL(MENU-IDX)
                    PERFORM OBTAIN-SUPERVISOR-APPROVAL
                END-IF
                IF RUN-APPROVED
                    PERFORM CALL-CHOSEN-BRANCH
                END-IF
            END-IF
    END-EVALUATE.

*> Any active supervisor or administrator may approve, including the
*> one signed on, who approves by keying the passcode again. The
*> approval or refusal is logged against the signed-on operator with
*> the approver's ID in the detail.
OBTAIN-SUPERVISOR-APPROVAL.
    DISPLAY "THIS FUNCTION NEEDS SUPERVISOR APPROVAL."
    PERFORM LINE-SPLIT
    DISPLAY "INPUT THE APPROVING SUPERVISOR'S ID."
    PERFORM LINE-SPLIT
    ACCEPT WS-CHECK-ID
    PERFORM LINE-SPLIT
    DISPLAY "INPUT THE APPROVING SUPERVISOR'S PASSCODE."
    PERFORM LINE-SPLIT
    ACCEPT WS-CHECK-PASSCODE
    PERFORM LINE-SPLIT

    PERFORM CHECK-OPERATOR-PASSCODE

    MOVE SIGNON-OPERATOR-ID TO ACCESS-OPERATOR
    MOVE MENU-CHOICE TO ACCESS-CHOICE
    MOVE SPACES TO ACCESS-DETAIL
    IF PASSCODE-ACCEPTED AND CHECK-ROLE-CAN-APPROVE
        MOVE 'Y' TO APPROVAL-SWITCH
        STRING "APPROVED BY " DELIMITED BY SIZE
               WS-CHECK-ID DELIMITED BY SPACE
            INTO ACCESS-DETAIL
        SET ACCESS-APPROVED TO TRUE
        PERFORM WRITE-ACCESS-ENTRY
    ELSE
        MOVE 'N' TO APPROVAL-SWITCH
        STRING "APPROVAL KEYED AS " DELIMITED BY SIZE
               WS-CHECK-ID DELIMITED BY SPACE
            INTO ACCESS-DETAIL
        SET ACCESS-DENIED TO TRUE
        PERFORM WRITE-ACCESS-ENTRY
        DISPLAY "APPROVAL REFUSED. FUNCTION NOT RUN."
        PERFORM LINE-SPLIT
    END-IF.

CALL-CHOSEN-BRANCH.
    EVALUATE MENU-CHOICE
        WHEN '1' CALL "ADD-BRANCH"
        WHEN '2' CALL "UPDATE-BRANCH"
        WHEN '24' CALL "DUPLICATE-REVIEW-BRANCH"
        WHEN '25' CALL "PLAY-BRANCH"
        WHEN '26' CALL "PLAY-REPORT-BRANCH"
        WHEN '27' CALL "RETITLE-BRANCH"
        WHEN '28' CALL "OPERATOR-BRANCH"
        WHEN '29' CALL "ACCESS-REPORT-BRANCH"
        WHEN '30' CALL "RECOVERY-BRANCH"
        WHEN '31' CALL "STOCKTAKE-BRANCH"
        WHEN '32' CALL "BORROWER-BRANCH"
        WHEN '33' CALL "LENDING-REPORT-BRANCH"
        WHEN '34' CALL "WANT-BRANCH"
        WHEN '35' CALL "WANT-REPORT-BRANCH"
        WHEN '36' CALL "TRACKS-BRANCH"
        WHEN '37' CALL "TRACK-INTAKE-BRANCH"
        WHEN '38' CALL "RUNNING-TIME-REPORT-BRANCH"
        WHEN '39' CALL "INSURANCE-SCHEDULE-BRANCH"
        WHEN '40' CALL "DISPOSAL-REPORT-BRANCH"
        WHEN '41' CALL "SNAPSHOT-BRANCH"
        WHEN '42' CALL "TREND-REPORT-BRANCH"
        WHEN '43' CALL "ROTATION-BRANCH"
        WHEN '44' CALL "UPGRADE-BRANCH"
    END-EVALUATE.

*> Appends one line to ACCESS-LOG-FILE, opened and closed around the
*> write the way WRITE-AUDIT-ENTRY treats the audit log. The caller
*> fills in the operator, event, choice, and detail.
WRITE-ACCESS-ENTRY.
    ACCEPT WS-ACCESS-DATE FROM DATE YYYYMMDD
    ACCEPT WS-ACCESS-TIME FROM TIME
    MOVE WS-ACCESS-DATE TO ACCESS-TIMESTAMP(1:8)
    MOVE WS-ACCESS-TIME(1:6) TO ACCESS-TIMESTAMP(9:6)

    OPEN EXTEND ACCESS-LOG-FILE
    WRITE ACCESS-LOG-RECORD FROM ACCESS-LOG-LINE
    CLOSE ACCESS-LOG-FILE.

LINE-SPLIT.
    DISPLAY "====================================================".
