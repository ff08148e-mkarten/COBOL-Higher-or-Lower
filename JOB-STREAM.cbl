      *          complete for that date, a duplicate run of a
      *          completed step is flagged and needs confirmation,
      *          and after a failure the stream restarts from the
      *          failed step instead of the operator guessing. The
      *          CALENDAR record for the business date decides whether
      *          the month-end and season-end steps are part of the
      *          night, and the night is only marked complete once
      *          every step it requires is complete. The signed-on
      *          operator is stamped on every RUNCTL row
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CL-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-STATUS.

           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05  RC-STATUS           PIC X(8).
           05  FILLER              PIC X.
           05  RC-STAMP            PIC 9(8).
           05  FILLER              PIC X.
           05  RC-OPERATOR         PIC X(7).

       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05  FILLER              PIC X.
           05  BD-PRIOR-DATE       PIC 9(8).

       FD  CALENDAR-FILE.
       01  CL-RECORD.
           05  CL-DATE             PIC 9(8).
           05  CL-PROCESSING       PIC X.
           05  CL-MONTH-END        PIC X.
           05  CL-SEASON-END       PIC X.
           05  CL-DESCRIPTION      PIC X(20).

       FD  OPERATOR-FILE.
       01  OP-RECORD.
           05  OP-ID               PIC X(7).
           05  OP-PASSWORD         PIC X(8).
           05  OP-ROLE             PIC X(8).
           05  OP-NAME             PIC X(20).
           05  OP-STATUS           PIC X.
           05  OP-FAILS            PIC 9.
           05  OP-LAST-SIGNON      PIC 9(8).

       FD  SECLOG-FILE.
       01  SC-RECORD.
           05  SC-DATE             PIC 9(8).
           05  FILLER              PIC X.
           05  SC-TIME             PIC 9(6).
           05  FILLER              PIC X.
           05  SC-OPERATOR         PIC X(7).
           05  FILLER              PIC X.
           05  SC-PROGRAM          PIC X(17).
           05  FILLER              PIC X.
           05  SC-EVENT            PIC X(8).
           05  FILLER              PIC X.
           05  SC-DETAIL           PIC X(30).

       WORKING-STORAGE SECTION.
       78  WS-NEW-LINE VALUE X"0D".
       01  WS-RC-STATUS PIC XX.
       01  WS-BD-STATUS PIC XX.
       01  WS-CL-STATUS PIC XX.
       01  WS-RUN PIC 9 VALUE 1.
       01  WS-MENU-INPUT PIC X(20).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-CONFIRM-ANSWER PIC X.
       01  WS-STEP-ANSWER PIC X(8).
       01  WS-LOG-STATUS PIC X(8).
       01  WS-LOG-STEP PIC X(8).
       01  WS-MONTH-END-FLAG PIC 9 VALUE 0.
       01  WS-SEASON-END-FLAG PIC 9 VALUE 0.
       01  WS-NIGHT-STATE PIC X(8) VALUE "OPEN".
       01  WS-OUTSTANDING-COUNT PIC 99 VALUE 0.
       01  WS-PRED-STEP PIC 99 VALUE 0.
       01  WS-KIND-LABEL PIC X(10).
       01  WS-SYSTEM-COMMAND PIC X(40).

      *-----------------------
      * The nightly sequence, run in order. Every step of kind N runs
      * every night; the season close (S) joins the night on a
      * season-end date and the archive and points expiry (M) on the
      * last business day of the month, ahead of the roll, so they
      * still see the business date they close. A step that is not
      * due tonight is skipped over by the predecessor chain. The
      * audit chain verification runs straight after the organize
      * step, so a failed verification holds back every report
      *-----------------------
       01  WS-STEP-COUNT PIC 99 VALUE 13.
       01  WS-STEP-IDX PIC 99.
       01  WS-STEP-PICKED PIC 99 VALUE 0.
       01  WS-NEXT-STEP PIC 99 VALUE 0.
       01  WS-STEP-TABLE-VALUES.
           05  FILLER PIC X(38) VALUE
               "ORGANIZE run-audit-organize.sh        ".
           05  FILLER PIC X(38) VALUE
               "AUDVERFY run-audit-verify.sh          ".
           05  FILLER PIC X(38) VALUE
               "RATINGS  run-rating-calc.sh           ".
           05  FILLER PIC X(38) VALUE
               "RANKS    run-rank-build.sh            ".
           05  FILLER PIC X(38) VALUE
               "INTEGRTY run-integrity-check.sh       ".
           05  FILLER PIC X(38) VALUE
               "LEDGER   run-points-ledger.sh         ".
           05  FILLER PIC X(38) VALUE
               "DAILYRPT run-daily-report.sh          ".
           05  FILLER PIC X(38) VALUE
               "EXTRACT  run-extract-feed.sh          ".
           05  FILLER PIC X(38) VALUE
               "DAILYCHL run-challenge-award.sh       ".
           05  FILLER PIC X(38) VALUE
               "SEASNCLS run-season-close.sh          ".
           05  FILLER PIC X(38) VALUE
               "AUDARCH  run-audit-archive.sh         ".
           05  FILLER PIC X(38) VALUE
               "PTSEXPIR run-points-expire.sh         ".
           05  FILLER PIC X(38) VALUE
               "BUSROLL  run-busdate-roll.sh          ".
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
           05  WS-STEP-ENTRY OCCURS 13 TIMES.
               10  WS-STEP-NAME    PIC X(8).
               10  FILLER          PIC X.
               10  WS-STEP-SCRIPT  PIC X(29).
       01  WS-STEP-KIND-VALUES PIC X(13) VALUE "NNNNNNNNNSMMN".
       01  WS-STEP-KIND-TABLE REDEFINES WS-STEP-KIND-VALUES.
           05  WS-STEP-KIND OCCURS 13 TIMES PIC X.
       01  WS-STEP-REQUIRED-TABLE.
           05  WS-STEP-REQUIRED OCCURS 13 TIMES PIC 9.

      *-----------------------
      * Latest recorded status per step for the business date,
      * rebuilt from RUNCTL before every decision
      *-----------------------
       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-STATE OCCURS 13 TIMES PIC X(8).

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "JOB-STREAM".
       01  WS-OP-ID PIC X(7) VALUE SPACES.
       01  WS-OP-ROLE PIC X(8) VALUE SPACES.
       01  WS-OP-PASSWORD-INPUT PIC X(20).
       01  WS-OP-SIGNED-ON-FLAG PIC 9 VALUE 0.
       01  WS-OP-TRIES PIC 9 VALUE 0.
       01  WS-OP-ALLOWED-ROLES PIC X(4).
       01  WS-OP-ALLOWED-FLAG PIC 9 VALUE 0.
       01  WS-OP-TALLY PIC 99.
       01  WS-OP-EVENT PIC X(8).
       01  WS-OP-DETAIL PIC X(30).
       01  WS-OP-DATE PIC 9(8).
       01  WS-OP-TIME-RAW PIC 9(8).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM READ-BUSINESS-DATE.
           DISPLAY "NIGHTLY JOB-STREAM DRIVER - business date "
               WS-BUSINESS-DATE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM READ-CALENDAR-DAY.
           PERFORM SET-ONE-STEP-REQUIRED
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           PERFORM STREAM-MENU UNTIL WS-RUN = 0.
           STOP RUN.

               CLOSE BUSDATE-FILE
           END-IF.

      * A business date missing from the calendar runs as an ordinary
      * night - the operator is told, since the month-end steps then
      * have to be chosen by hand
       READ-CALENDAR-DAY.
           MOVE 0 TO WS-MONTH-END-FLAG.
           MOVE 0 TO WS-SEASON-END-FLAG.
           MOVE SPACES TO WS-CL-STATUS.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CL-STATUS NOT = "00"
               DISPLAY "WARNING: CALENDAR unavailable (status "
                   WS-CL-STATUS ") - running as an ordinary night."
           ELSE
               MOVE WS-BUSINESS-DATE TO CL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       DISPLAY "WARNING: " WS-BUSINESS-DATE " is not "
                           "on the CALENDAR - running as an ordinary "
                           "night."
                   NOT INVALID KEY
                       IF CL-MONTH-END = "Y"
                           MOVE 1 TO WS-MONTH-END-FLAG
                           DISPLAY "Last business day of the month - "
                               "the month-end steps are required "
                               "tonight."
                       END-IF
                       IF CL-SEASON-END = "Y"
                           MOVE 1 TO WS-SEASON-END-FLAG
                           DISPLAY "Season-end date - the season "
                               "close is required tonight."
                       END-IF
               END-READ
               CLOSE CALENDAR-FILE
           END-IF.

       SET-ONE-STEP-REQUIRED.
           EVALUATE WS-STEP-KIND (WS-STEP-IDX)
               WHEN "M"
                   MOVE WS-MONTH-END-FLAG
                       TO WS-STEP-REQUIRED (WS-STEP-IDX)
               WHEN "S"
                   MOVE WS-SEASON-END-FLAG
                       TO WS-STEP-REQUIRED (WS-STEP-IDX)
               WHEN OTHER
                   MOVE 1 TO WS-STEP-REQUIRED (WS-STEP-IDX)
           END-EVALUATE.

       STREAM-MENU.
           DISPLAY " ".
           DISPLAY "1 - Show run status for " WS-BUSINESS-DATE.
           DISPLAY "2 - Run the next outstanding nightly step".
           DISPLAY "3 - Run a chosen step (incl. month-end)".
           DISPLAY "4 - Mark the night complete".
           DISPLAY "5 - Exit".
           ACCEPT WS-MENU-INPUT.
           INSPECT WS-MENU-INPUT REPLACING ALL WS-NEW-LINE BY SPACE.
           PERFORM AUTHORIZE-MENU-CHOICE.
           IF WS-OP-ALLOWED-FLAG = 1
               EVALUATE WS-MENU-INPUT
                   WHEN "1"
                       PERFORM SHOW-RUN-STATUS
                   WHEN "2"
                       PERFORM RUN-NEXT-STEP
                   WHEN "3"
                       PERFORM RUN-CHOSEN-STEP
                   WHEN "4"
                       PERFORM MARK-NIGHT-COMPLETE
                   WHEN "5"
                       MOVE 0 TO WS-RUN
                   WHEN OTHER
                       DISPLAY "Invalid input please try again"
               END-EVALUATE
           END-IF.

      *-----------------------
      * Every menu choice but Exit is checked against the signed-on
      * operator's role before it runs
      *-----------------------
       AUTHORIZE-MENU-CHOICE.
           MOVE 1 TO WS-OP-ALLOWED-FLAG.
           MOVE SPACES TO WS-OP-ALLOWED-ROLES.
           EVALUATE WS-MENU-INPUT
               WHEN "1"
                   MOVE "ASCO" TO WS-OP-ALLOWED-ROLES
                   MOVE "Show run status" TO WS-OP-DETAIL
               WHEN "2"
                   MOVE "ASO" TO WS-OP-ALLOWED-ROLES
                   MOVE "Run the next nightly step" TO WS-OP-DETAIL
               WHEN "3"
                   MOVE "ASO" TO WS-OP-ALLOWED-ROLES
                   MOVE "Run a chosen step" TO WS-OP-DETAIL
               WHEN "4"
                   MOVE "ASO" TO WS-OP-ALLOWED-ROLES
                   MOVE "Mark the night complete" TO WS-OP-DETAIL
           END-EVALUATE.
           IF WS-OP-ALLOWED-ROLES NOT = SPACES
               PERFORM CHECK-OPERATOR-ROLE
           END-IF.

      *-----------------------
      * The latest RUNCTL row per step for the business date is the
           PERFORM RESET-ONE-STEP-STATE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           MOVE "OPEN" TO WS-NIGHT-STATE.
           MOVE SPACES TO WS-RC-STATUS.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RC-STATUS = "00"
               AT END
                   MOVE "10" TO WS-RC-STATUS
               NOT AT END
                   IF RC-DATE = WS-BUSINESS-DATE
                           AND RC-STEP = "NIGHT"
                       MOVE RC-STATUS TO WS-NIGHT-STATE
                   END-IF
                   IF RC-DATE = WS-BUSINESS-DATE
                       PERFORM POST-ONE-RUNCTL-ROW
                           VARYING WS-STEP-IDX FROM 1 BY 1
           PERFORM SHOW-ONE-STEP-STATE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           DISPLAY "  Night " WS-NIGHT-STATE.

       SHOW-ONE-STEP-STATE.
           IF WS-STEP-KIND (WS-STEP-IDX) = "S"
               MOVE "season-end" TO WS-KIND-LABEL
           ELSE
               MOVE "month-end" TO WS-KIND-LABEL
           END-IF.
           EVALUATE TRUE
               WHEN WS-STEP-KIND (WS-STEP-IDX) = "N"
                   DISPLAY "  " WS-STEP-IDX " "
                       WS-STEP-NAME (WS-STEP-IDX) " "
                       WS-STEP-STATE (WS-STEP-IDX)
               WHEN WS-STEP-REQUIRED (WS-STEP-IDX) = 1
                   DISPLAY "  " WS-STEP-IDX " "
                       WS-STEP-NAME (WS-STEP-IDX) " "
                       WS-STEP-STATE (WS-STEP-IDX) " ("
                       FUNCTION TRIM(WS-KIND-LABEL)
                       ", required tonight)"
               WHEN OTHER
                   DISPLAY "  " WS-STEP-IDX " "
                       WS-STEP-NAME (WS-STEP-IDX) " "
                       WS-STEP-STATE (WS-STEP-IDX) " ("
                       FUNCTION TRIM(WS-KIND-LABEL)
                       ", not due tonight)"
           END-EVALUATE.

      *-----------------------
      * "Next outstanding" is the first step required tonight that
      * is not yet complete - after a failure that is the failed step
      * itself, which is exactly where a restart should pick up
      *-----------------------
       RUN-NEXT-STEP.
           PERFORM LOAD-STEP-STATES.
           MOVE 0 TO WS-NEXT-STEP.
           PERFORM FIND-NEXT-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           IF WS-NEXT-STEP = 0
               DISPLAY "All required steps are complete for "
                   WS-BUSINESS-DATE " - mark the night complete "
                   "with option 4."
           ELSE
               MOVE WS-NEXT-STEP TO WS-STEP-PICKED
               PERFORM RUN-ONE-STEP

       FIND-NEXT-STEP.
           IF WS-NEXT-STEP = 0
                   AND WS-STEP-REQUIRED (WS-STEP-IDX) = 1
                   AND WS-STEP-STATE (WS-STEP-IDX) NOT = "COMPLETE"
               MOVE WS-STEP-IDX TO WS-NEXT-STEP
           END-IF.
           END-IF.

      *-----------------------
      * Gate, record, run, record. The predecessor - the nearest
      * earlier step required tonight - must be complete for the
      * date, a completed step is only rerun after an explicit
      * confirmation (and the duplicate is flagged in RUNCTL), and
      * the script's exit status decides COMPLETE or FAILED
      *-----------------------
       RUN-ONE-STEP.
           MOVE WS-STEP-NAME (WS-STEP-PICKED) TO WS-LOG-STEP.
           MOVE 0 TO WS-PRED-STEP.
           PERFORM FIND-PREDECESSOR-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX >= WS-STEP-PICKED.
           IF WS-PRED-STEP > 0
               IF WS-STEP-STATE (WS-PRED-STEP) NOT = "COMPLETE"
                   DISPLAY "REFUSED: predecessor "
                       WS-STEP-NAME (WS-PRED-STEP)
                       " is " WS-STEP-STATE (WS-PRED-STEP)
                       " for " WS-BUSINESS-DATE "."
                   MOVE 0 TO WS-STEP-PICKED
               END-IF
               PERFORM EXECUTE-STEP-SCRIPT
           END-IF.

       FIND-PREDECESSOR-STEP.
           IF WS-STEP-REQUIRED (WS-STEP-IDX) = 1
               MOVE WS-STEP-IDX TO WS-PRED-STEP
           END-IF.

       EXECUTE-STEP-SCRIPT.
           MOVE "STARTED" TO WS-LOG-STATUS.
           PERFORM WRITE-RUNCTL-ROW.
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *-----------------------
      * The night is closed with a NIGHT row in RUNCTL, refused while
      * any step required tonight - the month-end steps included on
      * a month-end date - is not complete
      *-----------------------
       MARK-NIGHT-COMPLETE.
           PERFORM LOAD-STEP-STATES.
           MOVE 0 TO WS-OUTSTANDING-COUNT.
           PERFORM CHECK-ONE-REQUIRED-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           IF WS-OUTSTANDING-COUNT > 0
               DISPLAY "REFUSED: " WS-OUTSTANDING-COUNT " required "
                   "step(s) not complete for " WS-BUSINESS-DATE
                   " - the night stays open."
           ELSE
           IF WS-NIGHT-STATE = "COMPLETE"
               DISPLAY "The night of " WS-BUSINESS-DATE
                   " is already marked complete."
           ELSE
               MOVE "NIGHT" TO WS-LOG-STEP
               MOVE "COMPLETE" TO WS-LOG-STATUS
               PERFORM WRITE-RUNCTL-ROW
               DISPLAY "Night of " WS-BUSINESS-DATE
                   " recorded COMPLETE."
           END-IF
           END-IF.

       CHECK-ONE-REQUIRED-STEP.
           IF WS-STEP-REQUIRED (WS-STEP-IDX) = 1
                   AND WS-STEP-STATE (WS-STEP-IDX) NOT = "COMPLETE"
               ADD 1 TO WS-OUTSTANDING-COUNT
               DISPLAY "  outstanding: " WS-STEP-NAME (WS-STEP-IDX)
                   " " WS-STEP-STATE (WS-STEP-IDX)
           END-IF.

       WRITE-RUNCTL-ROW.
           MOVE SPACES TO WS-RC-STATUS.
           OPEN EXTEND RUNCTL-FILE.
           END-IF.
           MOVE SPACES TO RC-RECORD.
           MOVE WS-BUSINESS-DATE TO RC-DATE.
           MOVE WS-LOG-STEP TO RC-STEP.
           MOVE WS-LOG-STATUS TO RC-STATUS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO RC-STAMP.
           MOVE WS-OP-ID TO RC-OPERATOR.
           WRITE RC-RECORD.
           CLOSE RUNCTL-FILE.

      *-----------------------
      * Operator sign-on against the OPERATORS file - three tries a
      * run, and three wrong passwords in a row lock the operator
      * out until an administrator resets it in OPERATOR-MAINT.
      * Every outcome is written to the SECLOG security log
      *-----------------------
       SIGN-ON-OPERATOR.
           MOVE 0 TO WS-OP-SIGNED-ON-FLAG.
           MOVE 0 TO WS-OP-TRIES.
           PERFORM TRY-OPERATOR-SIGN-ON
               UNTIL WS-OP-SIGNED-ON-FLAG = 1
               OR WS-OP-TRIES >= WS-OP-MAX-FAILS.
           IF WS-OP-SIGNED-ON-FLAG = 0
               DISPLAY "Sign-on refused - exiting."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       TRY-OPERATOR-SIGN-ON.
           ADD 1 TO WS-OP-TRIES.
           DISPLAY "Operator ID:".
           ACCEPT WS-OP-ID.
           INSPECT WS-OP-ID REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE FUNCTION UPPER-CASE(WS-OP-ID) TO WS-OP-ID.
           DISPLAY "Password:".
           ACCEPT WS-OP-PASSWORD-INPUT.
           INSPECT WS-OP-PASSWORD-INPUT
               REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE SPACES TO WS-OP-STATUS.
           OPEN I-O OPERATOR-FILE.
           IF WS-OP-STATUS NOT = "00"
               DISPLAY "FATAL: OPERATORS file unavailable (status "
                   WS-OP-STATUS ") - operators are set up with "
                   "OPERATOR-MAINT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OP-ID TO OP-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Sign-on refused."
                   MOVE "REFUSED" TO WS-OP-EVENT
                   MOVE "Unknown operator ID" TO WS-OP-DETAIL
                   PERFORM WRITE-SECURITY-LOG
               NOT INVALID KEY
                   PERFORM CHECK-OPERATOR-PASSWORD
           END-READ.
           CLOSE OPERATOR-FILE.

       CHECK-OPERATOR-PASSWORD.
           EVALUATE TRUE
               WHEN OP-STATUS = "L"
                   DISPLAY "Operator " WS-OP-ID " is locked out - "
                       "see an administrator."
                   MOVE "REFUSED" TO WS-OP-EVENT
                   MOVE "Operator locked out" TO WS-OP-DETAIL
                   PERFORM WRITE-SECURITY-LOG
                   MOVE WS-OP-MAX-FAILS TO WS-OP-TRIES
               WHEN OP-STATUS = "D"
                   DISPLAY "Operator " WS-OP-ID " is disabled."
                   MOVE "REFUSED" TO WS-OP-EVENT
                   MOVE "Operator disabled" TO WS-OP-DETAIL
                   PERFORM WRITE-SECURITY-LOG
                   MOVE WS-OP-MAX-FAILS TO WS-OP-TRIES
               WHEN OP-PASSWORD NOT = WS-OP-PASSWORD-INPUT
                   ADD 1 TO OP-FAILS
                   IF OP-FAILS >= WS-OP-MAX-FAILS
                       MOVE "L" TO OP-STATUS
                       DISPLAY "Sign-on refused - operator "
                           WS-OP-ID " is now locked out."
                       MOVE "LOCKED" TO WS-OP-EVENT
                       MOVE "Too many wrong passwords"
                           TO WS-OP-DETAIL
                       MOVE WS-OP-MAX-FAILS TO WS-OP-TRIES
                   ELSE
                       DISPLAY "Sign-on refused."
                       MOVE "REFUSED" TO WS-OP-EVENT
                       MOVE "Wrong password" TO WS-OP-DETAIL
                   END-IF
                   REWRITE OP-RECORD
                   PERFORM WRITE-SECURITY-LOG
               WHEN OTHER
                   ACCEPT WS-OP-DATE FROM DATE YYYYMMDD
                   MOVE 0 TO OP-FAILS
                   MOVE WS-OP-DATE TO OP-LAST-SIGNON
                   REWRITE OP-RECORD
                   MOVE OP-ROLE TO WS-OP-ROLE
                   MOVE 1 TO WS-OP-SIGNED-ON-FLAG
                   DISPLAY "Signed on as " WS-OP-ID " ("
                       FUNCTION TRIM(OP-ROLE) ")."
                   MOVE "SIGNON" TO WS-OP-EVENT
                   MOVE OP-ROLE TO WS-OP-DETAIL
                   PERFORM WRITE-SECURITY-LOG
           END-EVALUATE.

      * The caller sets the role letters allowed and the description
      * of what is being attempted; an allowed attempt is logged as
      * the operator's action, a refused one as DENIED
       CHECK-OPERATOR-ROLE.
           MOVE 0 TO WS-OP-TALLY.
           IF WS-OP-ROLE NOT = SPACES
               INSPECT WS-OP-ALLOWED-ROLES TALLYING WS-OP-TALLY
                   FOR ALL WS-OP-ROLE (1:1)
           END-IF.
           IF WS-OP-TALLY > 0
               MOVE 1 TO WS-OP-ALLOWED-FLAG
               MOVE "ACTION" TO WS-OP-EVENT
           ELSE
               MOVE 0 TO WS-OP-ALLOWED-FLAG
               DISPLAY "Your role (" FUNCTION TRIM(WS-OP-ROLE)
                   ") may not use this option."
               MOVE "DENIED" TO WS-OP-EVENT
           END-IF.
           PERFORM WRITE-SECURITY-LOG.

       WRITE-SECURITY-LOG.
           MOVE SPACES TO WS-SC-STATUS.
           OPEN EXTEND SECLOG-FILE.
           IF WS-SC-STATUS = "35"
               OPEN OUTPUT SECLOG-FILE
               CLOSE SECLOG-FILE
               OPEN EXTEND SECLOG-FILE
           END-IF.
           MOVE SPACES TO SC-RECORD.
           ACCEPT WS-OP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OP-TIME-RAW FROM TIME.
           MOVE WS-OP-DATE TO SC-DATE.
           MOVE WS-OP-TIME-RAW (1:6) TO SC-TIME.
           MOVE WS-OP-ID TO SC-OPERATOR.
           MOVE WS-OP-PROGRAM TO SC-PROGRAM.
           MOVE WS-OP-EVENT TO SC-EVENT.
           MOVE WS-OP-DETAIL TO SC-DETAIL.
           WRITE SC-RECORD.
           CLOSE SECLOG-FILE.
       END PROGRAM JOB-STREAM.
