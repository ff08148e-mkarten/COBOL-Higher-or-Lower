      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: Month-end points expiry - every earned lot on the
      *          PTSLEDGER points ledger dated before the policy age
      *          (months, held in the PTSCTL control record) gives up
      *          whatever is still open on it, and each player's
      *          expired total is posted as one EXPR row dated the
      *          as-at date. The policy age can be changed at the start
      *          of the run; the change is logged to PLMAINT. The
      *          as-at date defaults to the ledger's last posted date
      *          (the month-end date when the stream runs it ahead of
      *          the roll), and the run refuses a later date the nightly
      *          posting has not reached, so no redemption is left to
      *          spend lots after they have been expired. The EXPIRPT
      *          report lists the expiry by player. Needs an operator
      *          sign-on; only supervisors and administrators may
      *          change the expiry policy
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. POINTS-EXPIRE.
       AUTHOR. LUCA MORGADO.
       DATE-WRITTEN. 15-OCT-2026.
       DATE-COMPILED. 15-OCT-2026.
       SECURITY. OpenSource.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "PTSLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LG-STATUS.

           SELECT LEDGER-CTL-FILE ASSIGN TO "PTSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "PLMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "EXPIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

           SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-RG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-STATUS.

           SELECT REPORT-INDEX-FILE ASSIGN TO "REPORTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-KEY
               FILE STATUS IS WS-RI-STATUS.

           SELECT RETENTION-FILE ASSIGN TO "RPTRETN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-REPORT-ID
               FILE STATUS IS WS-RR-STATUS.

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
      *-----------------------
       FD  LEDGER-FILE.
       01  LG-RECORD.
           05  LG-KEY.
               10  LG-USERNAME     PIC X(7).
               10  LG-DATE         PIC 9(8).
               10  LG-TYPE         PIC X(4).
           05  LG-POINTS           PIC 9(7).
           05  LG-OPEN-POINTS      PIC 9(7).
           05  LG-POSTED-DATE      PIC 9(8).

       FD  LEDGER-CTL-FILE.
       01  LC-RECORD.
           05  LC-LAST-POSTED      PIC 9(8).
           05  FILLER              PIC X.
           05  LC-EXPIRY-MONTHS    PIC 9(3).
           05  FILLER              PIC X.
           05  LC-LAST-EXPIRY      PIC 9(8).

       FD  MAINT-LOG-FILE.
       01  PM-RECORD.
           05  PM-DATE             PIC 9(8).
           05  FILLER              PIC X.
           05  PM-ACTION           PIC X(10).
           05  FILLER              PIC X.
           05  PM-KEY-1            PIC X(7).
           05  FILLER              PIC X.
           05  PM-KEY-2            PIC X(7).
           05  FILLER              PIC X.
           05  PM-OPERATOR         PIC X(7).

       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05  BD-CURRENT-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  BD-PRIOR-DATE       PIC 9(8).

       FD  REPORT-FILE.
       01  RP-LINE                 PIC X(70).

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

       FD  GENERATION-FILE.
       01  RG-LINE                 PIC X(132).

      * One row per filed report generation, named by report ID and
      * business date with a run number for repeat runs on one date
       FD  REPORT-INDEX-FILE.
       01  RI-RECORD.
           05  RI-KEY.
               10  RI-REPORT-ID    PIC X(8).
               10  RI-BUS-DATE     PIC 9(8).
               10  RI-RUN-NO       PIC 99.
           05  RI-FILE-NAME        PIC X(20).
           05  RI-RUN-DATE         PIC 9(8).
           05  RI-RUN-TIME         PIC 9(6).
           05  RI-PAGES            PIC 9(4).
           05  RI-LINES            PIC 9(6).
           05  RI-PROGRAM          PIC X(17).

      * Generations kept per report ID - zero keeps every generation
       FD  RETENTION-FILE.
       01  RR-RECORD.
           05  RR-REPORT-ID        PIC X(8).
           05  RR-KEEP             PIC 9(3).
           05  RR-SET-DATE         PIC 9(8).
           05  RR-OPERATOR         PIC X(7).

       WORKING-STORAGE SECTION.
       78  WS-NEW-LINE VALUE X"0D".
       01  WS-LG-STATUS PIC XX.
       01  WS-LC-STATUS PIC XX.
       01  WS-PM-STATUS PIC XX.
       01  WS-BD-STATUS PIC XX.
       01  WS-RP-STATUS PIC XX.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-ANSWER PIC X(20).
       01  WS-NB-TEST-VALUE PIC X(3).
       01  WS-CONFIRM-ANSWER PIC X.
       01  WS-DATE-ANSWER PIC X(8).
       01  WS-DATE-TEST-VALUE PIC X(8).

      *-----------------------
      * Control record values
      *-----------------------
       78  WS-DEFAULT-EXPIRY-MONTHS VALUE 12.
       01  WS-LAST-POSTED PIC 9(8) VALUE 0.
       01  WS-EXPIRY-MONTHS PIC 9(3) VALUE 0.
       01  WS-NEW-MONTHS PIC 9(3) VALUE 0.
       01  WS-LAST-EXPIRY PIC 9(8) VALUE 0.

      *-----------------------
      * The as-at date and the cutoff the policy age gives - a lot
      * dated before the cutoff has reached the policy age
      *-----------------------
       01  WS-AS-AT-DATE PIC 9(8).
       01  WS-CUTOFF-DATE PIC 9(8).
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUT-YEAR  PIC 9(4).
           05  WS-CUT-MONTH PIC 99.
           05  WS-CUT-DAY   PIC 99.
       01  WS-MONTH-COUNT PIC 9(6).
       01  WS-MONTH-REM PIC 99.

      *-----------------------
      * One player's expiry, and the run totals
      *-----------------------
       01  WS-CUR-PLAYER PIC X(7).
       01  WS-PLAYER-DONE-FLAG PIC 9 VALUE 0.
       01  WS-END-OF-FILE-FLAG PIC 9 VALUE 0.
       01  WS-PLAYER-EXPIRED PIC 9(7) VALUE 0.
       01  WS-PLAYER-LOTS PIC 9(4) VALUE 0.
       01  WS-TOTAL-EXPIRED PIC 9(9) VALUE 0.
       01  WS-TOTAL-LOTS PIC 9(6) VALUE 0.
       01  WS-TOTAL-PLAYERS PIC 9(6) VALUE 0.

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "POINTS-EXPIRE".
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
      * Report filing. The finished report is filed in the report
      * repository as a generation of its report ID for the business
      * date and indexed in REPORTIDX; the fixed-name file remains the
      * latest copy
      *-----------------------
       78  WS-RG-PAGE-LINES VALUE 60.
       78  WS-RG-DEFAULT-KEEP VALUE 31.
       01  WS-RG-REPORT-ID PIC X(8) VALUE "EXPIRPT".
       01  WS-RG-PROGRAM PIC X(17) VALUE "POINTS-EXPIRE".
       01  WS-RG-STATUS PIC XX.
       01  WS-RI-STATUS PIC XX.
       01  WS-RR-STATUS PIC XX.
       01  WS-RG-FILE-NAME PIC X(20).
       01  WS-RG-BUS-DATE PIC 9(8).
       01  WS-RG-RUN-NO PIC 99.
       01  WS-RG-LINES PIC 9(6).
       01  WS-RG-PAGES PIC 9(4).
       01  WS-RG-EOF-FLAG PIC 9 VALUE 0.
       01  WS-RG-TIME-RAW PIC 9(8).
       01  WS-RG-KEEP PIC 9(3).
       01  WS-RG-ON-FILE PIC 9(4).
       01  WS-RG-PURGE PIC 9(4).
       01  WS-RG-PURGED PIC 9(4).
       01  WS-RG-SAVE-RC PIC S9(9).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE "ASO" TO WS-OP-ALLOWED-ROLES.
           MOVE "Expire points lots" TO WS-OP-DETAIL.
           PERFORM CHECK-OPERATOR-ROLE.
           IF WS-OP-ALLOWED-FLAG = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-LEDGER-CONTROL.
           DISPLAY "POINTS EXPIRY - lots expire after "
               WS-EXPIRY-MONTHS " months.".
           IF WS-LAST-POSTED = 0
               DISPLAY "REFUSED: the points ledger has never been "
                   "posted - run the nightly posting first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ASK-POLICY-CHANGE.
           PERFORM ASK-AS-AT-DATE.
           IF WS-LAST-POSTED < WS-AS-AT-DATE
               DISPLAY "REFUSED: the points ledger is posted only "
                   "through " WS-LAST-POSTED " - post it through "
                   WS-AS-AT-DATE " before expiring."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LAST-EXPIRY = WS-AS-AT-DATE
               DISPLAY "Note: expiry already ran as at "
                   WS-AS-AT-DATE " - only lots still open expire."
           END-IF.
           PERFORM COMPUTE-CUTOFF-DATE.
           MOVE SPACES TO WS-LG-STATUS.
           OPEN I-O LEDGER-FILE.
           IF WS-LG-STATUS NOT = "00"
               DISPLAY "PTSLEDGER unavailable (status " WS-LG-STATUS
                   ") - nothing to expire."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADER.
           MOVE LOW-VALUES TO LG-KEY.
           START LEDGER-FILE KEY >= LG-KEY
               INVALID KEY
                   MOVE 1 TO WS-END-OF-FILE-FLAG
           END-START.
           PERFORM EXPIRE-ONE-PLAYER UNTIL WS-END-OF-FILE-FLAG = 1.
           CLOSE LEDGER-FILE.
           PERFORM PRINT-REPORT-FOOTER.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-GENERATION.
           MOVE WS-AS-AT-DATE TO WS-LAST-EXPIRY.
           PERFORM WRITE-LEDGER-CONTROL.
           DISPLAY "Points expiry complete: " WS-TOTAL-EXPIRED
               " points from " WS-TOTAL-LOTS " lots written to "
               "EXPIRPT.".
           STOP RUN.

       READ-BUSINESS-DATE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-BD-STATUS.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BD-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-CURRENT-DATE IS NUMERIC
                               AND BD-CURRENT-DATE > 0
                           MOVE BD-CURRENT-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       READ-LEDGER-CONTROL.
           MOVE 0 TO WS-LAST-POSTED.
           MOVE WS-DEFAULT-EXPIRY-MONTHS TO WS-EXPIRY-MONTHS.
           MOVE 0 TO WS-LAST-EXPIRY.
           MOVE SPACES TO WS-LC-STATUS.
           OPEN INPUT LEDGER-CTL-FILE.
           IF WS-LC-STATUS = "00"
               READ LEDGER-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-LAST-POSTED IS NUMERIC
                           MOVE LC-LAST-POSTED TO WS-LAST-POSTED
                       END-IF
                       IF LC-EXPIRY-MONTHS IS NUMERIC
                               AND LC-EXPIRY-MONTHS > 0
                           MOVE LC-EXPIRY-MONTHS TO WS-EXPIRY-MONTHS
                       END-IF
                       IF LC-LAST-EXPIRY IS NUMERIC
                           MOVE LC-LAST-EXPIRY TO WS-LAST-EXPIRY
                       END-IF
               END-READ
               CLOSE LEDGER-CTL-FILE
           END-IF.

       WRITE-LEDGER-CONTROL.
           OPEN OUTPUT LEDGER-CTL-FILE.
           MOVE SPACES TO LC-RECORD.
           MOVE WS-LAST-POSTED TO LC-LAST-POSTED.
           MOVE WS-EXPIRY-MONTHS TO LC-EXPIRY-MONTHS.
           MOVE WS-LAST-EXPIRY TO LC-LAST-EXPIRY.
           WRITE LC-RECORD.
           CLOSE LEDGER-CTL-FILE.

      *-----------------------
      * The policy age lives in the control record; a change takes
      * effect from this run and is logged with the operator's ID
      *-----------------------
       ASK-POLICY-CHANGE.
           DISPLAY "Change the expiry policy age? (Y/N)".
           ACCEPT WS-CONFIRM-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-ANSWER)
               TO WS-CONFIRM-ANSWER.
           IF WS-CONFIRM-ANSWER = "Y"
               MOVE "AS" TO WS-OP-ALLOWED-ROLES
               MOVE "Change the expiry policy" TO WS-OP-DETAIL
               PERFORM CHECK-OPERATOR-ROLE
           END-IF.
           IF WS-CONFIRM-ANSWER = "Y" AND WS-OP-ALLOWED-FLAG = 1
               PERFORM ASK-POLICY-MONTHS
               MOVE WS-NEW-MONTHS TO WS-EXPIRY-MONTHS
               PERFORM WRITE-LEDGER-CONTROL
               PERFORM WRITE-POLICY-LOG
               DISPLAY "Lots now expire after " WS-EXPIRY-MONTHS
                   " months."
           END-IF.

       ASK-POLICY-MONTHS.
           DISPLAY "Expire lots older than how many months (1-120):".
           ACCEPT WS-ANSWER.
           INSPECT WS-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE WS-ANSWER (1:3) TO WS-NB-TEST-VALUE.
           INSPECT WS-NB-TEST-VALUE REPLACING ALL SPACES BY ZEROES.
           IF WS-ANSWER NOT = SPACES
                   AND WS-NB-TEST-VALUE IS NUMERIC
                   AND WS-ANSWER (4:) = SPACES
               MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-NEW-MONTHS
           ELSE
               MOVE 0 TO WS-NEW-MONTHS
           END-IF.
           IF WS-NEW-MONTHS = 0 OR WS-NEW-MONTHS > 120
               DISPLAY "Invalid policy age please try again"
               PERFORM ASK-POLICY-MONTHS
           END-IF.

       WRITE-POLICY-LOG.
           MOVE SPACES TO WS-PM-STATUS.
           OPEN EXTEND MAINT-LOG-FILE.
           IF WS-PM-STATUS = "35"
               OPEN OUTPUT MAINT-LOG-FILE
               CLOSE MAINT-LOG-FILE
               OPEN EXTEND MAINT-LOG-FILE
           END-IF.
           MOVE SPACES TO PM-RECORD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO PM-DATE.
           MOVE "EXPPOLICY" TO PM-ACTION.
           MOVE WS-EXPIRY-MONTHS TO PM-KEY-1.
           MOVE WS-OP-ID TO PM-KEY-2.
           MOVE WS-OP-ID TO PM-OPERATOR.
           WRITE PM-RECORD.
           CLOSE MAINT-LOG-FILE.

       ASK-AS-AT-DATE.
           DISPLAY "Expire as at which date, YYYYMMDD, or press "
               "ENTER for the last posted date (" WS-LAST-POSTED "):".
           ACCEPT WS-DATE-ANSWER.
           INSPECT WS-DATE-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           IF WS-DATE-ANSWER = SPACES
               MOVE WS-LAST-POSTED TO WS-AS-AT-DATE
           ELSE
               MOVE WS-DATE-ANSWER TO WS-DATE-TEST-VALUE
               IF WS-DATE-TEST-VALUE IS NUMERIC
                       AND FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-DATE-TEST-VALUE)) > 0
                   MOVE WS-DATE-TEST-VALUE TO WS-AS-AT-DATE
               ELSE
                   DISPLAY "Invalid date please try again"
                   PERFORM ASK-AS-AT-DATE
               END-IF
           END-IF.

      * Step back the policy's months from the as-at date; a day the
      * shorter month lacks falls back to that month's last day
       COMPUTE-CUTOFF-DATE.
           MOVE WS-AS-AT-DATE TO WS-CUTOFF-DATE.
           COMPUTE WS-MONTH-COUNT =
               WS-CUT-YEAR * 12 + WS-CUT-MONTH - 1 - WS-EXPIRY-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUT-YEAR
               REMAINDER WS-MONTH-REM.
           COMPUTE WS-CUT-MONTH = WS-MONTH-REM + 1.
           PERFORM STEP-BACK-CUTOFF-DAY
               UNTIL FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE) > 0.

       STEP-BACK-CUTOFF-DAY.
           SUBTRACT 1 FROM WS-CUT-DAY.

      *-----------------------
      * One player's rows are contiguous on the key. Expired lots
      * are rewritten as they are read; the EXPR row is written once
      * the player's rows are done, and the browse restarts after
      * that player's last possible key
      *-----------------------
       EXPIRE-ONE-PLAYER.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-END-OF-FILE-FLAG
           END-READ.
           IF WS-END-OF-FILE-FLAG = 0
               MOVE LG-USERNAME TO WS-CUR-PLAYER
               MOVE 0 TO WS-PLAYER-EXPIRED
               MOVE 0 TO WS-PLAYER-LOTS
               MOVE 0 TO WS-PLAYER-DONE-FLAG
               PERFORM EXPIRE-CURRENT-ROW
               PERFORM EXPIRE-NEXT-ROW UNTIL WS-PLAYER-DONE-FLAG = 1
               IF WS-PLAYER-EXPIRED > 0
                   PERFORM POST-EXPIRY-ROW
                   PERFORM PRINT-PLAYER-LINE
               END-IF
               IF WS-END-OF-FILE-FLAG = 0
                   MOVE WS-CUR-PLAYER TO LG-USERNAME
                   MOVE 99999999 TO LG-DATE
                   MOVE HIGH-VALUES TO LG-TYPE
                   START LEDGER-FILE KEY > LG-KEY
                       INVALID KEY
                           MOVE 1 TO WS-END-OF-FILE-FLAG
                   END-START
               END-IF
           END-IF.

       EXPIRE-NEXT-ROW.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-END-OF-FILE-FLAG
                   MOVE 1 TO WS-PLAYER-DONE-FLAG
               NOT AT END
                   IF LG-USERNAME NOT = WS-CUR-PLAYER
                       MOVE 1 TO WS-PLAYER-DONE-FLAG
                   ELSE
                       PERFORM EXPIRE-CURRENT-ROW
                   END-IF
           END-READ.

       EXPIRE-CURRENT-ROW.
           IF (LG-TYPE = "GAME" OR LG-TYPE = "TOUR")
                   AND LG-DATE < WS-CUTOFF-DATE
                   AND LG-OPEN-POINTS > 0
               ADD LG-OPEN-POINTS TO WS-PLAYER-EXPIRED
               ADD 1 TO WS-PLAYER-LOTS
               MOVE 0 TO LG-OPEN-POINTS
               REWRITE LG-RECORD
           END-IF.

      * A second run for the same as-at date adds to its EXPR row
       POST-EXPIRY-ROW.
           MOVE WS-CUR-PLAYER TO LG-USERNAME.
           MOVE WS-AS-AT-DATE TO LG-DATE.
           MOVE "EXPR" TO LG-TYPE.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE SPACES TO LG-RECORD
                   MOVE WS-CUR-PLAYER TO LG-USERNAME
                   MOVE WS-AS-AT-DATE TO LG-DATE
                   MOVE "EXPR" TO LG-TYPE
                   MOVE WS-PLAYER-EXPIRED TO LG-POINTS
                   MOVE 0 TO LG-OPEN-POINTS
                   MOVE WS-BUSINESS-DATE TO LG-POSTED-DATE
                   WRITE LG-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-PLAYER-EXPIRED TO LG-POINTS
                   REWRITE LG-RECORD
           END-READ.
           ADD WS-PLAYER-EXPIRED TO WS-TOTAL-EXPIRED.
           ADD WS-PLAYER-LOTS TO WS-TOTAL-LOTS.
           ADD 1 TO WS-TOTAL-PLAYERS.

       PRINT-PLAYER-LINE.
           MOVE SPACES TO RP-LINE.
           STRING WS-CUR-PLAYER "   " WS-PLAYER-LOTS "   "
               WS-PLAYER-EXPIRED
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       PRINT-REPORT-HEADER.
           MOVE "HIGHER OR LOWER - POINTS EXPIRY REGISTER" TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "As at " WS-AS-AT-DATE ": lots dated before "
               WS-CUTOFF-DATE " (" WS-EXPIRY-MONTHS " months)"
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "PLAYER    LOTS   EXPIRED" TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "------------------------------------------------" TO
               RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       PRINT-REPORT-FOOTER.
           MOVE "------------------------------------------------" TO
               RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "TOTAL: " WS-TOTAL-PLAYERS " players, "
               WS-TOTAL-LOTS " lots, " WS-TOTAL-EXPIRED
               " points expired"
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

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

      *-----------------------
      * File the finished report as the next generation of its report
      * ID for the business date: copy it to REPORTID.YYYYMMDD.NN,
      * index it in REPORTIDX, then drop the oldest generations past
      * the report ID's retention rule in RPTRETN
      *-----------------------
       FILE-REPORT-GENERATION.
           PERFORM READ-FILING-DATE.
           MOVE SPACES TO WS-RI-STATUS.
           OPEN I-O REPORT-INDEX-FILE.
           IF WS-RI-STATUS = "35"
               OPEN OUTPUT REPORT-INDEX-FILE
               CLOSE REPORT-INDEX-FILE
               OPEN I-O REPORT-INDEX-FILE
           END-IF.
           IF WS-RI-STATUS NOT = "00"
               DISPLAY "Report not filed - REPORTIDX unavailable "
                   "(status " WS-RI-STATUS ")."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM FIND-NEXT-RUN-NUMBER
               PERFORM COPY-REPORT-GENERATION
               CLOSE REPORT-INDEX-FILE
           END-IF.

       READ-FILING-DATE.
           ACCEPT WS-RG-BUS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-BD-STATUS.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BD-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-CURRENT-DATE IS NUMERIC
                               AND BD-CURRENT-DATE > 0
                           MOVE BD-CURRENT-DATE TO WS-RG-BUS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

      * Repeat runs on one business date each get their own
      * generation, numbered on from the highest already indexed
       FIND-NEXT-RUN-NUMBER.
           MOVE 1 TO WS-RG-RUN-NO.
           MOVE WS-RG-REPORT-ID TO RI-REPORT-ID.
           MOVE WS-RG-BUS-DATE TO RI-BUS-DATE.
           MOVE 0 TO RI-RUN-NO.
           START REPORT-INDEX-FILE KEY IS NOT LESS THAN RI-KEY
               INVALID KEY
                   MOVE "23" TO WS-RI-STATUS
           END-START.
           PERFORM READ-RUN-NUMBER-ROW UNTIL WS-RI-STATUS NOT = "00".

       READ-RUN-NUMBER-ROW.
           READ REPORT-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RI-STATUS
           END-READ.
           IF WS-RI-STATUS = "00"
               IF RI-REPORT-ID NOT = WS-RG-REPORT-ID
                       OR RI-BUS-DATE NOT = WS-RG-BUS-DATE
                   MOVE "10" TO WS-RI-STATUS
               ELSE
               IF RI-RUN-NO < 99
                   COMPUTE WS-RG-RUN-NO = RI-RUN-NO + 1
               END-IF
               END-IF
           END-IF.

       COPY-REPORT-GENERATION.
           MOVE SPACES TO WS-RG-FILE-NAME.
           STRING WS-RG-REPORT-ID DELIMITED BY SPACE
               "." WS-RG-BUS-DATE "." WS-RG-RUN-NO
               DELIMITED BY SIZE INTO WS-RG-FILE-NAME.
           MOVE 0 TO WS-RG-LINES.
           MOVE 0 TO WS-RG-EOF-FLAG.
           MOVE SPACES TO WS-RP-STATUS.
           OPEN INPUT REPORT-FILE.
           MOVE SPACES TO WS-RG-STATUS.
           OPEN OUTPUT GENERATION-FILE.
           IF WS-RP-STATUS NOT = "00" OR WS-RG-STATUS NOT = "00"
               DISPLAY "Report not filed - " WS-RG-FILE-NAME
                   " cannot be written (status " WS-RP-STATUS "/"
                   WS-RG-STATUS ")."
               MOVE 16 TO RETURN-CODE
               IF WS-RP-STATUS = "00"
                   CLOSE REPORT-FILE
               END-IF
               IF WS-RG-STATUS = "00"
                   CLOSE GENERATION-FILE
               END-IF
           ELSE
               PERFORM COPY-ONE-REPORT-LINE UNTIL WS-RG-EOF-FLAG = 1
               CLOSE GENERATION-FILE
               CLOSE REPORT-FILE
               PERFORM WRITE-REPORT-INDEX
           END-IF.

       COPY-ONE-REPORT-LINE.
           READ REPORT-FILE
               AT END
                   MOVE 1 TO WS-RG-EOF-FLAG
               NOT AT END
                   MOVE RP-LINE TO RG-LINE
                   WRITE RG-LINE
                   ADD 1 TO WS-RG-LINES
           END-READ.

       WRITE-REPORT-INDEX.
           COMPUTE WS-RG-PAGES = (WS-RG-LINES + WS-RG-PAGE-LINES - 1)
               / WS-RG-PAGE-LINES.
           IF WS-RG-PAGES = 0
               MOVE 1 TO WS-RG-PAGES
           END-IF.
           ACCEPT WS-RG-TIME-RAW FROM TIME.
           MOVE SPACES TO RI-RECORD.
           MOVE WS-RG-REPORT-ID TO RI-REPORT-ID.
           MOVE WS-RG-BUS-DATE TO RI-BUS-DATE.
           MOVE WS-RG-RUN-NO TO RI-RUN-NO.
           MOVE WS-RG-FILE-NAME TO RI-FILE-NAME.
           ACCEPT RI-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RG-TIME-RAW (1:6) TO RI-RUN-TIME.
           MOVE WS-RG-PAGES TO RI-PAGES.
           MOVE WS-RG-LINES TO RI-LINES.
           MOVE WS-RG-PROGRAM TO RI-PROGRAM.
           WRITE RI-RECORD
               INVALID KEY
                   REWRITE RI-RECORD
           END-WRITE.
           DISPLAY "Report filed as " WS-RG-FILE-NAME " ("
               WS-RG-LINES " lines).".
           PERFORM APPLY-REPORT-RETENTION.

      *-----------------------
      * Retention - generations are indexed oldest first, so the
      * surplus over the report ID's keep count is purged from the
      * front of its key range, index row and file together
      *-----------------------
       APPLY-REPORT-RETENTION.
           MOVE WS-RG-DEFAULT-KEEP TO WS-RG-KEEP.
           MOVE SPACES TO WS-RR-STATUS.
           OPEN INPUT RETENTION-FILE.
           IF WS-RR-STATUS = "00"
               MOVE WS-RG-REPORT-ID TO RR-REPORT-ID
               READ RETENTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RR-KEEP TO WS-RG-KEEP
               END-READ
               CLOSE RETENTION-FILE
           END-IF.
           IF WS-RG-KEEP > 0
               MOVE 0 TO WS-RG-ON-FILE
               PERFORM START-REPORT-ID-RANGE
               PERFORM COUNT-ONE-GENERATION
                   UNTIL WS-RI-STATUS NOT = "00"
               IF WS-RG-ON-FILE > WS-RG-KEEP
                   COMPUTE WS-RG-PURGE = WS-RG-ON-FILE - WS-RG-KEEP
                   MOVE 0 TO WS-RG-PURGED
                   PERFORM START-REPORT-ID-RANGE
                   PERFORM PURGE-ONE-GENERATION
                       UNTIL WS-RI-STATUS NOT = "00"
                       OR WS-RG-PURGED >= WS-RG-PURGE
                   DISPLAY WS-RG-PURGED " old generation(s) of "
                       WS-RG-REPORT-ID " purged (keeping "
                       WS-RG-KEEP ")."
               END-IF
           END-IF.

       START-REPORT-ID-RANGE.
           MOVE LOW-VALUES TO RI-KEY.
           MOVE WS-RG-REPORT-ID TO RI-REPORT-ID.
           MOVE "00" TO WS-RI-STATUS.
           START REPORT-INDEX-FILE KEY IS NOT LESS THAN RI-KEY
               INVALID KEY
                   MOVE "23" TO WS-RI-STATUS
           END-START.

       COUNT-ONE-GENERATION.
           READ REPORT-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RI-STATUS
           END-READ.
           IF WS-RI-STATUS = "00"
               IF RI-REPORT-ID NOT = WS-RG-REPORT-ID
                   MOVE "10" TO WS-RI-STATUS
               ELSE
                   ADD 1 TO WS-RG-ON-FILE
               END-IF
           END-IF.

       PURGE-ONE-GENERATION.
           READ REPORT-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RI-STATUS
           END-READ.
           IF WS-RI-STATUS = "00"
               IF RI-REPORT-ID NOT = WS-RG-REPORT-ID
                   MOVE "10" TO WS-RI-STATUS
               ELSE
                   MOVE RETURN-CODE TO WS-RG-SAVE-RC
                   CALL "CBL_DELETE_FILE" USING RI-FILE-NAME
                   MOVE WS-RG-SAVE-RC TO RETURN-CODE
                   DELETE REPORT-INDEX-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WS-RG-PURGED
               END-IF
           END-IF.
       END PROGRAM POINTS-EXPIRE.
