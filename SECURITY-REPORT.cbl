      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: Security report - takes a from/to date range and
      *          lists the SECLOG security log per operator: every
      *          sign-on, refused sign-on, lockout, role denial and
      *          action taken, in time order under each operator, then
      *          a summary line per operator with the counts of each.
      *          Written to SECRPT. Supervisors and administrators
      *          only, after operator sign-on
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SECURITY-REPORT.
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
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SECRPT"
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
       01  WS-BD-STATUS PIC XX.
       01  WS-RP-STATUS PIC XX.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-DATE-ANSWER PIC X(8).
       01  WS-DATE-TEST-VALUE PIC X(8).

      *-----------------------
      * The period's security events, sorted by operator; the log is
      * written in time order and the sort never swaps equal
      * operators, so each operator's events stay in time order
      *-----------------------
       01  WS-EV-COUNT PIC 9(4) VALUE 0.
       01  WS-EV-IDX PIC 9(4).
       01  WS-EV-J PIC 9(4).
       01  WS-EV-OVERFLOW PIC 9(6) VALUE 0.
       01  WS-EV-TABLE.
           05  WS-EV-ENTRY OCCURS 2000 TIMES.
               10  WS-EV-OPERATOR   PIC X(7).
               10  WS-EV-DATE       PIC 9(8).
               10  WS-EV-TIME       PIC 9(6).
               10  WS-EV-PROGRAM    PIC X(17).
               10  WS-EV-EVENT      PIC X(8).
               10  WS-EV-DETAIL     PIC X(30).
       01  WS-EV-SWAP PIC X(76).
       01  WS-EV-TIME-WORK.
           05  WS-EV-HHMM PIC 9(4).
           05  WS-EV-SS PIC 99.
       01  WS-CURRENT-OPERATOR PIC X(7).
       01  WS-OPERATOR-LABEL PIC X(9).

      *-----------------------
      * Counts per operator, and for the whole period
      *-----------------------
       01  WS-SO-COUNT PIC 9(3) VALUE 0.
       01  WS-SO-IDX PIC 9(3).
       01  WS-SO-TABLE.
           05  WS-SO-ENTRY OCCURS 200 TIMES.
               10  WS-SO-OPERATOR   PIC X(7).
               10  WS-SO-SIGNONS    PIC 9(5).
               10  WS-SO-REFUSED    PIC 9(5).
               10  WS-SO-LOCKED     PIC 9(5).
               10  WS-SO-DENIED     PIC 9(5).
               10  WS-SO-ACTIONS    PIC 9(5).
       01  WS-TOTAL-SIGNONS PIC 9(6) VALUE 0.
       01  WS-TOTAL-REFUSED PIC 9(6) VALUE 0.
       01  WS-TOTAL-LOCKED PIC 9(6) VALUE 0.
       01  WS-TOTAL-DENIED PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACTIONS PIC 9(6) VALUE 0.

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "SECURITY-REPORT".
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
       01  WS-RG-REPORT-ID PIC X(8) VALUE "SECRPT".
       01  WS-RG-PROGRAM PIC X(17) VALUE "SECURITY-REPORT".
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
           DISPLAY "SECURITY REPORT - operator sign-ons and actions".
           PERFORM SIGN-ON-OPERATOR.
           MOVE "AS" TO WS-OP-ALLOWED-ROLES.
           MOVE "Security report" TO WS-OP-DETAIL.
           PERFORM CHECK-OPERATOR-ROLE.
           IF WS-OP-ALLOWED-FLAG = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-BUSINESS-DATE.
           PERFORM ASK-DATE-RANGE.
           MOVE SPACES TO WS-SC-STATUS.
           OPEN INPUT SECLOG-FILE.
           IF WS-SC-STATUS = "35"
               DISPLAY "No SECLOG file yet - nothing to report."
               STOP RUN
           END-IF.
           IF WS-SC-STATUS NOT = "00"
               DISPLAY "FATAL: cannot open SECLOG (status "
                   WS-SC-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-ONE-SECLOG-ROW UNTIL WS-SC-STATUS = "10".
           CLOSE SECLOG-FILE.
           PERFORM SORT-EVENTS-OUTER
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX >= WS-EV-COUNT.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADER.
           MOVE HIGH-VALUES TO WS-CURRENT-OPERATOR.
           PERFORM PRINT-ONE-EVENT
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT.
           PERFORM PRINT-OPERATOR-SUMMARY.
           PERFORM PRINT-REPORT-FOOTER.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-GENERATION.
           DISPLAY "Security report complete: " WS-EV-COUNT
               " events written to SECRPT.".
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

       ASK-DATE-RANGE.
           PERFORM ASK-FROM-DATE.
           PERFORM ASK-TO-DATE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "The from date is after the to date - "
                   "please try again"
               PERFORM ASK-DATE-RANGE
           END-IF.

       ASK-FROM-DATE.
           DISPLAY "Report from date (YYYYMMDD):".
           ACCEPT WS-DATE-ANSWER.
           INSPECT WS-DATE-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE WS-DATE-ANSWER TO WS-DATE-TEST-VALUE.
           IF WS-DATE-TEST-VALUE IS NUMERIC
                   AND FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-DATE-TEST-VALUE)) > 0
               MOVE WS-DATE-TEST-VALUE TO WS-FROM-DATE
           ELSE
               DISPLAY "Invalid date please try again"
               PERFORM ASK-FROM-DATE
           END-IF.

       ASK-TO-DATE.
           DISPLAY "Report to date, YYYYMMDD, or press ENTER for the "
               "business date (" WS-BUSINESS-DATE "):".
           ACCEPT WS-DATE-ANSWER.
           INSPECT WS-DATE-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           IF WS-DATE-ANSWER = SPACES
               MOVE WS-BUSINESS-DATE TO WS-TO-DATE
           ELSE
               MOVE WS-DATE-ANSWER TO WS-DATE-TEST-VALUE
               IF WS-DATE-TEST-VALUE IS NUMERIC
                       AND FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-DATE-TEST-VALUE)) > 0
                   MOVE WS-DATE-TEST-VALUE TO WS-TO-DATE
               ELSE
                   DISPLAY "Invalid date please try again"
                   PERFORM ASK-TO-DATE
               END-IF
           END-IF.

      *-----------------------
      * SECLOG is dated by the calendar day the event happened on
      *-----------------------
       READ-ONE-SECLOG-ROW.
           READ SECLOG-FILE
               AT END
                   MOVE "10" TO WS-SC-STATUS
               NOT AT END
                   IF SC-DATE IS NUMERIC
                           AND SC-DATE >= WS-FROM-DATE
                           AND SC-DATE <= WS-TO-DATE
                       PERFORM ADD-ONE-EVENT
                   END-IF
           END-READ.

       ADD-ONE-EVENT.
           PERFORM COUNT-ONE-EVENT.
           IF WS-EV-COUNT < 2000
               ADD 1 TO WS-EV-COUNT
               MOVE SC-OPERATOR TO WS-EV-OPERATOR (WS-EV-COUNT)
               MOVE SC-DATE TO WS-EV-DATE (WS-EV-COUNT)
               MOVE SC-TIME TO WS-EV-TIME (WS-EV-COUNT)
               MOVE SC-PROGRAM TO WS-EV-PROGRAM (WS-EV-COUNT)
               MOVE SC-EVENT TO WS-EV-EVENT (WS-EV-COUNT)
               MOVE SC-DETAIL TO WS-EV-DETAIL (WS-EV-COUNT)
           ELSE
               ADD 1 TO WS-EV-OVERFLOW
           END-IF.

      * Every event in the period is counted, listed or not
       COUNT-ONE-EVENT.
           PERFORM FIND-SUMMARY-OPERATOR.
           IF WS-SO-IDX > 0
               EVALUATE SC-EVENT
                   WHEN "SIGNON"
                       ADD 1 TO WS-SO-SIGNONS (WS-SO-IDX)
                   WHEN "REFUSED"
                       ADD 1 TO WS-SO-REFUSED (WS-SO-IDX)
                   WHEN "LOCKED"
                       ADD 1 TO WS-SO-LOCKED (WS-SO-IDX)
                   WHEN "DENIED"
                       ADD 1 TO WS-SO-DENIED (WS-SO-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-SO-ACTIONS (WS-SO-IDX)
               END-EVALUATE
           END-IF.
           EVALUATE SC-EVENT
               WHEN "SIGNON"
                   ADD 1 TO WS-TOTAL-SIGNONS
               WHEN "REFUSED"
                   ADD 1 TO WS-TOTAL-REFUSED
               WHEN "LOCKED"
                   ADD 1 TO WS-TOTAL-LOCKED
               WHEN "DENIED"
                   ADD 1 TO WS-TOTAL-DENIED
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ACTIONS
           END-EVALUATE.

       FIND-SUMMARY-OPERATOR.
           MOVE 0 TO WS-SO-IDX.
           PERFORM CHECK-ONE-SUMMARY-OPERATOR
               VARYING WS-EV-J FROM 1 BY 1
               UNTIL WS-EV-J > WS-SO-COUNT OR WS-SO-IDX > 0.
           IF WS-SO-IDX = 0 AND WS-SO-COUNT < 200
               ADD 1 TO WS-SO-COUNT
               MOVE WS-SO-COUNT TO WS-SO-IDX
               MOVE SC-OPERATOR TO WS-SO-OPERATOR (WS-SO-IDX)
               MOVE 0 TO WS-SO-SIGNONS (WS-SO-IDX)
               MOVE 0 TO WS-SO-REFUSED (WS-SO-IDX)
               MOVE 0 TO WS-SO-LOCKED (WS-SO-IDX)
               MOVE 0 TO WS-SO-DENIED (WS-SO-IDX)
               MOVE 0 TO WS-SO-ACTIONS (WS-SO-IDX)
           END-IF.

       CHECK-ONE-SUMMARY-OPERATOR.
           IF WS-SO-OPERATOR (WS-EV-J) = SC-OPERATOR
               MOVE WS-EV-J TO WS-SO-IDX
           END-IF.

       SORT-EVENTS-OUTER.
           PERFORM SORT-EVENTS-INNER
               VARYING WS-EV-J FROM 1 BY 1
               UNTIL WS-EV-J > WS-EV-COUNT - WS-EV-IDX.

       SORT-EVENTS-INNER.
           IF WS-EV-OPERATOR (WS-EV-J) > WS-EV-OPERATOR (WS-EV-J + 1)
               MOVE WS-EV-ENTRY (WS-EV-J) TO WS-EV-SWAP
               MOVE WS-EV-ENTRY (WS-EV-J + 1) TO
                   WS-EV-ENTRY (WS-EV-J)
               MOVE WS-EV-SWAP TO WS-EV-ENTRY (WS-EV-J + 1)
           END-IF.

      * Each operator's events start under their own heading; an
      * unknown ID keyed as blank is shown as (blank)
       PRINT-ONE-EVENT.
           IF WS-EV-OPERATOR (WS-EV-IDX) NOT = WS-CURRENT-OPERATOR
               MOVE WS-EV-OPERATOR (WS-EV-IDX) TO WS-CURRENT-OPERATOR
               IF WS-CURRENT-OPERATOR = SPACES
                   MOVE "(blank)" TO WS-OPERATOR-LABEL
               ELSE
                   MOVE WS-CURRENT-OPERATOR TO WS-OPERATOR-LABEL
               END-IF
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               DISPLAY RP-LINE
               MOVE SPACES TO RP-LINE
               STRING "OPERATOR " WS-OPERATOR-LABEL
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               DISPLAY RP-LINE
           END-IF.
           MOVE WS-EV-TIME (WS-EV-IDX) TO WS-EV-TIME-WORK.
           MOVE SPACES TO RP-LINE.
           STRING WS-EV-DATE (WS-EV-IDX) " " WS-EV-HHMM " "
               WS-EV-PROGRAM (WS-EV-IDX) " "
               WS-EV-EVENT (WS-EV-IDX) (1:7) " "
               WS-EV-DETAIL (WS-EV-IDX)
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       PRINT-OPERATOR-SUMMARY.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "SUMMARY BY OPERATOR" TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "OPERATOR  SIGN-ONS  REFUSED  LOCKED  DENIED  ACTIONS"
               TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           PERFORM PRINT-ONE-SUMMARY-LINE
               VARYING WS-SO-IDX FROM 1 BY 1
               UNTIL WS-SO-IDX > WS-SO-COUNT.

       PRINT-ONE-SUMMARY-LINE.
           IF WS-SO-OPERATOR (WS-SO-IDX) = SPACES
               MOVE "(blank)" TO WS-OPERATOR-LABEL
           ELSE
               MOVE WS-SO-OPERATOR (WS-SO-IDX) TO WS-OPERATOR-LABEL
           END-IF.
           MOVE SPACES TO RP-LINE.
           STRING WS-OPERATOR-LABEL " " WS-SO-SIGNONS (WS-SO-IDX)
               "     " WS-SO-REFUSED (WS-SO-IDX)
               "    " WS-SO-LOCKED (WS-SO-IDX)
               "   " WS-SO-DENIED (WS-SO-IDX)
               "   " WS-SO-ACTIONS (WS-SO-IDX)
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       PRINT-REPORT-HEADER.
           MOVE "HIGHER OR LOWER - SECURITY REPORT" TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Period: " WS-FROM-DATE " to " WS-TO-DATE
               "   Printed by: " WS-OP-ID
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "DATE     TIME PROGRAM           EVENT   DETAIL"
               TO RP-LINE.
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
           STRING "PERIOD TOTALS: " WS-TOTAL-SIGNONS " sign-ons, "
               WS-TOTAL-REFUSED " refused, " WS-TOTAL-LOCKED
               " lockouts"
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "               " WS-TOTAL-DENIED " denied, "
               WS-TOTAL-ACTIONS " actions"
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           IF WS-EV-OVERFLOW > 0
               MOVE SPACES TO RP-LINE
               STRING "Counted but not listed (table full): "
                   WS-EV-OVERFLOW
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               DISPLAY RP-LINE
           END-IF.

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
       END PROGRAM SECURITY-REPORT.
