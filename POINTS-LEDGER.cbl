      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: Nightly points ledger posting - carries every business
      *          date since the last posting into the PTSLEDGER keyed
      *          file. Each player's priced wins for a date become a
      *          dated GAME lot and their tournament credits a TOUR
      *          lot (a tournament win is also a WIN row in AUDITIDX,
      *          so it is taken out of the game lot rather than
      *          counted twice); the date's REDEMPT rows become a REDM
      *          row that spends the player's oldest open lots first.
      *          A redemption no lot can cover stays open on the REDM
      *          row and is settled from the next lot the player
      *          earns. The PTSCTL control record holds the last date
      *          posted and the expiry policy POINTS-EXPIRE applies
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. POINTS-LEDGER.
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
           SELECT AUDIT-IDX-FILE ASSIGN TO "AUDITIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               ALTERNATE RECORD KEY IS AX-PLAYER-KEY
               FILE STATUS IS WS-AX-STATUS.

           SELECT TOURN-HIST-FILE ASSIGN TO "TOURNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.

           SELECT REDEMPT-FILE ASSIGN TO "REDEMPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-STATUS.

           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-USERNAME-KEY
               FILE STATUS IS WS-PL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "PTSLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LG-STATUS.

           SELECT LEDGER-CTL-FILE ASSIGN TO "PTSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.

           SELECT DIFF-PARM-FILE ASSIGN TO "DIFFRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  AUDIT-IDX-FILE.
       01  AX-RECORD.
           05  AX-KEY.
               10  AX-DATE         PIC 9(8).
               10  AX-USERNAME     PIC X(7).
               10  AX-SEQ          PIC 9(4).
           05  AX-PLAYER-KEY.
               10  AX-P-USERNAME   PIC X(7).
               10  AX-P-DATE       PIC 9(8).
               10  AX-P-SEQ        PIC 9(4).
           05  AX-DIFFICULTY       PIC 9.
           05  AX-SECRET           PIC 9(4).
           05  AX-GUESS            PIC 9(4).
           05  AX-RESULT           PIC X(7).

       FD  TOURN-HIST-FILE.
       01  TH-RECORD.
           05  TH-TOURNAMENT-ID    PIC X(14).
           05  FILLER              PIC X.
           05  TH-DATE             PIC 9(8).
           05  FILLER              PIC X.
           05  TH-DIFFICULTY       PIC 9.
           05  FILLER              PIC X.
           05  TH-PLACING          PIC 99.
           05  FILLER              PIC X.
           05  TH-PLAYER           PIC X(7).
           05  FILLER              PIC X.
           05  TH-ATTEMPTS         PIC 99.
           05  FILLER              PIC X.
           05  TH-RESULT           PIC X(4).

       FD  REDEMPT-FILE.
       01  RD-RECORD.
           05  RD-DATE             PIC 9(8).
           05  FILLER              PIC X.
           05  RD-USERNAME         PIC X(7).
           05  FILLER              PIC X.
           05  RD-PRIZE            PIC X(6).
           05  FILLER              PIC X.
           05  RD-COST             PIC 9(5).
           05  FILLER              PIC X.
           05  RD-OPERATOR         PIC X(7).

       FD  PLAYER-FILE.
       01  PL-RECORD.
           05  PL-USERNAME-KEY     PIC X(7).
           05  PL-USERNAME-DISPLAY PIC X(7).
           05  PL-GAMES-PLAYED     PIC 9(4).
           05  PL-TOTAL-SCORE      PIC 9(6).
           05  PL-TOTAL-WINS       PIC 9(4).
           05  PL-STATUS           PIC X.
           05  PL-WIN-STREAK       PIC 9(4).
           05  PL-PIN              PIC X(4).
           05  PL-PIN-FAILS        PIC 9.

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

       FD  DIFF-PARM-FILE.
       01  DP-RECORD.
           05  DP-NUMBER           PIC 9.
           05  FILLER              PIC X.
           05  DP-RANGE-HIGH       PIC 9(5).
           05  FILLER              PIC X.
           05  DP-POINTS           PIC 9(5).
           05  FILLER              PIC X.
           05  DP-MAX-ATTEMPTS     PIC 99.
           05  FILLER              PIC X.
           05  DP-EFF-DATE         PIC 9(8).
           05  FILLER              PIC X.
           05  DP-LABEL            PIC X(40).

       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05  BD-CURRENT-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  BD-PRIOR-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       78  WS-NEW-LINE VALUE X"0D".
       01  WS-AX-STATUS PIC XX.
       01  WS-TH-STATUS PIC XX.
       01  WS-RD-STATUS PIC XX.
       01  WS-PL-STATUS PIC XX.
       01  WS-LG-STATUS PIC XX.
       01  WS-LC-STATUS PIC XX.
       01  WS-DP-STATUS PIC XX.
       01  WS-BD-STATUS PIC XX.
       01  WS-BUSINESS-DATE PIC 9(8).

      *-----------------------
      * Control record values - a ledger that has never been posted
      * starts at the first organized AUDITIDX date, and the expiry
      * policy defaults to twelve months until POINTS-EXPIRE sets it
      *-----------------------
       78  WS-DEFAULT-EXPIRY-MONTHS VALUE 12.
       01  WS-LAST-POSTED PIC 9(8) VALUE 0.
       01  WS-EXPIRY-MONTHS PIC 9(3) VALUE 0.
       01  WS-LAST-EXPIRY PIC 9(8) VALUE 0.
       01  WS-PREV-POSTED PIC 9(8) VALUE 0.
       01  WS-POST-DATE PIC 9(8).
       01  WS-DAY-INT PIC 9(8).
       01  WS-END-INT PIC 9(8).

      *-----------------------
      * Difficulty rules - every effective-dated version kept so a
      * win is priced at the rule in force on its date
      *-----------------------
       01  WS-DIFF-COUNT PIC 99 VALUE 0.
       01  WS-DIFF-IDX PIC 99.
       01  WS-BEST-EFF-DATE PIC 9(8) VALUE 0.
       01  WS-DIFF-TABLE.
           05  WS-DIFF-ENTRY OCCURS 50 TIMES.
               10  WS-DIFF-NUMBER       PIC 9.
               10  WS-DIFF-EFF-DATE     PIC 9(8).
               10  WS-DIFF-POINTS       PIC 9(5).
       01  WS-PRICE-TABLE.
           05  WS-PRICE OCCURS 9 TIMES PIC 9(5).
       01  WS-PRICE-IDX PIC 99.

      *-----------------------
      * One posting date's activity per player: WIN rows and
      * tournament wins by difficulty, and points redeemed
      *-----------------------
       78  WS-DAY-MAX VALUE 500.
       01  WS-DAY-COUNT PIC 9(4) VALUE 0.
       01  WS-DAY-IDX PIC 9(4).
       01  WS-DAY-FOUND PIC 9(4).
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 500 TIMES.
               10  WS-DAY-PLAYER       PIC X(7).
               10  WS-DAY-REDEEMED     PIC 9(7).
               10  WS-DAY-GAME-WINS    PIC 9(4) OCCURS 9 TIMES.
               10  WS-DAY-TOURN-WINS   PIC 9(4) OCCURS 9 TIMES.
       01  WS-FIND-PLAYER PIC X(7).
       01  WS-DIFF-NB PIC 9.

      *-----------------------
      * Posting work fields
      *-----------------------
       01  WS-GAME-POINTS PIC 9(7).
       01  WS-TOURN-POINTS PIC 9(7).
       01  WS-NET-WINS PIC S9(5).
       01  WS-LOT-TYPE PIC X(4).
       01  WS-LOT-POINTS PIC 9(7).
       01  WS-LOT-OPEN PIC 9(7).
       01  WS-SPEND-LEFT PIC 9(7).
       01  WS-APPLY-POINTS PIC 9(7).
       01  WS-REGISTERED-FLAG PIC 9 VALUE 0.
       01  WS-POSTED-FLAG PIC 9 VALUE 0.

      *-----------------------
      * Run totals
      *-----------------------
       01  WS-DATES-POSTED PIC 9(5) VALUE 0.
       01  WS-TOTAL-GAME PIC 9(9) VALUE 0.
       01  WS-TOTAL-TOURN PIC 9(9) VALUE 0.
       01  WS-TOTAL-REDEEMED PIC 9(9) VALUE 0.
       01  WS-TOTAL-UNCOVERED PIC 9(9) VALUE 0.
       01  WS-TOTAL-SETTLED PIC 9(9) VALUE 0.
       01  WS-ROWS-SKIPPED PIC 9(6) VALUE 0.
       01  WS-GUESTS-SKIPPED PIC 9(6) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-DIFFICULTY-TABLE.
           PERFORM READ-LEDGER-CONTROL.
           IF WS-LAST-POSTED >= WS-BUSINESS-DATE
               DISPLAY "Points ledger already posted through "
                   WS-LAST-POSTED " - nothing to post."
               STOP RUN
           END-IF.
           IF WS-LAST-POSTED = 0
               PERFORM FIND-FIRST-AUDIT-DATE
               DISPLAY "First ledger posting - starting at "
                   WS-POST-DATE "; earlier REDEMPT and TOURNHIST "
                   "rows post with that date."
           ELSE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-POSTED) + 1
               COMPUTE WS-POST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-IF.
           MOVE WS-LAST-POSTED TO WS-PREV-POSTED.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-POST-DATE).
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           PERFORM OPEN-LEDGER-FILE.
           PERFORM POST-ONE-DATE UNTIL WS-DAY-INT > WS-END-INT.
           CLOSE LEDGER-FILE.
           DISPLAY "Points ledger posted through " WS-LAST-POSTED
               ": " WS-DATES-POSTED " dates.".
           DISPLAY "  Game points lotted:       " WS-TOTAL-GAME.
           DISPLAY "  Tournament points lotted: " WS-TOTAL-TOURN.
           DISPLAY "  Points redeemed:          " WS-TOTAL-REDEEMED.
           DISPLAY "  Redeemed with no open lot: " WS-TOTAL-UNCOVERED.
           DISPLAY "  Earlier open redemptions settled: "
               WS-TOTAL-SETTLED.
           IF WS-ROWS-SKIPPED > 0
               DISPLAY "  Rows already on the ledger, skipped: "
                   WS-ROWS-SKIPPED
           END-IF.
           IF WS-GUESTS-SKIPPED > 0
               DISPLAY "  Tournament wins by unregistered entrants, "
                   "not lotted: " WS-GUESTS-SKIPPED
           END-IF.
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

       LOAD-DIFFICULTY-TABLE.
           MOVE 0 TO WS-DIFF-COUNT.
           MOVE SPACES TO WS-DP-STATUS.
           OPEN INPUT DIFF-PARM-FILE.
           IF WS-DP-STATUS = "35"
               DISPLAY "FATAL: DIFFRULES file not found - "
                   "cannot price the ledger without the difficulty "
                   "table."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ONE-DIFFICULTY-ROW UNTIL WS-DP-STATUS = "10".
           CLOSE DIFF-PARM-FILE.

       LOAD-ONE-DIFFICULTY-ROW.
           READ DIFF-PARM-FILE
               AT END
                   MOVE "10" TO WS-DP-STATUS
               NOT AT END
                   IF DP-NUMBER IS NUMERIC
                           AND DP-EFF-DATE IS NUMERIC
                           AND WS-DIFF-COUNT < 50
                       ADD 1 TO WS-DIFF-COUNT
                       MOVE DP-NUMBER TO
                           WS-DIFF-NUMBER (WS-DIFF-COUNT)
                       MOVE DP-EFF-DATE TO
                           WS-DIFF-EFF-DATE (WS-DIFF-COUNT)
                       MOVE DP-POINTS TO
                           WS-DIFF-POINTS (WS-DIFF-COUNT)
                   END-IF
           END-READ.

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

       FIND-FIRST-AUDIT-DATE.
           MOVE WS-BUSINESS-DATE TO WS-POST-DATE.
           MOVE SPACES TO WS-AX-STATUS.
           OPEN INPUT AUDIT-IDX-FILE.
           IF WS-AX-STATUS = "00"
               MOVE 0 TO AX-DATE
               MOVE LOW-VALUES TO AX-USERNAME
               MOVE 0 TO AX-SEQ
               START AUDIT-IDX-FILE KEY >= AX-KEY
                   INVALID KEY
                       MOVE "23" TO WS-AX-STATUS
               END-START
               IF WS-AX-STATUS = "00"
                   READ AUDIT-IDX-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AX-DATE < WS-BUSINESS-DATE
                               MOVE AX-DATE TO WS-POST-DATE
                           END-IF
                   END-READ
               END-IF
               CLOSE AUDIT-IDX-FILE
           END-IF.

       OPEN-LEDGER-FILE.
           MOVE SPACES TO WS-LG-STATUS.
           OPEN I-O LEDGER-FILE.
           IF WS-LG-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LG-STATUS NOT = "00"
               DISPLAY "FATAL: PTSLEDGER cannot be opened (status "
                   WS-LG-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------
      * One business date: gather the date's wins, tournament wins
      * and redemptions per player, lot the earnings, then spend the
      * redemptions. The control record moves forward after every
      * date, so a run that stops part way resumes at the next date
      *-----------------------
       POST-ONE-DATE.
           COMPUTE WS-POST-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE 0 TO WS-DAY-COUNT.
           PERFORM PRICE-ONE-DIFFICULTY
               VARYING WS-PRICE-IDX FROM 1 BY 1
               UNTIL WS-PRICE-IDX > 9.
           PERFORM SCAN-DAY-AUDIT-WINS.
           PERFORM SCAN-TOURNAMENT-WINS.
           PERFORM SCAN-REDEMPTIONS.
           PERFORM OPEN-PLAYER-FILE.
           PERFORM POST-ONE-PLAYER
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT.
           IF WS-PL-STATUS = "00"
               CLOSE PLAYER-FILE
           END-IF.
           MOVE WS-POST-DATE TO WS-LAST-POSTED.
           MOVE WS-POST-DATE TO WS-PREV-POSTED.
           PERFORM WRITE-LEDGER-CONTROL.
           ADD 1 TO WS-DATES-POSTED.
           ADD 1 TO WS-DAY-INT.

      * Of the versions in force on the posting date, keep the newest
      * one's points - the same rule RECONCILE prices by
       PRICE-ONE-DIFFICULTY.
           MOVE 0 TO WS-PRICE (WS-PRICE-IDX).
           MOVE 0 TO WS-BEST-EFF-DATE.
           PERFORM FIND-DIFF-POINTS
               VARYING WS-DIFF-IDX FROM 1 BY 1
               UNTIL WS-DIFF-IDX > WS-DIFF-COUNT.

       FIND-DIFF-POINTS.
           IF WS-DIFF-NUMBER (WS-DIFF-IDX) = WS-PRICE-IDX
                   AND WS-DIFF-EFF-DATE (WS-DIFF-IDX) <= WS-POST-DATE
                   AND WS-DIFF-EFF-DATE (WS-DIFF-IDX) >=
                       WS-BEST-EFF-DATE
               MOVE WS-DIFF-EFF-DATE (WS-DIFF-IDX) TO WS-BEST-EFF-DATE
               MOVE WS-DIFF-POINTS (WS-DIFF-IDX) TO
                   WS-PRICE (WS-PRICE-IDX)
           END-IF.

       SCAN-DAY-AUDIT-WINS.
           MOVE SPACES TO WS-AX-STATUS.
           OPEN INPUT AUDIT-IDX-FILE.
           IF WS-AX-STATUS = "00"
               MOVE WS-POST-DATE TO AX-DATE
               MOVE LOW-VALUES TO AX-USERNAME
               MOVE 0 TO AX-SEQ
               START AUDIT-IDX-FILE KEY >= AX-KEY
                   INVALID KEY
                       MOVE "23" TO WS-AX-STATUS
               END-START
               IF WS-AX-STATUS = "00"
                   PERFORM READ-ONE-AUDIT-ROW
                       UNTIL WS-AX-STATUS NOT = "00"
               END-IF
               CLOSE AUDIT-IDX-FILE
           END-IF.

       READ-ONE-AUDIT-ROW.
           READ AUDIT-IDX-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-AX-STATUS
               NOT AT END
                   IF AX-DATE = WS-POST-DATE
                       IF AX-RESULT = "WIN"
                               AND AX-DIFFICULTY > 0
                           MOVE FUNCTION UPPER-CASE(AX-USERNAME)
                               TO WS-FIND-PLAYER
                           PERFORM FIND-DAY-PLAYER
                           IF WS-DAY-FOUND > 0
                               ADD 1 TO WS-DAY-GAME-WINS
                                   (WS-DAY-FOUND AX-DIFFICULTY)
                           END-IF
                       END-IF
                   ELSE
                       MOVE "10" TO WS-AX-STATUS
                   END-IF
           END-READ.

       SCAN-TOURNAMENT-WINS.
           MOVE SPACES TO WS-TH-STATUS.
           OPEN INPUT TOURN-HIST-FILE.
           IF WS-TH-STATUS = "00"
               PERFORM READ-ONE-TOURNAMENT-ROW
                   UNTIL WS-TH-STATUS = "10"
               CLOSE TOURN-HIST-FILE
           END-IF.

       READ-ONE-TOURNAMENT-ROW.
           READ TOURN-HIST-FILE
               AT END
                   MOVE "10" TO WS-TH-STATUS
               NOT AT END
                   IF TH-DATE IS NUMERIC
                           AND TH-DATE > WS-PREV-POSTED
                           AND TH-DATE <= WS-POST-DATE
                           AND TH-RESULT = "WIN"
                           AND TH-DIFFICULTY IS NUMERIC
                           AND TH-DIFFICULTY > 0
                       MOVE FUNCTION UPPER-CASE(TH-PLAYER)
                           TO WS-FIND-PLAYER
                       PERFORM FIND-DAY-PLAYER
                       IF WS-DAY-FOUND > 0
                           ADD 1 TO WS-DAY-TOURN-WINS
                               (WS-DAY-FOUND TH-DIFFICULTY)
                       END-IF
                   END-IF
           END-READ.

       SCAN-REDEMPTIONS.
           MOVE SPACES TO WS-RD-STATUS.
           OPEN INPUT REDEMPT-FILE.
           IF WS-RD-STATUS = "00"
               PERFORM READ-ONE-REDEMPTION UNTIL WS-RD-STATUS = "10"
               CLOSE REDEMPT-FILE
           END-IF.

       READ-ONE-REDEMPTION.
           READ REDEMPT-FILE
               AT END
                   MOVE "10" TO WS-RD-STATUS
               NOT AT END
                   IF RD-DATE IS NUMERIC
                           AND RD-DATE > WS-PREV-POSTED
                           AND RD-DATE <= WS-POST-DATE
                           AND RD-COST IS NUMERIC
                       MOVE RD-USERNAME TO WS-FIND-PLAYER
                       PERFORM FIND-DAY-PLAYER
                       IF WS-DAY-FOUND > 0
                           ADD RD-COST TO
                               WS-DAY-REDEEMED (WS-DAY-FOUND)
                       END-IF
                   END-IF
           END-READ.

      * A date with more players than the table holds cannot be
      * posted in part - the run stops before the control record
      * moves, so nothing for the date is lost
       FIND-DAY-PLAYER.
           MOVE 0 TO WS-DAY-FOUND.
           PERFORM MATCH-DAY-PLAYER
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   OR WS-DAY-FOUND > 0.
           IF WS-DAY-FOUND = 0
               IF WS-DAY-COUNT < WS-DAY-MAX
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-DAY-FOUND
                   INITIALIZE WS-DAY-ENTRY (WS-DAY-FOUND)
                   MOVE WS-FIND-PLAYER TO WS-DAY-PLAYER (WS-DAY-FOUND)
               ELSE
                   DISPLAY "FATAL: more than " WS-DAY-MAX
                       " players active on " WS-POST-DATE
                       " - the ledger is posted through "
                       WS-LAST-POSTED "."
                   CLOSE LEDGER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       MATCH-DAY-PLAYER.
           IF WS-DAY-PLAYER (WS-DAY-IDX) = WS-FIND-PLAYER
               MOVE WS-DAY-IDX TO WS-DAY-FOUND
           END-IF.

       OPEN-PLAYER-FILE.
           MOVE SPACES TO WS-PL-STATUS.
           OPEN INPUT PLAYER-FILE.

      *-----------------------
      * Game points are the date's WIN rows less the tournament wins
      * at the same difficulty, since the tournament wrote its own
      * WIN rows; tournament points are lotted only for registered
      * entrants, the only ones the game credited
      *-----------------------
       POST-ONE-PLAYER.
           MOVE 0 TO WS-GAME-POINTS.
           MOVE 0 TO WS-TOURN-POINTS.
           PERFORM PRICE-PLAYER-WINS
               VARYING WS-PRICE-IDX FROM 1 BY 1
               UNTIL WS-PRICE-IDX > 9.
           IF WS-TOURN-POINTS > 0
               PERFORM CHECK-PLAYER-REGISTERED
               IF WS-REGISTERED-FLAG = 0
                   ADD 1 TO WS-GUESTS-SKIPPED
                   MOVE 0 TO WS-TOURN-POINTS
               END-IF
           END-IF.
           IF WS-GAME-POINTS > 0
               MOVE "GAME" TO WS-LOT-TYPE
               MOVE WS-GAME-POINTS TO WS-LOT-POINTS
               PERFORM POST-EARNED-LOT
               IF WS-POSTED-FLAG = 1
                   ADD WS-GAME-POINTS TO WS-TOTAL-GAME
               END-IF
           END-IF.
           IF WS-TOURN-POINTS > 0
               MOVE "TOUR" TO WS-LOT-TYPE
               MOVE WS-TOURN-POINTS TO WS-LOT-POINTS
               PERFORM POST-EARNED-LOT
               IF WS-POSTED-FLAG = 1
                   ADD WS-TOURN-POINTS TO WS-TOTAL-TOURN
               END-IF
           END-IF.
           IF WS-DAY-REDEEMED (WS-DAY-IDX) > 0
               PERFORM POST-REDEMPTION
           END-IF.

       PRICE-PLAYER-WINS.
           COMPUTE WS-NET-WINS =
               WS-DAY-GAME-WINS (WS-DAY-IDX WS-PRICE-IDX)
               - WS-DAY-TOURN-WINS (WS-DAY-IDX WS-PRICE-IDX).
           IF WS-NET-WINS > 0
               COMPUTE WS-GAME-POINTS = WS-GAME-POINTS
                   + WS-NET-WINS * WS-PRICE (WS-PRICE-IDX)
           END-IF.
           COMPUTE WS-TOURN-POINTS = WS-TOURN-POINTS
               + WS-DAY-TOURN-WINS (WS-DAY-IDX WS-PRICE-IDX)
               * WS-PRICE (WS-PRICE-IDX).

       CHECK-PLAYER-REGISTERED.
           MOVE 0 TO WS-REGISTERED-FLAG.
           IF WS-PL-STATUS = "00"
               MOVE WS-DAY-PLAYER (WS-DAY-IDX) TO PL-USERNAME-KEY
               READ PLAYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-REGISTERED-FLAG
               END-READ
           END-IF.

      *-----------------------
      * A new lot first pays off any redemption still open from
      * before (oldest first), and is written with what is left.
      * A row already on file for the key was posted by an earlier
      * run and is left alone
      *-----------------------
       POST-EARNED-LOT.
           MOVE 0 TO WS-POSTED-FLAG.
           MOVE WS-DAY-PLAYER (WS-DAY-IDX) TO LG-USERNAME.
           MOVE WS-POST-DATE TO LG-DATE.
           MOVE WS-LOT-TYPE TO LG-TYPE.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 1 TO WS-POSTED-FLAG
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-SKIPPED
           END-READ.
           IF WS-POSTED-FLAG = 1
               MOVE WS-LOT-POINTS TO WS-LOT-OPEN
               PERFORM SETTLE-OPEN-REDEMPTIONS
               MOVE SPACES TO LG-RECORD
               MOVE WS-DAY-PLAYER (WS-DAY-IDX) TO LG-USERNAME
               MOVE WS-POST-DATE TO LG-DATE
               MOVE WS-LOT-TYPE TO LG-TYPE
               MOVE WS-LOT-POINTS TO LG-POINTS
               MOVE WS-LOT-OPEN TO LG-OPEN-POINTS
               MOVE WS-BUSINESS-DATE TO LG-POSTED-DATE
               WRITE LG-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       SETTLE-OPEN-REDEMPTIONS.
           MOVE WS-DAY-PLAYER (WS-DAY-IDX) TO LG-USERNAME.
           MOVE 0 TO LG-DATE.
           MOVE LOW-VALUES TO LG-TYPE.
           START LEDGER-FILE KEY >= LG-KEY
               INVALID KEY
                   MOVE "23" TO WS-LG-STATUS
           END-START.
           PERFORM SETTLE-ONE-REDEMPTION-ROW
               UNTIL WS-LG-STATUS NOT = "00"
                   OR WS-LOT-OPEN = 0.
           MOVE "00" TO WS-LG-STATUS.

       SETTLE-ONE-REDEMPTION-ROW.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LG-STATUS
               NOT AT END
                   IF LG-USERNAME NOT = WS-DAY-PLAYER (WS-DAY-IDX)
                       MOVE "10" TO WS-LG-STATUS
                   ELSE
                       IF LG-TYPE = "REDM"
                               AND LG-OPEN-POINTS > 0
                           IF LG-OPEN-POINTS > WS-LOT-OPEN
                               MOVE WS-LOT-OPEN TO WS-APPLY-POINTS
                           ELSE
                               MOVE LG-OPEN-POINTS TO WS-APPLY-POINTS
                           END-IF
                           SUBTRACT WS-APPLY-POINTS FROM LG-OPEN-POINTS
                           SUBTRACT WS-APPLY-POINTS FROM WS-LOT-OPEN
                           REWRITE LG-RECORD
                           ADD WS-APPLY-POINTS TO WS-TOTAL-SETTLED
                       END-IF
                   END-IF
           END-READ.

      *-----------------------
      * The date's redemptions spend the oldest open lots first;
      * whatever no lot covers stays open on the REDM row
      *-----------------------
       POST-REDEMPTION.
           MOVE 0 TO WS-POSTED-FLAG.
           MOVE WS-DAY-PLAYER (WS-DAY-IDX) TO LG-USERNAME.
           MOVE WS-POST-DATE TO LG-DATE.
           MOVE "REDM" TO LG-TYPE.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 1 TO WS-POSTED-FLAG
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-SKIPPED
           END-READ.
           IF WS-POSTED-FLAG = 1
               MOVE WS-DAY-REDEEMED (WS-DAY-IDX) TO WS-SPEND-LEFT
               PERFORM SPEND-OLDEST-LOTS
               MOVE SPACES TO LG-RECORD
               MOVE WS-DAY-PLAYER (WS-DAY-IDX) TO LG-USERNAME
               MOVE WS-POST-DATE TO LG-DATE
               MOVE "REDM" TO LG-TYPE
               MOVE WS-DAY-REDEEMED (WS-DAY-IDX) TO LG-POINTS
               MOVE WS-SPEND-LEFT TO LG-OPEN-POINTS
               MOVE WS-BUSINESS-DATE TO LG-POSTED-DATE
               WRITE LG-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               ADD WS-DAY-REDEEMED (WS-DAY-IDX) TO WS-TOTAL-REDEEMED
               ADD WS-SPEND-LEFT TO WS-TOTAL-UNCOVERED
           END-IF.

       SPEND-OLDEST-LOTS.
           MOVE WS-DAY-PLAYER (WS-DAY-IDX) TO LG-USERNAME.
           MOVE 0 TO LG-DATE.
           MOVE LOW-VALUES TO LG-TYPE.
           START LEDGER-FILE KEY >= LG-KEY
               INVALID KEY
                   MOVE "23" TO WS-LG-STATUS
           END-START.
           PERFORM SPEND-ONE-LOT
               UNTIL WS-LG-STATUS NOT = "00"
                   OR WS-SPEND-LEFT = 0.
           MOVE "00" TO WS-LG-STATUS.

       SPEND-ONE-LOT.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LG-STATUS
               NOT AT END
                   IF LG-USERNAME NOT = WS-DAY-PLAYER (WS-DAY-IDX)
                       MOVE "10" TO WS-LG-STATUS
                   ELSE
                       IF (LG-TYPE = "GAME" OR LG-TYPE = "TOUR")
                               AND LG-OPEN-POINTS > 0
                           IF LG-OPEN-POINTS > WS-SPEND-LEFT
                               MOVE WS-SPEND-LEFT TO WS-APPLY-POINTS
                           ELSE
                               MOVE LG-OPEN-POINTS TO WS-APPLY-POINTS
                           END-IF
                           SUBTRACT WS-APPLY-POINTS FROM LG-OPEN-POINTS
                           SUBTRACT WS-APPLY-POINTS FROM WS-SPEND-LEFT
                           REWRITE LG-RECORD
                       END-IF
                   END-IF
           END-READ.
       END PROGRAM POINTS-LEDGER.
