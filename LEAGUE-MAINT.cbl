      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: League maintenance - enrols registered players in a
      *          division of the LEAGUE file for a season (YYYYMM,
      *          the same monthly season SEASON-CLOSE closes) and
      *          generates the FIXTURES file: a round-robin of
      *          head-to-head pairings per division, one match per
      *          player per week, played from the game's league
      *          match option. Changes are kept to supervisors and
      *          administrators
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LEAGUE-MAINT.
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
           SELECT LEAGUE-FILE ASSIGN TO "LEAGUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-KEY
               FILE STATUS IS WS-LE-STATUS.

           SELECT FIXTURE-FILE ASSIGN TO "FIXTURES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FX-STATUS.

           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-USERNAME-KEY
               FILE STATUS IS WS-PL-STATUS.

           SELECT DIFF-PARM-FILE ASSIGN TO "DIFFRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

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
      * One row per player per season; the standings columns are
      * updated by every league match the game plays
       FD  LEAGUE-FILE.
       01  LE-RECORD.
           05  LE-KEY.
               10  LE-SEASON           PIC X(6).
               10  LE-USERNAME-KEY     PIC X(7).
           05  LE-USERNAME-DISPLAY PIC X(7).
           05  LE-DIVISION         PIC 9.
           05  LE-PLAYED           PIC 9(3).
           05  LE-WON              PIC 9(3).
           05  LE-DRAWN            PIC 9(3).
           05  LE-LOST             PIC 9(3).
           05  LE-POINTS           PIC 9(4).
           05  LE-ATTEMPTS         PIC 9(5).

      * FX-STATUS S = scheduled, H = home half in, A = away half in,
      * P = played; FX-OUTCOME H = home win, A = away win, D = drawn.
      * FX-SECRET is drawn when the first half starts
       FD  FIXTURE-FILE.
       01  FX-RECORD.
           05  FX-KEY.
               10  FX-SEASON       PIC X(6).
               10  FX-WEEK         PIC 99.
               10  FX-DIVISION     PIC 9.
               10  FX-MATCH        PIC 99.
           05  FX-HOME-KEY         PIC X(7).
           05  FX-AWAY-KEY         PIC X(7).
           05  FX-DIFFICULTY       PIC 9.
           05  FX-STATUS           PIC X.
           05  FX-SECRET           PIC 9(4).
           05  FX-HOME-ATTEMPTS    PIC 99.
           05  FX-AWAY-ATTEMPTS    PIC 99.
           05  FX-HOME-FOUND       PIC X.
           05  FX-AWAY-FOUND       PIC X.
           05  FX-OUTCOME          PIC X.
           05  FX-PLAYED-DATE      PIC 9(8).

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
       01  WS-LE-STATUS PIC XX.
       01  WS-FX-STATUS PIC XX.
       01  WS-PL-STATUS PIC XX.
       01  WS-DP-STATUS PIC XX.
       01  WS-BD-STATUS PIC XX.
       01  WS-RUN PIC 9 VALUE 1.
       01  WS-MENU-INPUT PIC X(5).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-SEASON PIC X(6).
       01  WS-SEASON-PARTS REDEFINES WS-SEASON.
           05  WS-SEASON-YEAR      PIC 9(4).
           05  WS-SEASON-MONTH     PIC 99.
       01  WS-SEASON-ANSWER PIC X(6).
       01  WS-SEASON-TEST-VALUE PIC X(6).
       01  WS-USERNAME PIC X(7).
       01  WS-USERNAME-KEY PIC X(7).
       01  WS-DIVISION-ANSWER PIC X(5).
       01  WS-DIVISION PIC 9.
       01  WS-DIFF-ANSWER PIC X(5).
       01  WS-DIFFICULTY PIC 9.
       01  WS-DIFF-OK-FLAG PIC 9 VALUE 0.
       01  WS-FIXTURES-FLAG PIC 9 VALUE 0.
       01  WS-PLAYER-OK-FLAG PIC 9 VALUE 0.

      *-----------------------
      * Difficulties on the DIFFRULES table, for validating the
      * fixtures' difficulty
      *-----------------------
       01  WS-DIFF-TABLE.
           05  WS-DIFF-KNOWN OCCURS 9 TIMES PIC 9.

      *-----------------------
      * A season's entries, sorted by division then name for
      * generating fixtures and showing the divisions
      *-----------------------
       01  WS-ENT-COUNT PIC 9(3) VALUE 0.
       01  WS-ENT-IDX PIC 9(3).
       01  WS-ENT-J PIC 9(3).
       01  WS-ENT-OVERFLOW PIC 9(4) VALUE 0.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 500 TIMES.
               10  WS-ENT-DIVISION  PIC 9.
               10  WS-ENT-KEY       PIC X(7).
               10  WS-ENT-NAME      PIC X(7).
               10  WS-ENT-PLAYED    PIC 9(3).
               10  WS-ENT-WON       PIC 9(3).
               10  WS-ENT-DRAWN     PIC 9(3).
               10  WS-ENT-LOST      PIC 9(3).
               10  WS-ENT-POINTS    PIC 9(4).
       01  WS-ENT-SWAP PIC X(31).

      *-----------------------
      * Round-robin generation - the circle method: the last slot
      * stays put while the others rotate one place a week, and an
      * odd-sized division gets a bye slot that sits the week out
      *-----------------------
       01  WS-GEN-DIVISION PIC 99.
       01  WS-GEN-FIRST PIC 9(3).
       01  WS-GEN-M PIC 9(3).
       01  WS-GEN-N PIC 9(3).
       01  WS-GEN-ROUNDS PIC 9(3).
       01  WS-GEN-HALF PIC 9(3).
       01  WS-GEN-R PIC 9(3).
       01  WS-GEN-I PIC 9(3).
       01  WS-GEN-A PIC 9(3).
       01  WS-GEN-B PIC 9(3).
       01  WS-GEN-MATCH PIC 99.
       01  WS-GEN-WRITTEN PIC 9(5) VALUE 0.

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "LEAGUE-MAINT".
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
       MAIN-PROCEDURE.
           DISPLAY "LEAGUE MAINTENANCE - divisions and fixtures".
           PERFORM SIGN-ON-OPERATOR.
           PERFORM READ-BUSINESS-DATE.
           PERFORM OPEN-LEAGUE-FILES.
           PERFORM MAINT-MENU UNTIL WS-RUN = 0.
           CLOSE LEAGUE-FILE.
           CLOSE FIXTURE-FILE.
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

       OPEN-LEAGUE-FILES.
           MOVE SPACES TO WS-LE-STATUS.
           OPEN I-O LEAGUE-FILE.
           IF WS-LE-STATUS = "35"
               OPEN OUTPUT LEAGUE-FILE
               CLOSE LEAGUE-FILE
               OPEN I-O LEAGUE-FILE
           END-IF.
           MOVE SPACES TO WS-FX-STATUS.
           OPEN I-O FIXTURE-FILE.
           IF WS-FX-STATUS = "35"
               OPEN OUTPUT FIXTURE-FILE
               CLOSE FIXTURE-FILE
               OPEN I-O FIXTURE-FILE
           END-IF.
           IF WS-LE-STATUS NOT = "00" OR WS-FX-STATUS NOT = "00"
               DISPLAY "FATAL: LEAGUE/FIXTURES cannot be opened "
                   "(status " WS-LE-STATUS "/" WS-FX-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       MAINT-MENU.
           DISPLAY " ".
           DISPLAY "1 - Enrol a player or change their division".
           DISPLAY "2 - Withdraw a player from a season".
           DISPLAY "3 - Generate a season's fixtures".
           DISPLAY "4 - Show a season's divisions".
           DISPLAY "5 - Exit".
           ACCEPT WS-MENU-INPUT.
           INSPECT WS-MENU-INPUT REPLACING ALL WS-NEW-LINE BY SPACE.
           PERFORM AUTHORIZE-MENU-CHOICE.
           IF WS-OP-ALLOWED-FLAG = 1
               EVALUATE WS-MENU-INPUT
                   WHEN "1"
                       PERFORM ENROL-PLAYER
                   WHEN "2"
                       PERFORM WITHDRAW-PLAYER
                   WHEN "3"
                       PERFORM GENERATE-FIXTURES
                   WHEN "4"
                       PERFORM SHOW-DIVISIONS
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
                   MOVE "AS" TO WS-OP-ALLOWED-ROLES
                   MOVE "Enrol or move a player" TO WS-OP-DETAIL
               WHEN "2"
                   MOVE "AS" TO WS-OP-ALLOWED-ROLES
                   MOVE "Withdraw a player" TO WS-OP-DETAIL
               WHEN "3"
                   MOVE "AS" TO WS-OP-ALLOWED-ROLES
                   MOVE "Generate a season's fixtures" TO WS-OP-DETAIL
               WHEN "4"
                   MOVE "ASCO" TO WS-OP-ALLOWED-ROLES
                   MOVE "Show a season's divisions" TO WS-OP-DETAIL
           END-EVALUATE.
           IF WS-OP-ALLOWED-ROLES NOT = SPACES
               PERFORM CHECK-OPERATOR-ROLE
           END-IF.

       ASK-SEASON.
           DISPLAY "Season, YYYYMM, or press ENTER for the current "
               "business month (" WS-BUSINESS-DATE (1:6) "):".
           ACCEPT WS-SEASON-ANSWER.
           INSPECT WS-SEASON-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           IF WS-SEASON-ANSWER = SPACES
               MOVE WS-BUSINESS-DATE (1:6) TO WS-SEASON
           ELSE
               MOVE WS-SEASON-ANSWER TO WS-SEASON-TEST-VALUE
               IF WS-SEASON-TEST-VALUE IS NUMERIC
                   MOVE WS-SEASON-TEST-VALUE TO WS-SEASON
               ELSE
                   MOVE "000000" TO WS-SEASON
               END-IF
               IF WS-SEASON-MONTH < 1 OR WS-SEASON-MONTH > 12
                   DISPLAY "Invalid season please try again"
                   PERFORM ASK-SEASON
               END-IF
           END-IF.

       ASK-USERNAME.
           DISPLAY "Username:".
           ACCEPT WS-USERNAME.
           INSPECT WS-USERNAME REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE FUNCTION UPPER-CASE(WS-USERNAME) TO WS-USERNAME-KEY.
           IF WS-USERNAME = SPACES
               DISPLAY "Invalid input please try again"
               PERFORM ASK-USERNAME
           END-IF.

       ASK-DIVISION.
           DISPLAY "Division (1 is the top division, up to 9):".
           ACCEPT WS-DIVISION-ANSWER.
           INSPECT WS-DIVISION-ANSWER
               REPLACING ALL WS-NEW-LINE BY SPACE.
           IF WS-DIVISION-ANSWER (1:1) IS NUMERIC
                   AND WS-DIVISION-ANSWER (2:4) = SPACES
                   AND WS-DIVISION-ANSWER (1:1) NOT = "0"
               MOVE WS-DIVISION-ANSWER (1:1) TO WS-DIVISION
           ELSE
               DISPLAY "Invalid division please try again"
               PERFORM ASK-DIVISION
           END-IF.

      * Once fixtures exist the divisions are fixed for the season -
      * a change would leave pairings against players no longer in
      * the division
       CHECK-FIXTURES-EXIST.
           MOVE 0 TO WS-FIXTURES-FLAG.
           MOVE WS-SEASON TO FX-SEASON.
           MOVE 0 TO FX-WEEK.
           MOVE 0 TO FX-DIVISION.
           MOVE 0 TO FX-MATCH.
           START FIXTURE-FILE KEY >= FX-KEY
               INVALID KEY
                   MOVE "23" TO WS-FX-STATUS
           END-START.
           IF WS-FX-STATUS = "00"
               READ FIXTURE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FX-SEASON = WS-SEASON
                           MOVE 1 TO WS-FIXTURES-FLAG
                       END-IF
               END-READ
           END-IF.
           MOVE "00" TO WS-FX-STATUS.

      *-----------------------
      * Enrolment - only registered, active players; a player
      * already enrolled for the season is moved to the division
      *-----------------------
       ENROL-PLAYER.
           PERFORM ASK-SEASON.
           PERFORM CHECK-FIXTURES-EXIST.
           IF WS-FIXTURES-FLAG = 1
               DISPLAY "Fixtures are already generated for season "
                   WS-SEASON " - its divisions cannot change."
           ELSE
               PERFORM ASK-USERNAME
               PERFORM CHECK-PLAYER-ELIGIBLE
               IF WS-PLAYER-OK-FLAG = 1
                   PERFORM ASK-DIVISION
                   PERFORM WRITE-ENROLMENT
               END-IF
           END-IF.

       CHECK-PLAYER-ELIGIBLE.
           MOVE 0 TO WS-PLAYER-OK-FLAG.
           MOVE SPACES TO WS-PL-STATUS.
           OPEN INPUT PLAYER-FILE.
           IF WS-PL-STATUS NOT = "00"
               DISPLAY "PLAYERS file unavailable (status "
                   WS-PL-STATUS ")."
           ELSE
               MOVE WS-USERNAME-KEY TO PL-USERNAME-KEY
               READ PLAYER-FILE
                   INVALID KEY
                       DISPLAY "No account found for " WS-USERNAME "."
                   NOT INVALID KEY
                       IF PL-STATUS = "I"
                           DISPLAY PL-USERNAME-DISPLAY
                               " is deactivated and cannot be "
                               "enrolled."
                       ELSE
                           MOVE 1 TO WS-PLAYER-OK-FLAG
                           MOVE PL-USERNAME-DISPLAY TO WS-USERNAME
                       END-IF
               END-READ
               CLOSE PLAYER-FILE
           END-IF.

       WRITE-ENROLMENT.
           MOVE WS-SEASON TO LE-SEASON.
           MOVE WS-USERNAME-KEY TO LE-USERNAME-KEY.
           READ LEAGUE-FILE
               INVALID KEY
                   MOVE SPACES TO LE-USERNAME-DISPLAY
                   MOVE WS-USERNAME TO LE-USERNAME-DISPLAY
                   MOVE WS-DIVISION TO LE-DIVISION
                   MOVE 0 TO LE-PLAYED
                   MOVE 0 TO LE-WON
                   MOVE 0 TO LE-DRAWN
                   MOVE 0 TO LE-LOST
                   MOVE 0 TO LE-POINTS
                   MOVE 0 TO LE-ATTEMPTS
                   WRITE LE-RECORD
                   DISPLAY WS-USERNAME " enrolled in division "
                       WS-DIVISION " for season " WS-SEASON "."
               NOT INVALID KEY
                   MOVE WS-DIVISION TO LE-DIVISION
                   REWRITE LE-RECORD
                   DISPLAY WS-USERNAME " moved to division "
                       WS-DIVISION " for season " WS-SEASON "."
           END-READ.

       WITHDRAW-PLAYER.
           PERFORM ASK-SEASON.
           PERFORM CHECK-FIXTURES-EXIST.
           IF WS-FIXTURES-FLAG = 1
               DISPLAY "Fixtures are already generated for season "
                   WS-SEASON " - its divisions cannot change."
           ELSE
               PERFORM ASK-USERNAME
               MOVE WS-SEASON TO LE-SEASON
               MOVE WS-USERNAME-KEY TO LE-USERNAME-KEY
               DELETE LEAGUE-FILE RECORD
                   INVALID KEY
                       DISPLAY WS-USERNAME " is not enrolled for "
                           "season " WS-SEASON "."
                   NOT INVALID KEY
                       DISPLAY WS-USERNAME " withdrawn from season "
                           WS-SEASON "."
               END-DELETE
           END-IF.

      *-----------------------
      * Fixture generation - every pair in a division meets once,
      * week by week, at one difficulty for the whole season
      *-----------------------
       GENERATE-FIXTURES.
           PERFORM ASK-SEASON.
           PERFORM CHECK-FIXTURES-EXIST.
           IF WS-FIXTURES-FLAG = 1
               DISPLAY "Fixtures are already generated for season "
                   WS-SEASON "."
           ELSE
               PERFORM LOAD-SEASON-ENTRIES
               IF WS-ENT-COUNT < 2
                   DISPLAY "Fewer than two players are enrolled for "
                       "season " WS-SEASON " - nothing to generate."
               ELSE
                   PERFORM LOAD-DIFFICULTY-NUMBERS
                   PERFORM ASK-DIFFICULTY
                   MOVE 0 TO WS-GEN-WRITTEN
                   PERFORM GENERATE-DIVISION
                       VARYING WS-GEN-DIVISION FROM 1 BY 1
                       UNTIL WS-GEN-DIVISION > 9
                   DISPLAY WS-GEN-WRITTEN " fixtures written for "
                       "season " WS-SEASON "."
               END-IF
           END-IF.

       LOAD-DIFFICULTY-NUMBERS.
           MOVE ZEROES TO WS-DIFF-TABLE.
           MOVE SPACES TO WS-DP-STATUS.
           OPEN INPUT DIFF-PARM-FILE.
           IF WS-DP-STATUS = "00"
               PERFORM LOAD-ONE-DIFFICULTY-ROW
                   UNTIL WS-DP-STATUS = "10"
               CLOSE DIFF-PARM-FILE
           END-IF.

       LOAD-ONE-DIFFICULTY-ROW.
           READ DIFF-PARM-FILE
               AT END
                   MOVE "10" TO WS-DP-STATUS
               NOT AT END
                   IF DP-NUMBER IS NUMERIC AND DP-NUMBER > 0
                       MOVE 1 TO WS-DIFF-KNOWN (DP-NUMBER)
                   END-IF
           END-READ.

       ASK-DIFFICULTY.
           DISPLAY "Difficulty for this season's matches:".
           ACCEPT WS-DIFF-ANSWER.
           INSPECT WS-DIFF-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE 0 TO WS-DIFF-OK-FLAG.
           IF WS-DIFF-ANSWER (1:1) IS NUMERIC
                   AND WS-DIFF-ANSWER (2:4) = SPACES
                   AND WS-DIFF-ANSWER (1:1) NOT = "0"
               MOVE WS-DIFF-ANSWER (1:1) TO WS-DIFFICULTY
               IF WS-DIFF-KNOWN (WS-DIFFICULTY) = 1
                   MOVE 1 TO WS-DIFF-OK-FLAG
               END-IF
           END-IF.
           IF WS-DIFF-OK-FLAG = 0
               DISPLAY "Not a difficulty on DIFFRULES please try again"
               PERFORM ASK-DIFFICULTY
           END-IF.

       GENERATE-DIVISION.
           MOVE 0 TO WS-GEN-FIRST.
           MOVE 0 TO WS-GEN-M.
           PERFORM FIND-DIVISION-SLICE
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-COUNT.
           IF WS-GEN-M = 1
               DISPLAY "Division " WS-GEN-DIVISION " has only one "
                   "player - no fixtures."
           END-IF.
           IF WS-GEN-M > 99
               DISPLAY "Division " WS-GEN-DIVISION " has more than "
                   "99 players - split it before generating."
           END-IF.
           IF WS-GEN-M > 1 AND WS-GEN-M < 100
               COMPUTE WS-GEN-N = WS-GEN-M + FUNCTION MOD(WS-GEN-M, 2)
               COMPUTE WS-GEN-ROUNDS = WS-GEN-N - 1
               COMPUTE WS-GEN-HALF = WS-GEN-N / 2
               PERFORM GENERATE-ONE-WEEK
                   VARYING WS-GEN-R FROM 0 BY 1
                   UNTIL WS-GEN-R >= WS-GEN-ROUNDS
           END-IF.

       FIND-DIVISION-SLICE.
           IF WS-ENT-DIVISION (WS-ENT-IDX) = WS-GEN-DIVISION
               IF WS-GEN-M = 0
                   MOVE WS-ENT-IDX TO WS-GEN-FIRST
               END-IF
               ADD 1 TO WS-GEN-M
           END-IF.

       GENERATE-ONE-WEEK.
           MOVE 0 TO WS-GEN-MATCH.
           PERFORM GENERATE-ONE-PAIRING
               VARYING WS-GEN-I FROM 0 BY 1
               UNTIL WS-GEN-I >= WS-GEN-HALF.

      * Slot numbers run from 0; slot M exists only in an odd-sized
      * division and is the bye. Home and away swap week by week
       GENERATE-ONE-PAIRING.
           IF WS-GEN-I = 0
               COMPUTE WS-GEN-A = WS-GEN-N - 1
               MOVE WS-GEN-R TO WS-GEN-B
           ELSE
               COMPUTE WS-GEN-A =
                   FUNCTION MOD(WS-GEN-R + WS-GEN-I, WS-GEN-N - 1)
               COMPUTE WS-GEN-B = FUNCTION MOD
                   (WS-GEN-R + WS-GEN-N - 1 - WS-GEN-I, WS-GEN-N - 1)
           END-IF.
           IF WS-GEN-A < WS-GEN-M AND WS-GEN-B < WS-GEN-M
               ADD 1 TO WS-GEN-MATCH
               MOVE SPACES TO FX-RECORD
               MOVE WS-SEASON TO FX-SEASON
               COMPUTE FX-WEEK = WS-GEN-R + 1
               MOVE WS-GEN-DIVISION TO FX-DIVISION
               MOVE WS-GEN-MATCH TO FX-MATCH
               IF FUNCTION MOD(WS-GEN-R, 2) = 0
                   COMPUTE WS-ENT-IDX = WS-GEN-FIRST + WS-GEN-A
                   COMPUTE WS-ENT-J = WS-GEN-FIRST + WS-GEN-B
               ELSE
                   COMPUTE WS-ENT-IDX = WS-GEN-FIRST + WS-GEN-B
                   COMPUTE WS-ENT-J = WS-GEN-FIRST + WS-GEN-A
               END-IF
               MOVE WS-ENT-KEY (WS-ENT-IDX) TO FX-HOME-KEY
               MOVE WS-ENT-KEY (WS-ENT-J) TO FX-AWAY-KEY
               MOVE WS-DIFFICULTY TO FX-DIFFICULTY
               MOVE "S" TO FX-STATUS
               MOVE 0 TO FX-SECRET
               MOVE 0 TO FX-HOME-ATTEMPTS
               MOVE 0 TO FX-AWAY-ATTEMPTS
               MOVE "N" TO FX-HOME-FOUND
               MOVE "N" TO FX-AWAY-FOUND
               MOVE 0 TO FX-PLAYED-DATE
               WRITE FX-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-GEN-WRITTEN
               END-WRITE
           END-IF.

      *-----------------------
      * A season's entries into the working table, in division then
      * name order
      *-----------------------
       LOAD-SEASON-ENTRIES.
           MOVE 0 TO WS-ENT-COUNT.
           MOVE 0 TO WS-ENT-OVERFLOW.
           MOVE WS-SEASON TO LE-SEASON.
           MOVE LOW-VALUES TO LE-USERNAME-KEY.
           START LEAGUE-FILE KEY >= LE-KEY
               INVALID KEY
                   MOVE "23" TO WS-LE-STATUS
           END-START.
           IF WS-LE-STATUS = "00"
               PERFORM LOAD-ONE-ENTRY UNTIL WS-LE-STATUS NOT = "00"
           END-IF.
           MOVE "00" TO WS-LE-STATUS.
           IF WS-ENT-OVERFLOW > 0
               DISPLAY "WARNING: entry table full - " WS-ENT-OVERFLOW
                   " enrolments not loaded."
           END-IF.
           PERFORM SORT-ENTRIES-OUTER
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX >= WS-ENT-COUNT.

       LOAD-ONE-ENTRY.
           READ LEAGUE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LE-STATUS
               NOT AT END
                   IF LE-SEASON NOT = WS-SEASON
                       MOVE "10" TO WS-LE-STATUS
                   ELSE
                   IF WS-ENT-COUNT < 500
                       ADD 1 TO WS-ENT-COUNT
                       MOVE LE-DIVISION TO
                           WS-ENT-DIVISION (WS-ENT-COUNT)
                       MOVE LE-USERNAME-KEY TO
                           WS-ENT-KEY (WS-ENT-COUNT)
                       MOVE LE-USERNAME-DISPLAY TO
                           WS-ENT-NAME (WS-ENT-COUNT)
                       MOVE LE-PLAYED TO WS-ENT-PLAYED (WS-ENT-COUNT)
                       MOVE LE-WON TO WS-ENT-WON (WS-ENT-COUNT)
                       MOVE LE-DRAWN TO WS-ENT-DRAWN (WS-ENT-COUNT)
                       MOVE LE-LOST TO WS-ENT-LOST (WS-ENT-COUNT)
                       MOVE LE-POINTS TO WS-ENT-POINTS (WS-ENT-COUNT)
                   ELSE
                       ADD 1 TO WS-ENT-OVERFLOW
                   END-IF
                   END-IF
           END-READ.

       SORT-ENTRIES-OUTER.
           PERFORM SORT-ENTRIES-INNER
               VARYING WS-ENT-J FROM 1 BY 1
               UNTIL WS-ENT-J > WS-ENT-COUNT - WS-ENT-IDX.

       SORT-ENTRIES-INNER.
           IF WS-ENT-DIVISION (WS-ENT-J) >
                   WS-ENT-DIVISION (WS-ENT-J + 1)
               OR (WS-ENT-DIVISION (WS-ENT-J) =
                       WS-ENT-DIVISION (WS-ENT-J + 1)
                   AND WS-ENT-KEY (WS-ENT-J) >
                       WS-ENT-KEY (WS-ENT-J + 1))
               MOVE WS-ENT-ENTRY (WS-ENT-J) TO WS-ENT-SWAP
               MOVE WS-ENT-ENTRY (WS-ENT-J + 1) TO
                   WS-ENT-ENTRY (WS-ENT-J)
               MOVE WS-ENT-SWAP TO WS-ENT-ENTRY (WS-ENT-J + 1)
           END-IF.

       SHOW-DIVISIONS.
           PERFORM ASK-SEASON.
           PERFORM LOAD-SEASON-ENTRIES.
           IF WS-ENT-COUNT = 0
               DISPLAY "Nobody is enrolled for season " WS-SEASON "."
           ELSE
               DISPLAY "SEASON " WS-SEASON
               DISPLAY "DIV PLAYER  PLD WON DRN LST  PTS"
               PERFORM SHOW-ONE-ENTRY
                   VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               PERFORM CHECK-FIXTURES-EXIST
               IF WS-FIXTURES-FLAG = 1
                   DISPLAY "Fixtures generated."
               ELSE
                   DISPLAY "Fixtures not generated yet."
               END-IF
           END-IF.

       SHOW-ONE-ENTRY.
           DISPLAY " " WS-ENT-DIVISION (WS-ENT-IDX) "  "
               WS-ENT-NAME (WS-ENT-IDX) " "
               WS-ENT-PLAYED (WS-ENT-IDX) " "
               WS-ENT-WON (WS-ENT-IDX) " "
               WS-ENT-DRAWN (WS-ENT-IDX) " "
               WS-ENT-LOST (WS-ENT-IDX) " "
               WS-ENT-POINTS (WS-ENT-IDX).

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
       END PROGRAM LEAGUE-MAINT.
