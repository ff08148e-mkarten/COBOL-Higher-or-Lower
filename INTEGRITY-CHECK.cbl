      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: Nightly suspicious-play integrity run - reads one
      *          day's rows from the AUDITIDX keyed file and looks for
      *          games that could not have been played honestly:
      *          first-guess wins on a range of 1000, a day's wins
      *          finished far inside the binary-search par that
      *          RATING-CALC scores against, and wins in games where a
      *          guess ignored the HIGHER/LOWER answer just given.
      *          Every flagged player is written to the INTEGEXC
      *          exception file and the INTEGRPT review report and put
      *          on hold in the HOLDS keyed file, which PRIZE-MAINT
      *          checks before any redemption until an operator clears
      *          the hold through PLAYER-MAINT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. INTEGRITY-CHECK.
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

           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-USERNAME-KEY
               FILE STATUS IS WS-HD-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "INTEGEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.

           SELECT DIFF-PARM-FILE ASSIGN TO "DIFFRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INTEGRPT"
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

       FD  HOLD-FILE.
       01  HD-RECORD.
           05  HD-USERNAME-KEY     PIC X(7).
           05  HD-STATUS           PIC X.
           05  HD-FLAG-DATE        PIC 9(8).
           05  HD-CHECK            PIC X(8).
           05  HD-CLEAR-DATE       PIC 9(8).
           05  HD-CLEARED-BY       PIC X(7).

       FD  EXCEPTION-FILE.
       01  EX-RECORD.
           05  EX-DATE             PIC 9(8).
           05  FILLER              PIC X.
           05  EX-USERNAME         PIC X(7).
           05  FILLER              PIC X.
           05  EX-CHECK            PIC X(8).
           05  FILLER              PIC X.
           05  EX-GAMES            PIC 9(4).
           05  FILLER              PIC X.
           05  EX-WINS             PIC 9(4).
           05  FILLER              PIC X.
           05  EX-HITS             PIC 9(4).
           05  FILLER              PIC X.
           05  EX-WIN-GUESSES      PIC 9(6).
           05  FILLER              PIC X.
           05  EX-WIN-PAR          PIC 9(6).

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

       FD  REPORT-FILE.
       01  RP-LINE                 PIC X(70).

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
      * A first-guess win on a range this wide is a 1-in-1000 event
       78  WS-FIRST-GUESS-RANGE VALUE 1000.
      * The par test needs a few wins before it means anything
       78  WS-PAR-MIN-WINS VALUE 3.
       01  WS-AX-STATUS PIC XX.
       01  WS-HD-STATUS PIC XX.
       01  WS-EX-STATUS PIC XX.
       01  WS-DP-STATUS PIC XX.
       01  WS-BD-STATUS PIC XX.
       01  WS-RP-STATUS PIC XX.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-TARGET-DATE PIC 9(8).
       01  WS-DATE-ANSWER PIC X(8).
       01  WS-DATE-TEST-VALUE PIC X(8).

      *-----------------------
      * Difficulty rules - every effective-dated version is kept so
      * the range and par for a game are those in force on the
      * game's own date
      *-----------------------
       01  WS-DIFF-COUNT PIC 99 VALUE 0.
       01  WS-DIFF-IDX PIC 99.
       01  WS-BEST-EFF-DATE PIC 9(8) VALUE 0.
       01  WS-DIFF-TABLE.
           05  WS-DIFF-ENTRY OCCURS 50 TIMES.
               10  WS-DIFF-NUMBER       PIC 9.
               10  WS-DIFF-EFF-DATE     PIC 9(8).
               10  WS-DIFF-RANGE-HIGH   PIC 9(5).

      *-----------------------
      * Binary-search par working fields (the Sharpshooter logic)
      *-----------------------
       01  WS-PAR-RANGE PIC 9(5) VALUE 0.
       01  WS-PAR-GUESSES PIC 99 VALUE 0.
       01  WS-POW PIC 9(6) VALUE 1.

      *-----------------------
      * The primary key range is grouped by player within the date,
      * so one running game per current player is enough: the guess
      * count, and the previous guess and answer to test the next
      * guess against. A new secret or difficulty is a new game
      *-----------------------
       01  WS-CUR-PLAYER PIC X(7) VALUE SPACES.
       01  WS-CUR-SECRET PIC 9(4) VALUE 0.
       01  WS-CUR-DIFFICULTY PIC 9 VALUE 0.
       01  WS-GUESS-RUN PIC 9(4) VALUE 0.
       01  WS-PREV-GUESS PIC 9(4) VALUE 0.
       01  WS-PREV-RESULT PIC X(7) VALUE SPACES.
       01  WS-HINT-IGNORED-FLAG PIC 9 VALUE 0.

      *-----------------------
      * Look-back for a short win. A game resumed from a checkpoint
      * has its earlier guesses under the player's earlier rows, on
      * this date or one before it, found through the player key
      *-----------------------
       01  WS-LB-SAVE-KEY PIC X(19).
       01  WS-LB-USERNAME PIC X(7).
       01  WS-LB-DATE PIC 9(8).
       01  WS-LB-SEQ PIC 9(4).
       01  WS-LB-SECRET PIC 9(4).
       01  WS-LB-DIFFICULTY PIC 9.
       01  WS-LB-GUESSES PIC 9(4).

      *-----------------------
      * Per-player tallies for the day
      *-----------------------
       01  WS-PLR-COUNT PIC 9(4) VALUE 0.
       01  WS-PLR-IDX PIC 9(4).
       01  WS-PLR-FOUND-IDX PIC 9(4) VALUE 0.
       01  WS-PLR-KEY PIC X(7).
       01  WS-PLR-TABLE.
           05  WS-PLR-ENTRY OCCURS 200 TIMES.
               10  WS-PLR-NAME         PIC X(7).
               10  WS-PLR-GAMES        PIC 9(4).
               10  WS-PLR-WINS         PIC 9(4).
               10  WS-PLR-FIRST-WINS   PIC 9(4).
               10  WS-PLR-IGNORED-WINS PIC 9(4).
               10  WS-PLR-WIN-GUESSES  PIC 9(6).
               10  WS-PLR-WIN-PAR      PIC 9(6).
               10  WS-PLR-FLAG-COUNT   PIC 9.

      *-----------------------
      * The exception in hand
      *-----------------------
       01  WS-EXC-CHECK PIC X(8).
       01  WS-EXC-HITS PIC 9(4).
       01  WS-EXC-TEXT PIC X(30).

      *-----------------------
      * Run totals
      *-----------------------
       01  WS-ROW-COUNT PIC 9(6) VALUE 0.
       01  WS-GAME-COUNT PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
       01  WS-FLAGGED-COUNT PIC 9(4) VALUE 0.
       01  WS-NEW-HOLD-COUNT PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT PIC 9(4) VALUE 0.
       01  WS-PLR-OVERFLOW PIC 9(6) VALUE 0.

      *-----------------------
      * Report filing. The finished report is filed in the report
      * repository as a generation of its report ID for the business
      * date and indexed in REPORTIDX; the fixed-name file remains the
      * latest copy
      *-----------------------
       78  WS-RG-PAGE-LINES VALUE 60.
       78  WS-RG-DEFAULT-KEEP VALUE 31.
       01  WS-RG-REPORT-ID PIC X(8) VALUE "INTEGRPT".
       01  WS-RG-PROGRAM PIC X(17) VALUE "INTEGRITY-CHECK".
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
           PERFORM READ-BUSINESS-DATE.
           PERFORM ASK-TARGET-DATE.
           PERFORM LOAD-DIFFICULTY-TABLE.
           PERFORM SCAN-DAY-AUDIT-ROWS.
           PERFORM OPEN-HOLD-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM CHECK-ONE-PLAYER
               VARYING WS-PLR-IDX FROM 1 BY 1
               UNTIL WS-PLR-IDX > WS-PLR-COUNT.
           PERFORM PRINT-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-GENERATION.
           CLOSE EXCEPTION-FILE.
           CLOSE HOLD-FILE.
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

       ASK-TARGET-DATE.
           DISPLAY "Check games for which date, YYYYMMDD, or press "
               "ENTER for the business date (" WS-BUSINESS-DATE "):".
           ACCEPT WS-DATE-ANSWER.
           INSPECT WS-DATE-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           IF WS-DATE-ANSWER = SPACES
               MOVE WS-BUSINESS-DATE TO WS-TARGET-DATE
           ELSE
               MOVE WS-DATE-ANSWER TO WS-DATE-TEST-VALUE
               IF WS-DATE-TEST-VALUE IS NUMERIC
                   MOVE WS-DATE-TEST-VALUE TO WS-TARGET-DATE
               ELSE
                   DISPLAY "Invalid date please try again"
                   PERFORM ASK-TARGET-DATE
               END-IF
           END-IF.

       LOAD-DIFFICULTY-TABLE.
           MOVE 0 TO WS-DIFF-COUNT.
           MOVE SPACES TO WS-DP-STATUS.
           OPEN INPUT DIFF-PARM-FILE.
           IF WS-DP-STATUS = "35"
               DISPLAY "FATAL: DIFFRULES file not found - "
                   "cannot compute par without the difficulty table."
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
                       MOVE DP-RANGE-HIGH TO
                           WS-DIFF-RANGE-HIGH (WS-DIFF-COUNT)
                   END-IF
           END-READ.

      *-----------------------
      * Walk the day's primary key range; the key orders rows by
      * player within the date, so a WIN or LOSS closes the current
      * player's running game, and a row for another secret or
      * difficulty starts a new one - the game before it was left
      *-----------------------
       SCAN-DAY-AUDIT-ROWS.
           MOVE SPACES TO WS-AX-STATUS.
           OPEN INPUT AUDIT-IDX-FILE.
           IF WS-AX-STATUS NOT = "00"
               DISPLAY "AUDITIDX unavailable (status " WS-AX-STATUS
                   ") - run the nightly organize step first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TARGET-DATE TO AX-DATE.
           MOVE LOW-VALUES TO AX-USERNAME.
           MOVE 0 TO AX-SEQ.
           START AUDIT-IDX-FILE KEY >= AX-KEY
               INVALID KEY
                   MOVE "23" TO WS-AX-STATUS
           END-START.
           IF WS-AX-STATUS = "00"
               PERFORM READ-ONE-DAY-ROW
                   UNTIL WS-AX-STATUS NOT = "00"
           END-IF.
           CLOSE AUDIT-IDX-FILE.

       READ-ONE-DAY-ROW.
           READ AUDIT-IDX-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-AX-STATUS
               NOT AT END
                   IF AX-DATE = WS-TARGET-DATE
                       ADD 1 TO WS-ROW-COUNT
                       PERFORM CHECK-ONE-DAY-ROW
                   ELSE
                       MOVE "10" TO WS-AX-STATUS
                   END-IF
           END-READ.

      * A guess at or below one already answered HIGHER, or at or
      * above one already answered LOWER, ignores the answer just
      * given - an honest player has no reason to make it
       CHECK-ONE-DAY-ROW.
           IF AX-USERNAME NOT = WS-CUR-PLAYER
                   OR AX-SECRET NOT = WS-CUR-SECRET
                   OR AX-DIFFICULTY NOT = WS-CUR-DIFFICULTY
               MOVE AX-USERNAME TO WS-CUR-PLAYER
               MOVE AX-SECRET TO WS-CUR-SECRET
               MOVE AX-DIFFICULTY TO WS-CUR-DIFFICULTY
               PERFORM RESET-RUNNING-GAME
           END-IF.
           ADD 1 TO WS-GUESS-RUN.
           IF WS-GUESS-RUN > 1
               IF WS-PREV-RESULT = "HIGHER"
                       AND AX-GUESS <= WS-PREV-GUESS
                   MOVE 1 TO WS-HINT-IGNORED-FLAG
               END-IF
               IF WS-PREV-RESULT = "LOWER"
                       AND AX-GUESS >= WS-PREV-GUESS
                   MOVE 1 TO WS-HINT-IGNORED-FLAG
               END-IF
           END-IF.
           MOVE AX-GUESS TO WS-PREV-GUESS.
           MOVE AX-RESULT TO WS-PREV-RESULT.
           EVALUATE AX-RESULT
               WHEN "WIN"
                   PERFORM TALLY-ONE-WIN
                   PERFORM RESET-RUNNING-GAME
               WHEN "LOSS"
                   PERFORM FIND-PLAYER-ENTRY
                   IF WS-PLR-FOUND-IDX > 0
                       ADD 1 TO WS-PLR-GAMES (WS-PLR-FOUND-IDX)
                   END-IF
                   PERFORM RESET-RUNNING-GAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RESET-RUNNING-GAME.
           MOVE 0 TO WS-GUESS-RUN.
           MOVE 0 TO WS-PREV-GUESS.
           MOVE SPACES TO WS-PREV-RESULT.
           MOVE 0 TO WS-HINT-IGNORED-FLAG.

       TALLY-ONE-WIN.
           PERFORM FIND-PAR-FOR-ROW.
           IF WS-GUESS-RUN * 2 < WS-PAR-GUESSES
               PERFORM COUNT-EARLIER-GUESSES
           END-IF.
           PERFORM FIND-PLAYER-ENTRY.
           IF WS-PLR-FOUND-IDX > 0
               ADD 1 TO WS-PLR-GAMES (WS-PLR-FOUND-IDX)
               ADD 1 TO WS-PLR-WINS (WS-PLR-FOUND-IDX)
               ADD WS-GUESS-RUN TO WS-PLR-WIN-GUESSES (WS-PLR-FOUND-IDX)
               ADD WS-PAR-GUESSES TO WS-PLR-WIN-PAR (WS-PLR-FOUND-IDX)
               IF WS-GUESS-RUN = 1
                       AND WS-PAR-RANGE >= WS-FIRST-GUESS-RANGE
                   ADD 1 TO WS-PLR-FIRST-WINS (WS-PLR-FOUND-IDX)
               END-IF
               IF WS-HINT-IGNORED-FLAG = 1
                   ADD 1 TO WS-PLR-IGNORED-WINS (WS-PLR-FOUND-IDX)
               END-IF
           END-IF.

      *-----------------------
      * A win in under half par may be the end of a game resumed from
      * a checkpoint. The player's rows up to the win are read by the
      * player key: a row of this secret and difficulty that did not
      * end its game counts as one of this game's guesses, a WIN or
      * LOSS of them starts the count again. The day's walk then
      * carries on from the row after the win
      *-----------------------
       COUNT-EARLIER-GUESSES.
           MOVE AX-KEY TO WS-LB-SAVE-KEY.
           MOVE AX-USERNAME TO WS-LB-USERNAME.
           MOVE AX-DATE TO WS-LB-DATE.
           MOVE AX-SEQ TO WS-LB-SEQ.
           MOVE AX-SECRET TO WS-LB-SECRET.
           MOVE AX-DIFFICULTY TO WS-LB-DIFFICULTY.
           MOVE 0 TO WS-LB-GUESSES.
           MOVE WS-LB-USERNAME TO AX-P-USERNAME.
           MOVE 0 TO AX-P-DATE.
           MOVE 0 TO AX-P-SEQ.
           START AUDIT-IDX-FILE KEY >= AX-PLAYER-KEY
               INVALID KEY
                   MOVE "23" TO WS-AX-STATUS
           END-START.
           PERFORM READ-EARLIER-GUESS UNTIL WS-AX-STATUS NOT = "00".
           IF WS-LB-GUESSES + 1 > WS-GUESS-RUN
               COMPUTE WS-GUESS-RUN = WS-LB-GUESSES + 1
           END-IF.
           MOVE WS-LB-SAVE-KEY TO AX-KEY.
           MOVE "00" TO WS-AX-STATUS.
           START AUDIT-IDX-FILE KEY > AX-KEY
               INVALID KEY
                   MOVE "10" TO WS-AX-STATUS
           END-START.

       READ-EARLIER-GUESS.
           READ AUDIT-IDX-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-AX-STATUS
               NOT AT END
                   IF AX-P-USERNAME NOT = WS-LB-USERNAME
                           OR AX-P-DATE > WS-LB-DATE
                       MOVE "10" TO WS-AX-STATUS
                   ELSE
                   IF AX-P-DATE = WS-LB-DATE
                           AND AX-P-SEQ NOT < WS-LB-SEQ
                       MOVE "10" TO WS-AX-STATUS
                   ELSE
                   IF AX-SECRET = WS-LB-SECRET
                           AND AX-DIFFICULTY = WS-LB-DIFFICULTY
                       IF AX-RESULT = "WIN" OR AX-RESULT = "LOSS"
                           MOVE 0 TO WS-LB-GUESSES
                       ELSE
                           ADD 1 TO WS-LB-GUESSES
                       END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       FIND-PAR-FOR-ROW.
           MOVE 0 TO WS-PAR-RANGE.
           MOVE 0 TO WS-BEST-EFF-DATE.
           PERFORM FIND-RANGE-IN-FORCE
               VARYING WS-DIFF-IDX FROM 1 BY 1
               UNTIL WS-DIFF-IDX > WS-DIFF-COUNT.
           MOVE 0 TO WS-PAR-GUESSES.
           IF WS-PAR-RANGE > 0
               MOVE 1 TO WS-POW
               PERFORM RAISE-PAR-POWER UNTIL WS-POW > WS-PAR-RANGE
           END-IF.

       FIND-RANGE-IN-FORCE.
           IF WS-DIFF-NUMBER (WS-DIFF-IDX) = AX-DIFFICULTY
                   AND WS-DIFF-EFF-DATE (WS-DIFF-IDX) <= AX-DATE
                   AND WS-DIFF-EFF-DATE (WS-DIFF-IDX) >=
                       WS-BEST-EFF-DATE
               MOVE WS-DIFF-EFF-DATE (WS-DIFF-IDX) TO WS-BEST-EFF-DATE
               MOVE WS-DIFF-RANGE-HIGH (WS-DIFF-IDX) TO WS-PAR-RANGE
           END-IF.

       RAISE-PAR-POWER.
           COMPUTE WS-POW = WS-POW * 2.
           ADD 1 TO WS-PAR-GUESSES.

      * The tallies are kept by the upper-cased key, so one player's
      * differently-capitalized audit rows land in one entry
       FIND-PLAYER-ENTRY.
           ADD 1 TO WS-GAME-COUNT.
           MOVE FUNCTION UPPER-CASE(WS-CUR-PLAYER) TO WS-PLR-KEY.
           MOVE 0 TO WS-PLR-FOUND-IDX.
           PERFORM MATCH-PLAYER-ENTRY
               VARYING WS-PLR-IDX FROM 1 BY 1
               UNTIL WS-PLR-IDX > WS-PLR-COUNT.
           IF WS-PLR-FOUND-IDX = 0 AND WS-PLR-COUNT < 200
               ADD 1 TO WS-PLR-COUNT
               MOVE WS-PLR-KEY TO WS-PLR-NAME (WS-PLR-COUNT)
               MOVE 0 TO WS-PLR-GAMES (WS-PLR-COUNT)
               MOVE 0 TO WS-PLR-WINS (WS-PLR-COUNT)
               MOVE 0 TO WS-PLR-FIRST-WINS (WS-PLR-COUNT)
               MOVE 0 TO WS-PLR-IGNORED-WINS (WS-PLR-COUNT)
               MOVE 0 TO WS-PLR-WIN-GUESSES (WS-PLR-COUNT)
               MOVE 0 TO WS-PLR-WIN-PAR (WS-PLR-COUNT)
               MOVE 0 TO WS-PLR-FLAG-COUNT (WS-PLR-COUNT)
               MOVE WS-PLR-COUNT TO WS-PLR-FOUND-IDX
           END-IF.
           IF WS-PLR-FOUND-IDX = 0
               ADD 1 TO WS-PLR-OVERFLOW
           END-IF.

       MATCH-PLAYER-ENTRY.
           IF WS-PLR-NAME (WS-PLR-IDX) = WS-PLR-KEY
               MOVE WS-PLR-IDX TO WS-PLR-FOUND-IDX
           END-IF.

      *-----------------------
      * The three tests, each written as its own exception row. A
      * player's wins "well above par" means at least the minimum
      * number of wins, averaging fewer than half the binary-search
      * par guesses - a strategy that cannot be beaten on average
      *-----------------------
       CHECK-ONE-PLAYER.
           IF WS-PLR-FIRST-WINS (WS-PLR-IDX) > 0
               MOVE "FIRSTWIN" TO WS-EXC-CHECK
               MOVE WS-PLR-FIRST-WINS (WS-PLR-IDX) TO WS-EXC-HITS
               MOVE "first-guess win(s), range 1000"
                   TO WS-EXC-TEXT
               PERFORM POST-ONE-EXCEPTION
           END-IF.
           IF WS-PLR-WINS (WS-PLR-IDX) >= WS-PAR-MIN-WINS
                   AND WS-PLR-WIN-GUESSES (WS-PLR-IDX) * 2 <
                       WS-PLR-WIN-PAR (WS-PLR-IDX)
               MOVE "UNDERPAR" TO WS-EXC-CHECK
               MOVE WS-PLR-WINS (WS-PLR-IDX) TO WS-EXC-HITS
               MOVE "wins averaging under half par" TO WS-EXC-TEXT
               PERFORM POST-ONE-EXCEPTION
           END-IF.
           IF WS-PLR-IGNORED-WINS (WS-PLR-IDX) > 0
               MOVE "HINTSKIP" TO WS-EXC-CHECK
               MOVE WS-PLR-IGNORED-WINS (WS-PLR-IDX) TO WS-EXC-HITS
               MOVE "win(s) after ignoring a hint" TO WS-EXC-TEXT
               PERFORM POST-ONE-EXCEPTION
           END-IF.
           IF WS-PLR-FLAG-COUNT (WS-PLR-IDX) > 0
               ADD 1 TO WS-FLAGGED-COUNT
               PERFORM PLACE-PLAYER-ON-HOLD
           END-IF.

       POST-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-PLR-FLAG-COUNT (WS-PLR-IDX).
           MOVE SPACES TO EX-RECORD.
           MOVE WS-TARGET-DATE TO EX-DATE.
           MOVE WS-PLR-NAME (WS-PLR-IDX) TO EX-USERNAME.
           MOVE WS-EXC-CHECK TO EX-CHECK.
           MOVE WS-PLR-GAMES (WS-PLR-IDX) TO EX-GAMES.
           MOVE WS-PLR-WINS (WS-PLR-IDX) TO EX-WINS.
           MOVE WS-EXC-HITS TO EX-HITS.
           MOVE WS-PLR-WIN-GUESSES (WS-PLR-IDX) TO EX-WIN-GUESSES.
           MOVE WS-PLR-WIN-PAR (WS-PLR-IDX) TO EX-WIN-PAR.
           WRITE EX-RECORD.
           MOVE SPACES TO RP-LINE.
           STRING "  " WS-PLR-NAME (WS-PLR-IDX) " " WS-EXC-CHECK
               " " WS-PLR-GAMES (WS-PLR-IDX) " "
               WS-PLR-WINS (WS-PLR-IDX) " " WS-EXC-HITS " "
               WS-EXC-TEXT
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

      *-----------------------
      * The hold stays until an operator clears it. A cleared player
      * is put back on hold only by play on or after the clearing
      * date, so rerunning an older date never undoes a clearance
      *-----------------------
       OPEN-HOLD-FILE.
           MOVE SPACES TO WS-HD-STATUS.
           OPEN I-O HOLD-FILE.
           IF WS-HD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           IF WS-HD-STATUS NOT = "00"
               DISPLAY "FATAL: HOLDS file cannot be opened "
                   "(status " WS-HD-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PLACE-PLAYER-ON-HOLD.
           MOVE WS-PLR-NAME (WS-PLR-IDX) TO HD-USERNAME-KEY.
           READ HOLD-FILE
               INVALID KEY
                   MOVE SPACES TO HD-RECORD
                   MOVE WS-PLR-NAME (WS-PLR-IDX) TO HD-USERNAME-KEY
                   PERFORM SET-HOLD-FIELDS
                   WRITE HD-RECORD
                   ADD 1 TO WS-NEW-HOLD-COUNT
               NOT INVALID KEY
                   IF HD-STATUS = "H"
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                   IF WS-TARGET-DATE >= HD-CLEAR-DATE
                       PERFORM SET-HOLD-FIELDS
                       REWRITE HD-RECORD
                       ADD 1 TO WS-NEW-HOLD-COUNT
                   ELSE
                       MOVE SPACES TO RP-LINE
                       STRING "    " WS-PLR-NAME (WS-PLR-IDX)
                           " cleared on " HD-CLEAR-DATE " by "
                           HD-CLEARED-BY " - not held again"
                           DELIMITED BY SIZE INTO RP-LINE
                       WRITE RP-LINE
                       DISPLAY RP-LINE
                   END-IF
                   END-IF
           END-READ.

       SET-HOLD-FIELDS.
           MOVE "H" TO HD-STATUS.
           MOVE WS-TARGET-DATE TO HD-FLAG-DATE.
           MOVE WS-EXC-CHECK TO HD-CHECK.
           MOVE 0 TO HD-CLEAR-DATE.
           MOVE SPACES TO HD-CLEARED-BY.

      *-----------------------
      * Review report
      *-----------------------
       PRINT-REPORT-HEADER.
           MOVE "HIGHER OR LOWER - INTEGRITY EXCEPTION REPORT"
               TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Audit date: " WS-TARGET-DATE
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "------------------------------------------------" TO
               RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "  PLAYER  CHECK    GAME WINS HITS DETAIL" TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       PRINT-REPORT-TOTALS.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  (no exceptions for the date)" TO RP-LINE
               WRITE RP-LINE
               DISPLAY RP-LINE
           END-IF.
           MOVE "------------------------------------------------" TO
               RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Rows read: " WS-ROW-COUNT "  games checked: "
               WS-GAME-COUNT "  players: " WS-PLR-COUNT
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Exceptions: " WS-EXCEPTION-COUNT
               "  players flagged: " WS-FLAGGED-COUNT
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Placed on hold: " WS-NEW-HOLD-COUNT
               "  already on hold: " WS-HELD-COUNT
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           IF WS-PLR-OVERFLOW > 0
               MOVE SPACES TO RP-LINE
               STRING "*** PLAYER TABLE FULL - " WS-PLR-OVERFLOW
                   " GAMES NOT CHECKED ***"
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               DISPLAY RP-LINE
           END-IF.

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
       END PROGRAM INTEGRITY-CHECK.
