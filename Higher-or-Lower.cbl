               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BG-STATUS.

           SELECT RANKS-FILE ASSIGN TO "RANKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-KEY
               ALTERNATE RECORD KEY IS RK-PLAYER-KEY
               FILE STATUS IS WS-RK-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "RATINGS"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SL-USERNAME-KEY
               FILE STATUS IS WS-SL-STATUS.

           SELECT SESSION-FILE ASSIGN TO "SESSIONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDITCHN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS MANUAL
               RECORD KEY IS AH-DATE
               FILE STATUS IS WS-AH-STATUS.

           SELECT AUDIT-IDX-FILE ASSIGN TO "AUDITIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.

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

           SELECT DAILY-CHAL-FILE ASSIGN TO "DAILYCHAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-KEY
               ALTERNATE RECORD KEY IS DC-BOARD-KEY
               FILE STATUS IS WS-DC-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05  BG-DATE-EARNED      PIC 9(8).
           05  BG-LABEL            PIC X(30).

       FD  RANKS-FILE.
       01  RK-RECORD.
           05  RK-KEY.
               10  RK-BOARD        PIC X(8).
               10  RK-POSITION     PIC 9(6).
           05  RK-PLAYER-KEY.
               10  RK-P-BOARD      PIC X(8).
               10  RK-P-USERNAME   PIC X(7).
           05  RK-USERNAME-DISPLAY PIC X(7).
           05  RK-RANK             PIC 9(6).
           05  RK-OF-COUNT         PIC 9(6).
           05  RK-VALUE            PIC 9(6).
           05  RK-GAMES            PIC 9(6).
           05  RK-BUILT-DATE       PIC 9(8).

       FD  RATINGS-FILE.
       01  RT-RECORD.
           05  SL-DATE             PIC 9(8).
           05  SL-TIME             PIC 9(6).

       FD  SESSION-FILE.
       01  SS-RECORD.
           05  SS-KEY.
               10  SS-USERNAME-KEY PIC X(7).
               10  SS-ON-DATE      PIC 9(8).
               10  SS-ON-TIME      PIC 9(6).
           05  SS-USERNAME-DISPLAY PIC X(7).
           05  SS-LAST-TIME        PIC 9(6).
           05  SS-OFF-TIME         PIC 9(6).
           05  SS-ROUNDS           PIC 9(4).
           05  SS-POINTS           PIC 9(6).
           05  SS-WINS             PIC 9(4).
           05  SS-END-REASON       PIC X(8).

      * AD-SEQ numbers the row within its business date and AD-HASH
      * chains it to the row before; AD-TYPE is G for a chained row,
      * S for a seal closing the date and blank for an unchained row
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AD-USERNAME         PIC X(7).
           05  AD-RESULT           PIC X(7).
           05  FILLER              PIC X VALUE SPACE.
           05  AD-DATE             PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  AD-SEQ              PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  AD-HASH             PIC 9(10).
           05  FILLER              PIC X VALUE SPACE.
           05  AD-TYPE             PIC X.

      * One control row per business date - the last sequence number
      * and running hash written to AUDITLOG, and the sequence number
      * covered by the date's latest seal
       FD  AUDIT-CHAIN-FILE.
       01  AH-RECORD.
           05  AH-DATE             PIC 9(8).
           05  AH-LAST-SEQ         PIC 9(6).
           05  AH-LAST-HASH        PIC 9(10).
           05  AH-SEALED-SEQ       PIC 9(6).

       FD  AUDIT-IDX-FILE.
       01  AX-RECORD.
           05  FILLER              PIC X.
           05  TH-RESULT           PIC X(4).

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

      * DC-BOARD-KEY orders a date's attempts for the board: by
      * difficulty, then found (1) ahead of out of guesses (2) and
      * unfinished (3), then fewest attempts, then player
       FD  DAILY-CHAL-FILE.
       01  DC-RECORD.
           05  DC-KEY.
               10  DC-DATE         PIC 9(8).
               10  DC-USERNAME-KEY PIC X(7).
           05  DC-USERNAME-DISPLAY PIC X(7).
           05  DC-DIFFICULTY       PIC 9.
           05  DC-SECRET           PIC 9(4).
           05  DC-ATTEMPTS         PIC 99.
           05  DC-RESULT           PIC X(4).
           05  DC-START-TIME       PIC 9(6).
           05  DC-FINISH-TIME      PIC 9(6).
           05  DC-BOARD-KEY.
               10  DC-BOARD-DATE       PIC 9(8).
               10  DC-BOARD-DIFFICULTY PIC 9.
               10  DC-BOARD-ORDER      PIC 9.
               10  DC-BOARD-ATTEMPTS   PIC 99.
               10  DC-BOARD-USERNAME   PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-USERNAME PIC X(7).
       01  WS-USERNAME-UPPER PIC X(7).
       01  WS-DIFF-CHOSEN-FLAG PIC 9 VALUE 0.
       01  WS-LOCK-OK-FLAG PIC 9 VALUE 0.
       01  WS-LOCK-TIME-RAW PIC 9(8).
       01  WS-SESSION-ON-TIME PIC 9(6) VALUE 0.
       01  WS-SESSION-TIME-RAW PIC 9(8).
       01  WS-SESSION-END-REASON PIC X(8).
       01  WS-PIN-INPUT PIC X(10).
       01  WS-NEW-PIN PIC X(4).
       01  WS-PIN-OK-FLAG PIC 9 VALUE 0.
       01  WS-PL-STATUS PIC XX.
       01  WS-LB-STATUS PIC XX.
       01  WS-BG-STATUS PIC XX.
       01  WS-RK-STATUS PIC XX.
       01  WS-RT-STATUS PIC XX.
       01  WS-SL-STATUS PIC XX.
       01  WS-SS-STATUS PIC XX.
       01  WS-CK-STATUS PIC XX.
       01  WS-AUD-STATUS PIC XX.
       01  WS-AX-STATUS PIC XX.
       01  WS-RS-STATUS PIC XX.
       01  WS-RO-STATUS PIC XX.
       01  WS-TH-STATUS PIC XX.
       01  WS-LE-STATUS PIC XX.
       01  WS-FX-STATUS PIC XX.
       01  WS-DC-STATUS PIC XX.

      *-----------------------
      * Difficulty / scoring rules table, loaded from DIFF-PARM-FILE
       01  WS-OPT-BATCH PIC 99.
       01  WS-OPT-TOURNAMENT PIC 99.
       01  WS-OPT-TOURNHIST PIC 99.
       01  WS-OPT-LEAGUE PIC 99.
       01  WS-OPT-DAILY PIC 99.
       01  WS-OPT-EXIT PIC 99.

      *-----------------------
      * Leaderboard display fields - the boards are read ready-ranked
      * from the RANKS keyed file the nightly RANK-BUILD step writes
      *-----------------------
       01  WS-RK-BOARD PIC X(8).
       01  WS-RK-SHOWN PIC 9(4) VALUE 0.
       01  WS-RK-BUILT-DATE PIC 9(8) VALUE 0.
       01  WS-RK-SCORE PIC 9(4).
       01  WS-RK-RANK-DISP PIC Z(5)9.
       01  WS-RK-OF-DISP PIC Z(5)9.

      *-----------------------
      * Tournament roster working table. A player out of guesses is
      * told the number only as the last on the roster; the hide
      * flag withholds it for rounds whose secret others have still
      * to play against (a league half, the daily challenge)
      *-----------------------
       01  WS-ROSTER-COUNT PIC 9(4) VALUE 0.
       01  WS-ROSTER-IDX PIC 9(4).
       01  WS-ROSTER-DONE-FLAG PIC 9 VALUE 0.
       01  WS-ROSTER-WON-FLAG PIC 9 VALUE 0.
       01  WS-ROSTER-GUESS-COUNT PIC 99 VALUE 0.
       01  WS-ROSTER-HIDE-FLAG PIC 9 VALUE 0.
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-ENTRY OCCURS 20 TIMES.
               10  WS-ROSTER-NAME     PIC X(7).
       01  WS-TH-WINS PIC 9(4) VALUE 0.
       01  WS-TH-BEST-PLACING PIC 99 VALUE 99.

      *-----------------------
      * League match working fields - the signed-on player's
      * unplayed fixtures for the current business month's season
      *-----------------------
       01  WS-LEAGUE-SEASON PIC X(6).
       01  WS-LEAGUE-OK-FLAG PIC 9 VALUE 0.
       01  WS-LFX-COUNT PIC 99 VALUE 0.
       01  WS-LFX-IDX PIC 99.
       01  WS-LFX-CHOSEN PIC 99 VALUE 0.
       01  WS-LFX-TABLE.
           05  WS-LFX-ENTRY OCCURS 99 TIMES.
               10  WS-LFX-KEY       PIC X(11).
               10  WS-LFX-WEEK      PIC 99.
       01  WS-LEAGUE-WEEK-ANSWER PIC X(5).
       01  WS-LEAGUE-WEEK PIC 99.
       01  WS-OPPONENT-KEY PIC X(7).
       01  WS-OPPONENT-NAME PIC X(7).
       01  WS-HOME-IDX PIC 9.
       01  WS-AWAY-IDX PIC 9.
       01  WS-LEAGUE-OUTCOME PIC X.
       01  WS-LEAGUE-SIDE PIC X.
       01  WS-LEAGUE-OWN-FOUND PIC X.
       01  WS-LEAGUE-OTHER-FOUND PIC X.

      *-----------------------
      * Daily challenge working fields - the secret is seeded from
      * the difficulty and the business date, so everyone playing a
      * difficulty on the same day chases the same number
      *-----------------------
       01  WS-DAILY-SEED.
           05  WS-DAILY-SEED-DIFF  PIC 9.
           05  WS-DAILY-SEED-DATE  PIC 9(7).
       01  WS-DAILY-STARTED-FLAG PIC 9 VALUE 0.
       01  WS-DAILY-TIME-RAW PIC 9(8).
       01  WS-DCB-RANK PIC 9(4).
       01  WS-DCB-LAST-DIFF PIC 9.

      *-----------------------
      * Player stats dashboard working fields
      *-----------------------
       01  WS-PLAYER-FOUND-FLAG PIC 9 VALUE 0.
       01  WS-KEYED-ROW-COUNT PIC 9(6) VALUE 0.
       01  WS-KEYED-MAX-DATE PIC 9(8) VALUE 0.

      *-----------------------
      * Audit chain. A date's chain starts from the date itself and
      * each row folds its bytes into the running hash, modulo the
      * prime 2147483647. The date's control row is held locked
      * while a row is chained and written; a terminal kept waiting
      * tries again once a second, WS-AH-MAX-TRIES times in all
      *-----------------------
       78  WS-CH-MODULUS VALUE 2147483647.
       78  WS-AH-MAX-TRIES VALUE 30.
       01  WS-AH-STATUS PIC XX.
       01  WS-AH-HELD-FLAG PIC 9 VALUE 0.
       01  WS-AH-ROW-STATUS PIC XX.
       01  WS-AH-TRIES PIC 99 VALUE 0.
       01  WS-AH-WAIT PIC 9 VALUE 1.
       01  WS-CH-HASH PIC 9(10).
       01  WS-CH-WORK PIC 9(12).
       01  WS-CH-TEXT PIC X(44).
       01  WS-CH-LENGTH PIC 99.
       01  WS-CH-IDX PIC 99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           COMPUTE WS-OPT-BATCH = WS-DIFF-COUNT + 3.
           COMPUTE WS-OPT-TOURNAMENT = WS-DIFF-COUNT + 4.
           COMPUTE WS-OPT-TOURNHIST = WS-DIFF-COUNT + 5.
           COMPUTE WS-OPT-LEAGUE = WS-DIFF-COUNT + 6.
           COMPUTE WS-OPT-DAILY = WS-DIFF-COUNT + 7.
           COMPUTE WS-OPT-EXIT = WS-DIFF-COUNT + 8.

      * Malformed rows (hand-edits, ragged line lengths) are skipped
      * rather than loaded as a junk difficulty
           PERFORM REGISTER-PLAYER.
           MOVE 0 TO WS-LOCK-OK-FLAG.
           PERFORM ACQUIRE-SESSION-LOCK UNTIL WS-LOCK-OK-FLAG = 1.
           PERFORM OPEN-SESSION-RECORD.
           DISPLAY WS-NEW-LINE.
           PERFORM CHECK-FOR-CHECKPOINT.
           IF WS-SKIP-MENU-FLAG = 0
      * Registered-player master file lookup / registration
      *-----------------------
       REGISTER-PLAYER.
           IF WS-USERNAME (1:1) = "*"
               DISPLAY "Names beginning with * are reserved - "
                   "please choose another name."
               PERFORM RETRY-USERNAME
           ELSE
               PERFORM REGISTER-PLAYER-ON-FILE
           END-IF.

      * Names beginning with * are the references PLAYER-ERASE puts
      * in place of an erased player, so they are never registered
       REGISTER-PLAYER-ON-FILE.
           PERFORM OPEN-PLAYER-FILE.
           MOVE FUNCTION UPPER-CASE(WS-USERNAME) TO WS-USERNAME-UPPER.
           MOVE WS-USERNAME-UPPER TO PL-USERNAME-KEY.
               CLOSE SYSLOCK-FILE
           END-IF.

      *-----------------------
      * Session accounting - one SESSIONS record per sign-on, keyed
      * like the SYSLOCK record it shadows (player, business date,
      * sign-on time). It is written OPEN at sign-on, its running
      * totals and last-activity time are refreshed after every
      * finished round, and QUIT-GAME closes it with the sign-off
      * time. A session that crashes stays OPEN until the operator
      * clears its lock in PLAYER-MAINT, which marks it UNLOCKED.
      * Accounting never stops play: an unavailable file is warned
      * about and skipped
      *-----------------------
       OPEN-SESSION-RECORD.
           MOVE WS-LOCK-TIME-RAW (1:6) TO WS-SESSION-ON-TIME.
           MOVE SPACES TO WS-SS-STATUS.
           OPEN I-O SESSION-FILE.
           IF WS-SS-STATUS = "35"
               OPEN OUTPUT SESSION-FILE
               CLOSE SESSION-FILE
               OPEN I-O SESSION-FILE
           END-IF.
           IF WS-SS-STATUS NOT = "00"
               DISPLAY "WARNING: SESSIONS file unavailable (status "
                   WS-SS-STATUS ") - this session is not accounted."
           ELSE
               MOVE SPACES TO SS-RECORD
               MOVE WS-USERNAME-UPPER TO SS-USERNAME-KEY
               MOVE WS-BUSINESS-DATE TO SS-ON-DATE
               MOVE WS-SESSION-ON-TIME TO SS-ON-TIME
               MOVE WS-USERNAME TO SS-USERNAME-DISPLAY
               MOVE WS-SESSION-ON-TIME TO SS-LAST-TIME
               MOVE 0 TO SS-OFF-TIME
               MOVE 0 TO SS-ROUNDS
               MOVE 0 TO SS-POINTS
               MOVE 0 TO SS-WINS
               MOVE "OPEN" TO SS-END-REASON
               WRITE SS-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE SESSION-FILE
           END-IF.

       UPDATE-SESSION-RECORD.
           MOVE SPACES TO WS-SS-STATUS.
           OPEN I-O SESSION-FILE.
           IF WS-SS-STATUS = "00"
               MOVE WS-USERNAME-UPPER TO SS-USERNAME-KEY
               MOVE WS-BUSINESS-DATE TO SS-ON-DATE
               MOVE WS-SESSION-ON-TIME TO SS-ON-TIME
               READ SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ACCEPT WS-SESSION-TIME-RAW FROM TIME
                       MOVE WS-SESSION-TIME-RAW (1:6) TO SS-LAST-TIME
                       MOVE WS-GAMES-PLAYED-COUNT TO SS-ROUNDS
                       MOVE WS-ACTUAL-SCORE TO SS-POINTS
                       MOVE WS-WIN-COUNT TO SS-WINS
                       IF WS-SESSION-END-REASON NOT = "OPEN"
                           MOVE SS-LAST-TIME TO SS-OFF-TIME
                           MOVE WS-SESSION-END-REASON TO SS-END-REASON
                       END-IF
                       REWRITE SS-RECORD
               END-READ
               CLOSE SESSION-FILE
           END-IF.

      * A status other than 00 here usually means a PLAYERS file from
      * before the record was lengthened; it must be converted once
      * before the game can run against it
           DISPLAY WS-OPT-BATCH " - Batch self-play / regression mode"
           DISPLAY WS-OPT-TOURNAMENT " - Tournament mode"
           DISPLAY WS-OPT-TOURNHIST " - View tournament history"
           DISPLAY WS-OPT-LEAGUE " - Play a league match"
           DISPLAY WS-OPT-DAILY " - Daily challenge"
           DISPLAY WS-OPT-EXIT " - Exit the game"
           PERFORM DRAW-GAME-BAR.
           MOVE 0 TO WS-GAME-DIFFICULTY.
                       PERFORM RESET-INPUTS
                       PERFORM SHOW-TOURNAMENT-HISTORY
                       PERFORM INTRO-MENU
                   WHEN WS-OPT-LEAGUE
                       PERFORM RESET-INPUTS
                       PERFORM RUN-LEAGUE-MATCH
                       PERFORM INTRO-MENU
                   WHEN WS-OPT-DAILY
                       PERFORM RESET-INPUTS
                       PERFORM RUN-DAILY-CHALLENGE
                       PERFORM INTRO-MENU
                   WHEN WS-OPT-EXIT
                       PERFORM QUIT-GAME
                   WHEN OTHER

       MAIN-GAME-LOOP.
           PERFORM GAME-INPUT.
           MOVE FUNCTION NUMVAL(WS-GAME-INPUT) TO WS-NB
           EVALUATE WS-GAME-INPUT
               WHEN "exit"
                   PERFORM AWARD-POINTS-FOR-WIN
                   PERFORM DELETE-CHECKPOINT
                   PERFORM EVALUATE-BADGES
                   MOVE "OPEN" TO WS-SESSION-END-REASON
                   PERFORM UPDATE-SESSION-RECORD
               END-IF
               PERFORM AFTER-ROUND-DISPATCH
           ELSE
                   IF WS-BATCH-MODE-FLAG = 0
                       PERFORM DELETE-CHECKPOINT
                       PERFORM EVALUATE-BADGES
                       MOVE "OPEN" TO WS-SESSION-END-REASON
                       PERFORM UPDATE-SESSION-RECORD
                   END-IF
                   PERFORM AFTER-ROUND-DISPATCH
               ELSE
           MOVE WS-NB TO AD-GUESS.
           MOVE WS-AUDIT-RESULT TO AD-RESULT.
           MOVE WS-BUSINESS-DATE TO AD-DATE.
           PERFORM CHAIN-AUDIT-ROW.
           WRITE AUDIT-RECORD.
           MOVE WS-AUD-STATUS TO WS-AH-ROW-STATUS.
           CLOSE AUDIT-FILE.
           PERFORM STORE-CHAIN-ROW.

      *-----------------------
      * Number the row within its business date and chain it to the
      * date's last row through the AUDITCHN control row. The control
      * row stays locked until the row is written, so no two
      * terminals can append their rows out of sequence. Without
      * AUDITCHN the row is still logged, unchained, and the nightly
      * verification reports it
      *-----------------------
       CHAIN-AUDIT-ROW.
           PERFORM UNCHAIN-AUDIT-ROW.
           MOVE 0 TO WS-AH-HELD-FLAG.
           MOVE SPACES TO WS-AH-STATUS.
           OPEN I-O AUDIT-CHAIN-FILE.
           IF WS-AH-STATUS = "35"
               OPEN OUTPUT AUDIT-CHAIN-FILE
               CLOSE AUDIT-CHAIN-FILE
               OPEN I-O AUDIT-CHAIN-FILE
           END-IF.
           IF WS-AH-STATUS = "00"
               MOVE 0 TO WS-AH-TRIES
               MOVE "51" TO WS-AH-STATUS
               PERFORM LOCK-CHAIN-ROW
                   UNTIL WS-AH-STATUS NOT = "51"
                       OR WS-AH-TRIES NOT < WS-AH-MAX-TRIES
               IF WS-AH-STATUS = "00"
                   MOVE 1 TO WS-AH-HELD-FLAG
                   PERFORM LINK-AUDIT-ROW
               ELSE
                   CLOSE AUDIT-CHAIN-FILE
               END-IF
           END-IF.

      * Status 51 means another terminal holds the row - wait a
      * second and try again
       LOCK-CHAIN-ROW.
           IF WS-AH-TRIES > 0
               CALL "C$SLEEP" USING WS-AH-WAIT
           END-IF.
           ADD 1 TO WS-AH-TRIES.
           MOVE AD-DATE TO AH-DATE.
           READ AUDIT-CHAIN-FILE WITH LOCK
               INVALID KEY
                   PERFORM START-CHAIN-ROW
           END-READ.

      * The date's first row puts down a control row seeded with the
      * date and reads it back locked. Should another terminal have
      * put it down first the write is refused and the read waits its
      * turn like any other
       START-CHAIN-ROW.
           MOVE AD-DATE TO AH-DATE.
           MOVE 0 TO AH-LAST-SEQ.
           MOVE AD-DATE TO AH-LAST-HASH.
           MOVE 0 TO AH-SEALED-SEQ.
           WRITE AH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE AD-DATE TO AH-DATE.
           READ AUDIT-CHAIN-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.

       LINK-AUDIT-ROW.
           ADD 1 TO AH-LAST-SEQ.
           MOVE AH-LAST-SEQ TO AD-SEQ.
           MOVE "G" TO AD-TYPE.
           MOVE AH-LAST-HASH TO WS-CH-HASH.
           PERFORM HASH-AUDIT-ROW.
           MOVE WS-CH-HASH TO AD-HASH.
           MOVE WS-CH-HASH TO AH-LAST-HASH.

      * Once the row is written and AUDITLOG closed behind it, the
      * control row moves on to it and the lock is let go; a row that
      * failed to write leaves the control row where it was
       STORE-CHAIN-ROW.
           IF WS-AH-HELD-FLAG = 1
               IF WS-AH-ROW-STATUS = "00"
                   REWRITE AH-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               CLOSE AUDIT-CHAIN-FILE
               MOVE 0 TO WS-AH-HELD-FLAG
           END-IF.

       UNCHAIN-AUDIT-ROW.
           MOVE 0 TO AD-SEQ.
           MOVE 0 TO AD-HASH.
           MOVE SPACE TO AD-TYPE.

      * The row's bytes up to and including AD-SEQ, then its type,
      * are folded into the running hash held in WS-CH-HASH
       HASH-AUDIT-ROW.
           MOVE AUDIT-RECORD (1:43) TO WS-CH-TEXT.
           MOVE AD-TYPE TO WS-CH-TEXT (44:1).
           MOVE 44 TO WS-CH-LENGTH.
           PERFORM HASH-ONE-CHAIN-BYTE
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-LENGTH.

       HASH-ONE-CHAIN-BYTE.
           COMPUTE WS-CH-WORK = WS-CH-HASH * 257
               + FUNCTION ORD(WS-CH-TEXT (WS-CH-IDX:1)).
           COMPUTE WS-CH-HASH = FUNCTION MOD(WS-CH-WORK, WS-CH-MODULUS).

       GAME-INPUT.
           IF WS-BATCH-MODE-FLAG = 1
           PERFORM UPDATE-LEADERBOARD.
           PERFORM DELETE-CHECKPOINT.
           PERFORM RELEASE-SESSION-LOCK.
           MOVE "QUIT" TO WS-SESSION-END-REASON.
           PERFORM UPDATE-SESSION-RECORD.
           DISPLAY WS-NEW-LINE "Exiting the game"
           STOP RUN.

           CLOSE LEADERBOARD-FILE.

      *-----------------------
      * Persistent high-score leaderboard display - the current
      * season, the all-time best across every closed season, and the
      * skill-rating ladder, each read top 10 straight from RANKS with
      * the signed-in player's own place underneath. The boards stand
      * as at the last nightly build
      *-----------------------
       SHOW-LEADERBOARD.
           MOVE 0 TO WS-RK-BUILT-DATE.
           MOVE SPACES TO WS-RK-STATUS.
           OPEN INPUT RANKS-FILE.
           PERFORM DRAW-GAME-BAR.
           IF WS-RK-STATUS NOT = "00"
               DISPLAY "No rankings built yet - the nightly ranking "
                   "step has not run."
           ELSE
               DISPLAY "TOP 10 - CURRENT SEASON"
               MOVE "SEASON" TO WS-RK-BOARD
               PERFORM SHOW-ONE-RANK-BOARD
               PERFORM DRAW-GAME-BAR
               DISPLAY "TOP 10 ALL-TIME SCORES"
               MOVE "ALLTIME" TO WS-RK-BOARD
               PERFORM SHOW-ONE-RANK-BOARD
               PERFORM DRAW-GAME-BAR
               DISPLAY "TOP 10 SKILL RATINGS"
               MOVE "RATING" TO WS-RK-BOARD
               PERFORM SHOW-ONE-RANK-BOARD
               CLOSE RANKS-FILE
           END-IF.
           IF WS-RK-BUILT-DATE > 0
               DISPLAY "Rankings as at business date "
                   WS-RK-BUILT-DATE "."
           END-IF.
           PERFORM DRAW-GAME-BAR.

       SHOW-ONE-RANK-BOARD.
           MOVE 0 TO WS-RK-SHOWN.
           MOVE WS-RK-BOARD TO RK-BOARD.
           MOVE 1 TO RK-POSITION.
           START RANKS-FILE KEY IS NOT LESS THAN RK-KEY
               INVALID KEY
                   MOVE "23" TO WS-RK-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-RK-STATUS
           END-START.
           PERFORM READ-RANK-ROW
               UNTIL WS-RK-STATUS NOT = "00" OR WS-RK-SHOWN >= 10.
           IF WS-RK-SHOWN = 0
               DISPLAY "  Nobody is ranked on this board yet."
           ELSE
               PERFORM SHOW-OWN-RANK
           END-IF.

       READ-RANK-ROW.
           READ RANKS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RK-STATUS
           END-READ.
           IF WS-RK-STATUS = "00"
               IF RK-BOARD NOT = WS-RK-BOARD
                   MOVE "10" TO WS-RK-STATUS
               ELSE
                   ADD 1 TO WS-RK-SHOWN
                   MOVE RK-BUILT-DATE TO WS-RK-BUILT-DATE
                   PERFORM DISPLAY-ONE-RANK
               END-IF
           END-IF.

      * Equal scores share a rank, so the number shown is the rank
      * held rather than the line's position on the board
       DISPLAY-ONE-RANK.
           MOVE RK-RANK TO WS-RK-RANK-DISP.
           MOVE RK-VALUE TO WS-RK-SCORE.
           IF WS-RK-BOARD = "RATING"
               DISPLAY WS-RK-RANK-DISP ". " RK-USERNAME-DISPLAY
                   " - rating " WS-RK-SCORE " (" RK-GAMES
                   " rated games)"
           ELSE
               DISPLAY WS-RK-RANK-DISP ". " RK-USERNAME-DISPLAY " - "
                   WS-RK-SCORE
           END-IF.

       SHOW-OWN-RANK.
           MOVE WS-RK-BOARD TO RK-P-BOARD.
           MOVE WS-USERNAME-UPPER TO RK-P-USERNAME.
           READ RANKS-FILE KEY IS RK-PLAYER-KEY
               INVALID KEY
                   DISPLAY "  You are not ranked on this board yet."
               NOT INVALID KEY
                   MOVE RK-RANK TO WS-RK-RANK-DISP
                   MOVE RK-OF-COUNT TO WS-RK-OF-DISP
                   DISPLAY "  You are ranked "
                       FUNCTION TRIM (WS-RK-RANK-DISP) " of "
                       FUNCTION TRIM (WS-RK-OF-DISP) "."
           END-READ.

      *-----------------------
      * Post-game statistics dashboard. When the nightly organize
           END-READ.

       PROCESS-STATS-ROW.
           IF AD-USERNAME = WS-USERNAME AND AD-TYPE NOT = "S"
               EVALUATE AD-RESULT
                   WHEN "WIN"
                       ADD 1 TO WS-STATS-GAMES (AD-DIFFICULTY)
                           AND WS-ROSTER-GUESS-COUNT >= WS-MAX-ATTEMPTS
                       MOVE "LOSS" TO WS-AUDIT-RESULT
                       PERFORM LOG-GUESS
                       IF WS-ROSTER-HIDE-FLAG = 0
                               AND WS-ROSTER-IDX = WS-ROSTER-COUNT
                           DISPLAY WS-ROSTER-NAME (WS-ROSTER-IDX)
                               " is out of guesses! The number was "
                               WS-RAND
                       ELSE
                           DISPLAY WS-ROSTER-NAME (WS-ROSTER-IDX)
                               " is out of guesses!"
                       END-IF
                       MOVE 2 TO WS-ROSTER-RESULT (WS-ROSTER-IDX)
                       MOVE 1 TO WS-ROSTER-WON-FLAG
                   WHEN WS-NB > WS-RAND
                   " - " WS-ROSTER-ATTEMPTS (WS-ROSTER-IDX) " guesses"
           END-IF.

      *-----------------------
      * League match - each side plays its half of the fixture from
      * its own sign-on, through the tournament's round, against the
      * secret drawn when the first half starts and kept on the
      * fixture, so neither player learns the number before the
      * other has played. FX-STATUS goes from S to H or A as the home
      * or away half comes in, and to P when the second half decides
      * the fixture: fewer attempts wins, and a player who runs out
      * of guesses loses to one who found it. Win 3 points, draw 1.
      * A half in play carries "-" in its found flag; one left so
      * from an earlier business date was walked away from and
      * counts as out of guesses
      *-----------------------
       RUN-LEAGUE-MATCH.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-LEAGUE-SEASON.
           MOVE SPACES TO WS-LE-STATUS.
           OPEN I-O LEAGUE-FILE.
           IF WS-LE-STATUS = "00"
               MOVE SPACES TO WS-FX-STATUS
               OPEN I-O FIXTURE-FILE
               IF WS-FX-STATUS = "00"
                   PERFORM FIND-LEAGUE-ENTRY
                   CLOSE FIXTURE-FILE
               ELSE
                   DISPLAY "No league fixtures have been generated."
               END-IF
               CLOSE LEAGUE-FILE
           ELSE
               DISPLAY "No league is running."
           END-IF.

       FIND-LEAGUE-ENTRY.
           MOVE 0 TO WS-LEAGUE-OK-FLAG.
           MOVE WS-LEAGUE-SEASON TO LE-SEASON.
           MOVE WS-USERNAME-UPPER TO LE-USERNAME-KEY.
           READ LEAGUE-FILE
               INVALID KEY
                   DISPLAY "You are not enrolled in the "
                       WS-LEAGUE-SEASON " league season."
               NOT INVALID KEY
                   MOVE 1 TO WS-LEAGUE-OK-FLAG
           END-READ.
           IF WS-LEAGUE-OK-FLAG = 1
               PERFORM LIST-LEAGUE-FIXTURES
               IF WS-LFX-COUNT = 0
                   DISPLAY "You have no league matches left to play "
                       "this season."
               ELSE
                   PERFORM ASK-LEAGUE-WEEK
                   PERFORM CHECK-LEAGUE-OPPONENT
                   IF WS-LEAGUE-OK-FLAG = 1
                       PERFORM PLAY-LEAGUE-FIXTURE
                   END-IF
               END-IF
           END-IF.

       LIST-LEAGUE-FIXTURES.
           MOVE 0 TO WS-LFX-COUNT.
           MOVE WS-LEAGUE-SEASON TO FX-SEASON.
           MOVE 0 TO FX-WEEK.
           MOVE 0 TO FX-DIVISION.
           MOVE 0 TO FX-MATCH.
           START FIXTURE-FILE KEY >= FX-KEY
               INVALID KEY
                   MOVE "23" TO WS-FX-STATUS
           END-START.
           IF WS-FX-STATUS = "00"
               PERFORM DRAW-GAME-BAR
               DISPLAY "YOUR LEAGUE FIXTURES - SEASON "
                   WS-LEAGUE-SEASON " DIVISION " LE-DIVISION
               PERFORM READ-LEAGUE-FIXTURE
                   UNTIL WS-FX-STATUS NOT = "00"
               PERFORM DRAW-GAME-BAR
           END-IF.
           MOVE "00" TO WS-FX-STATUS.

       READ-LEAGUE-FIXTURE.
           READ FIXTURE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FX-STATUS
               NOT AT END
                   IF FX-SEASON NOT = WS-LEAGUE-SEASON
                       MOVE "10" TO WS-FX-STATUS
                   ELSE
                       PERFORM LIST-ONE-LEAGUE-FIXTURE
                   END-IF
           END-READ.

      * A fixture is listed while the signed-on player's own half is
      * still to be started
       LIST-ONE-LEAGUE-FIXTURE.
           MOVE SPACE TO WS-LEAGUE-SIDE.
           IF FX-HOME-KEY = WS-USERNAME-UPPER
                   AND (FX-STATUS = "S" OR FX-STATUS = "A")
                   AND FX-HOME-FOUND NOT = "-"
               MOVE "H" TO WS-LEAGUE-SIDE
           END-IF.
           IF FX-AWAY-KEY = WS-USERNAME-UPPER
                   AND (FX-STATUS = "S" OR FX-STATUS = "H")
                   AND FX-AWAY-FOUND NOT = "-"
               MOVE "A" TO WS-LEAGUE-SIDE
           END-IF.
           IF WS-LEAGUE-SIDE NOT = SPACE AND WS-LFX-COUNT < 99
               ADD 1 TO WS-LFX-COUNT
               MOVE FX-KEY TO WS-LFX-KEY (WS-LFX-COUNT)
               MOVE FX-WEEK TO WS-LFX-WEEK (WS-LFX-COUNT)
               IF FX-STATUS = "S"
                   DISPLAY "Week " FX-WEEK "  " FX-HOME-KEY
                       " (home) v " FX-AWAY-KEY " (away)"
               ELSE
                   DISPLAY "Week " FX-WEEK "  " FX-HOME-KEY
                       " (home) v " FX-AWAY-KEY " (away)"
                       "  - opponent has played"
               END-IF
           END-IF.

       ASK-LEAGUE-WEEK.
           DISPLAY "Week to play, or press ENTER for week "
               WS-LFX-WEEK (1) ":".
           ACCEPT WS-LEAGUE-WEEK-ANSWER.
           INSPECT WS-LEAGUE-WEEK-ANSWER
               REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE 0 TO WS-LFX-CHOSEN.
           IF WS-LEAGUE-WEEK-ANSWER = SPACES
               MOVE 1 TO WS-LFX-CHOSEN
           ELSE
               MOVE WS-LEAGUE-WEEK-ANSWER TO WS-MENU-NB-TEST-VALUE
               INSPECT WS-MENU-NB-TEST-VALUE
                   REPLACING ALL SPACES BY ZEROES
               IF WS-MENU-NB-TEST-VALUE IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-LEAGUE-WEEK-ANSWER)
                       TO WS-LEAGUE-WEEK
                   PERFORM FIND-LEAGUE-WEEK
                       VARYING WS-LFX-IDX FROM 1 BY 1
                       UNTIL WS-LFX-IDX > WS-LFX-COUNT
               END-IF
           END-IF.
           IF WS-LFX-CHOSEN = 0
               DISPLAY "No unplayed fixture that week, "
                   "please try again"
               PERFORM ASK-LEAGUE-WEEK
           END-IF.

       FIND-LEAGUE-WEEK.
           IF WS-LFX-WEEK (WS-LFX-IDX) = WS-LEAGUE-WEEK
                   AND WS-LFX-CHOSEN = 0
               MOVE WS-LFX-IDX TO WS-LFX-CHOSEN
           END-IF.

      * The opponent plays their half from their own sign-on, so only
      * their display name is wanted here
       CHECK-LEAGUE-OPPONENT.
           MOVE WS-LFX-KEY (WS-LFX-CHOSEN) TO FX-KEY.
           READ FIXTURE-FILE
               INVALID KEY
                   MOVE 0 TO WS-LEAGUE-OK-FLAG
           END-READ.
           IF WS-LEAGUE-OK-FLAG = 1
               IF FX-HOME-KEY = WS-USERNAME-UPPER
                   MOVE "H" TO WS-LEAGUE-SIDE
                   MOVE FX-AWAY-KEY TO WS-OPPONENT-KEY
               ELSE
                   MOVE "A" TO WS-LEAGUE-SIDE
                   MOVE FX-HOME-KEY TO WS-OPPONENT-KEY
               END-IF
               MOVE 0 TO WS-LEAGUE-OK-FLAG
               PERFORM OPEN-PLAYER-FILE
               MOVE WS-OPPONENT-KEY TO PL-USERNAME-KEY
               READ PLAYER-FILE
                   INVALID KEY
                       DISPLAY WS-OPPONENT-KEY " is no longer a "
                           "registered player."
                   NOT INVALID KEY
                       MOVE PL-USERNAME-DISPLAY TO WS-OPPONENT-NAME
                       MOVE 1 TO WS-LEAGUE-OK-FLAG
               END-READ
               CLOSE PLAYER-FILE
           END-IF.

       PLAY-LEAGUE-FIXTURE.
           MOVE FX-DIFFICULTY TO WS-GAME-DIFFICULTY.
           PERFORM SET-MAX-ATTEMPTS-FOR-DIFFICULTY.
           PERFORM SET-RANGE-HIGH-FOR-DIFFICULTY.
           IF WS-CUR-RANGE-HIGH = 0
               DISPLAY "This fixture's difficulty is no longer on "
                   "DIFFRULES - see the operator."
           ELSE
               PERFORM START-LEAGUE-HALF
               IF WS-LEAGUE-OK-FLAG = 1
                   MOVE 1 TO WS-ROSTER-COUNT
                   MOVE 1 TO WS-ROSTER-IDX
                   MOVE WS-USERNAME TO WS-ROSTER-NAME (1)
                   IF WS-LEAGUE-SIDE = "H"
                       DISPLAY "Week " FX-WEEK " - " WS-USERNAME
                           " (home) v " WS-OPPONENT-NAME " (away), "
                           "difficulty " FX-DIFFICULTY
                   ELSE
                       DISPLAY "Week " FX-WEEK " - " WS-OPPONENT-NAME
                           " (home) v " WS-USERNAME " (away), "
                           "difficulty " FX-DIFFICULTY
                   END-IF
                   MOVE 1 TO WS-ROSTER-HIDE-FLAG
                   PERFORM PLAY-TOURNAMENT-ROUND
                   MOVE 0 TO WS-ROSTER-HIDE-FLAG
                   PERFORM CREDIT-LEAGUE-PLAYER
                   PERFORM RECORD-LEAGUE-HALF
               END-IF
           END-IF.

      * The half is claimed before the first guess, as the daily
      * challenge is, so walking away does not earn a second try;
      * whichever half starts first draws the secret for both
       START-LEAGUE-HALF.
           IF WS-LEAGUE-SIDE = "H"
               MOVE FX-AWAY-FOUND TO WS-LEAGUE-OTHER-FOUND
           ELSE
               MOVE FX-HOME-FOUND TO WS-LEAGUE-OTHER-FOUND
           END-IF.
           IF WS-LEAGUE-OTHER-FOUND = "-"
               IF FX-PLAYED-DATE = WS-BUSINESS-DATE
                   DISPLAY WS-OPPONENT-NAME " is playing their half "
                       "now - try again once they have finished."
                   MOVE 0 TO WS-LEAGUE-OK-FLAG
               ELSE
                   PERFORM CLOSE-ABANDONED-HALF
               END-IF
           END-IF.
           IF WS-LEAGUE-OK-FLAG = 1
               IF FX-SECRET = 0
                   ACCEPT WS-SEED FROM TIME
                   PERFORM GET-RANDOM-NUMBER
                   MOVE WS-RAND TO FX-SECRET
               ELSE
                   MOVE FX-SECRET TO WS-RAND
               END-IF
               IF WS-LEAGUE-SIDE = "H"
                   MOVE "-" TO FX-HOME-FOUND
                   MOVE 0 TO FX-HOME-ATTEMPTS
               ELSE
                   MOVE "-" TO FX-AWAY-FOUND
                   MOVE 0 TO FX-AWAY-ATTEMPTS
               END-IF
               MOVE WS-BUSINESS-DATE TO FX-PLAYED-DATE
               REWRITE FX-RECORD
           END-IF.

      * The opponent's half was left in play on an earlier business
      * date - it is closed as out of guesses
       CLOSE-ABANDONED-HALF.
           IF WS-LEAGUE-SIDE = "H"
               MOVE "N" TO FX-AWAY-FOUND
               MOVE WS-MAX-ATTEMPTS TO FX-AWAY-ATTEMPTS
               MOVE "A" TO FX-STATUS
           ELSE
               MOVE "N" TO FX-HOME-FOUND
               MOVE WS-MAX-ATTEMPTS TO FX-HOME-ATTEMPTS
               MOVE "H" TO FX-STATUS
           END-IF.

      * The fixture is read again for the other half's latest state;
      * the first half in only marks its side, the second decides
       RECORD-LEAGUE-HALF.
           MOVE WS-LFX-KEY (WS-LFX-CHOSEN) TO FX-KEY.
           READ FIXTURE-FILE
               INVALID KEY
                   MOVE 0 TO WS-LEAGUE-OK-FLAG
           END-READ.
           IF WS-LEAGUE-OK-FLAG = 1
               IF WS-ROSTER-RESULT (1) = 1
                   MOVE "Y" TO WS-LEAGUE-OWN-FOUND
               ELSE
                   MOVE "N" TO WS-LEAGUE-OWN-FOUND
               END-IF
               IF WS-LEAGUE-SIDE = "H"
                   MOVE WS-ROSTER-ATTEMPTS (1) TO FX-HOME-ATTEMPTS
                   MOVE WS-LEAGUE-OWN-FOUND TO FX-HOME-FOUND
               ELSE
                   MOVE WS-ROSTER-ATTEMPTS (1) TO FX-AWAY-ATTEMPTS
                   MOVE WS-LEAGUE-OWN-FOUND TO FX-AWAY-FOUND
               END-IF
               IF FX-STATUS = "S"
                   MOVE WS-LEAGUE-SIDE TO FX-STATUS
                   REWRITE FX-RECORD
                   DISPLAY "Your half is in - the result is posted "
                       "once " WS-OPPONENT-NAME " has played theirs."
               ELSE
                   PERFORM LOAD-LEAGUE-ROSTER
                   PERFORM DECIDE-LEAGUE-OUTCOME
                   PERFORM RECORD-LEAGUE-RESULT
               END-IF
           END-IF.

      * Roster slot 1 is the home side and slot 2 the away side, as
      * the fixture has them
       LOAD-LEAGUE-ROSTER.
           MOVE 2 TO WS-ROSTER-COUNT.
           IF WS-LEAGUE-SIDE = "H"
               MOVE WS-USERNAME TO WS-ROSTER-NAME (1)
               MOVE WS-OPPONENT-NAME TO WS-ROSTER-NAME (2)
           ELSE
               MOVE WS-OPPONENT-NAME TO WS-ROSTER-NAME (1)
               MOVE WS-USERNAME TO WS-ROSTER-NAME (2)
           END-IF.
           MOVE FX-HOME-ATTEMPTS TO WS-ROSTER-ATTEMPTS (1).
           MOVE FX-AWAY-ATTEMPTS TO WS-ROSTER-ATTEMPTS (2).
           IF FX-HOME-FOUND = "Y"
               MOVE 1 TO WS-ROSTER-RESULT (1)
           ELSE
               MOVE 2 TO WS-ROSTER-RESULT (1)
           END-IF.
           IF FX-AWAY-FOUND = "Y"
               MOVE 1 TO WS-ROSTER-RESULT (2)
           ELSE
               MOVE 2 TO WS-ROSTER-RESULT (2)
           END-IF.

       DECIDE-LEAGUE-OUTCOME.
           EVALUATE TRUE
               WHEN WS-ROSTER-RESULT (1) = 1
                       AND WS-ROSTER-RESULT (2) = 2
                   MOVE "H" TO WS-LEAGUE-OUTCOME
               WHEN WS-ROSTER-RESULT (1) = 2
                       AND WS-ROSTER-RESULT (2) = 1
                   MOVE "A" TO WS-LEAGUE-OUTCOME
               WHEN WS-ROSTER-RESULT (1) = 2
                   MOVE "D" TO WS-LEAGUE-OUTCOME
               WHEN WS-ROSTER-ATTEMPTS (1) < WS-ROSTER-ATTEMPTS (2)
                   MOVE "H" TO WS-LEAGUE-OUTCOME
               WHEN WS-ROSTER-ATTEMPTS (1) > WS-ROSTER-ATTEMPTS (2)
                   MOVE "A" TO WS-LEAGUE-OUTCOME
               WHEN OTHER
                   MOVE "D" TO WS-LEAGUE-OUTCOME
           END-EVALUATE.
           PERFORM DRAW-GAME-BAR.
           EVALUATE WS-LEAGUE-OUTCOME
               WHEN "H"
                   DISPLAY "LEAGUE RESULT: " WS-ROSTER-NAME (1)
                       " wins (" WS-ROSTER-ATTEMPTS (1) " v "
                       WS-ROSTER-ATTEMPTS (2) " attempts)"
               WHEN "A"
                   DISPLAY "LEAGUE RESULT: " WS-ROSTER-NAME (2)
                       " wins (" WS-ROSTER-ATTEMPTS (2) " v "
                       WS-ROSTER-ATTEMPTS (1) " attempts)"
               WHEN OTHER
                   DISPLAY "LEAGUE RESULT: drawn ("
                       WS-ROSTER-ATTEMPTS (1) " v "
                       WS-ROSTER-ATTEMPTS (2) " attempts)"
           END-EVALUATE.
           DISPLAY "The number was " WS-RAND.
           PERFORM DRAW-GAME-BAR.

       RECORD-LEAGUE-RESULT.
           MOVE "P" TO FX-STATUS.
           MOVE WS-LEAGUE-OUTCOME TO FX-OUTCOME.
           MOVE WS-BUSINESS-DATE TO FX-PLAYED-DATE.
           REWRITE FX-RECORD.
           MOVE 1 TO WS-HOME-IDX.
           MOVE 2 TO WS-AWAY-IDX.
           MOVE FX-HOME-KEY TO WS-OPPONENT-KEY.
           PERFORM UPDATE-ONE-STANDING.
           MOVE 2 TO WS-HOME-IDX.
           MOVE 1 TO WS-AWAY-IDX.
           MOVE FX-AWAY-KEY TO WS-OPPONENT-KEY.
           PERFORM UPDATE-ONE-STANDING.

      * WS-HOME-IDX is the roster slot being posted, WS-AWAY-IDX the
      * other side of the match
       UPDATE-ONE-STANDING.
           MOVE WS-LEAGUE-SEASON TO LE-SEASON.
           MOVE WS-OPPONENT-KEY TO LE-USERNAME-KEY.
           READ LEAGUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO LE-PLAYED
                   ADD WS-ROSTER-ATTEMPTS (WS-HOME-IDX) TO LE-ATTEMPTS
                   IF WS-LEAGUE-OUTCOME = "D"
                       ADD 1 TO LE-DRAWN
                       ADD 1 TO LE-POINTS
                   ELSE
                   IF (WS-LEAGUE-OUTCOME = "H" AND WS-HOME-IDX = 1)
                           OR (WS-LEAGUE-OUTCOME = "A"
                               AND WS-HOME-IDX = 2)
                       ADD 1 TO LE-WON
                       ADD 3 TO LE-POINTS
                   ELSE
                       ADD 1 TO LE-LOST
                   END-IF
                   END-IF
                   REWRITE LE-RECORD
           END-READ.

      * The half wrote audit rows for the player, so their master
      * is credited a game - and a win with the difficulty's points
      * for finding the number - exactly as a tournament entrant is
       CREDIT-LEAGUE-PLAYER.
           MOVE 0 TO WS-TOURN-POINTS.
           PERFORM FIND-TOURNAMENT-POINTS
               VARYING WS-DIFF-IDX FROM 1 BY 1
               UNTIL WS-DIFF-IDX > WS-DIFF-COUNT.
           PERFORM OPEN-PLAYER-FILE.
           MOVE 1 TO WS-ROSTER-IDX.
           PERFORM CREDIT-ONE-LEAGUE-PLAYER.
           CLOSE PLAYER-FILE.

       CREDIT-ONE-LEAGUE-PLAYER.
           MOVE FUNCTION UPPER-CASE(WS-ROSTER-NAME (WS-ROSTER-IDX))
               TO PL-USERNAME-KEY.
           READ PLAYER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO PL-GAMES-PLAYED
                   IF WS-ROSTER-RESULT (WS-ROSTER-IDX) = 1
                       ADD 1 TO PL-TOTAL-WINS
                       ADD WS-TOURN-POINTS TO PL-TOTAL-SCORE
                   END-IF
                   REWRITE PL-RECORD
           END-READ.

      *-----------------------
      * Daily challenge - one attempt per player per business date at
      * a difficulty of their choosing, played through the
      * tournament's round. The DAILYCHAL row is written before the
      * first guess so walking away does not earn a second try; it is
      * completed with the result once the round ends
      *-----------------------
       RUN-DAILY-CHALLENGE.
           MOVE 0 TO WS-DAILY-STARTED-FLAG.
           PERFORM OPEN-DAILY-CHAL-FILE.
           IF WS-DC-STATUS NOT = "00"
               DISPLAY "The daily challenge is unavailable (status "
                   WS-DC-STATUS ")."
           ELSE
               MOVE WS-BUSINESS-DATE TO DC-DATE
               MOVE WS-USERNAME-UPPER TO DC-USERNAME-KEY
               READ DAILY-CHAL-FILE
                   INVALID KEY
                       PERFORM START-DAILY-CHALLENGE
                   NOT INVALID KEY
                       DISPLAY "You have already played today's "
                           "challenge - here is how the day stands."
               END-READ
               CLOSE DAILY-CHAL-FILE
               IF WS-DAILY-STARTED-FLAG = 1
                   PERFORM PLAY-DAILY-CHALLENGE
               END-IF
               PERFORM SHOW-DAILY-BOARD
           END-IF.

       OPEN-DAILY-CHAL-FILE.
           MOVE SPACES TO WS-DC-STATUS.
           OPEN I-O DAILY-CHAL-FILE.
           IF WS-DC-STATUS = "35"
               OPEN OUTPUT DAILY-CHAL-FILE
               CLOSE DAILY-CHAL-FILE
               OPEN I-O DAILY-CHAL-FILE
           END-IF.

       START-DAILY-CHALLENGE.
           DISPLAY "Today's challenge: everyone gets the same number "
               "at each difficulty, and you have one attempt.".
           DISPLAY "Select a difficulty for the challenge:".
           PERFORM DISPLAY-DIFFICULTY-OPTIONS
               VARYING WS-DIFF-IDX FROM 1 BY 1
               UNTIL WS-DIFF-IDX > WS-DIFF-COUNT.
           PERFORM DIFFICULTY-ONLY-INPUT.
           PERFORM SET-MAX-ATTEMPTS-FOR-DIFFICULTY.
           PERFORM SET-DAILY-SECRET.
           ACCEPT WS-DAILY-TIME-RAW FROM TIME.
           MOVE SPACES TO DC-RECORD.
           MOVE WS-BUSINESS-DATE TO DC-DATE.
           MOVE WS-USERNAME-UPPER TO DC-USERNAME-KEY.
           MOVE WS-USERNAME TO DC-USERNAME-DISPLAY.
           MOVE WS-GAME-DIFFICULTY TO DC-DIFFICULTY.
           MOVE WS-RAND TO DC-SECRET.
           MOVE 0 TO DC-ATTEMPTS.
           MOVE "OPEN" TO DC-RESULT.
           MOVE WS-DAILY-TIME-RAW (1:6) TO DC-START-TIME.
           MOVE 0 TO DC-FINISH-TIME.
           MOVE WS-BUSINESS-DATE TO DC-BOARD-DATE.
           MOVE WS-GAME-DIFFICULTY TO DC-BOARD-DIFFICULTY.
           MOVE 3 TO DC-BOARD-ORDER.
           MOVE 0 TO DC-BOARD-ATTEMPTS.
           MOVE WS-USERNAME-UPPER TO DC-BOARD-USERNAME.
           WRITE DC-RECORD
               INVALID KEY
                   DISPLAY "You have already played today's challenge."
               NOT INVALID KEY
                   MOVE 1 TO WS-DAILY-STARTED-FLAG
           END-WRITE.

       SET-DAILY-SECRET.
           MOVE WS-GAME-DIFFICULTY TO WS-DAILY-SEED-DIFF.
           MOVE WS-BUSINESS-DATE (2:7) TO WS-DAILY-SEED-DATE.
           MOVE WS-DAILY-SEED TO WS-SEED.
           PERFORM GET-RANDOM-NUMBER.

      * Scored like any other round of the session - points for a
      * win, the streak and badge checks, and the session record
       PLAY-DAILY-CHALLENGE.
           MOVE WS-USERNAME TO WS-ROSTER-NAME (1).
           MOVE 1 TO WS-ROSTER-IDX.
           MOVE 1 TO WS-ROSTER-HIDE-FLAG.
           PERFORM PLAY-TOURNAMENT-ROUND.
           MOVE 0 TO WS-ROSTER-HIDE-FLAG.
           MOVE WS-ROSTER-GUESS-COUNT TO WS-ATTEMPTS-COUNT.
           PERFORM OPEN-DAILY-CHAL-FILE.
           IF WS-DC-STATUS = "00"
               MOVE WS-BUSINESS-DATE TO DC-DATE
               MOVE WS-USERNAME-UPPER TO DC-USERNAME-KEY
               READ DAILY-CHAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ACCEPT WS-DAILY-TIME-RAW FROM TIME
                       MOVE WS-DAILY-TIME-RAW (1:6) TO DC-FINISH-TIME
                       MOVE WS-ROSTER-GUESS-COUNT TO DC-ATTEMPTS
                       MOVE DC-ATTEMPTS TO DC-BOARD-ATTEMPTS
                       IF WS-ROSTER-RESULT (1) = 1
                           MOVE "WIN" TO DC-RESULT
                           MOVE 1 TO DC-BOARD-ORDER
                       ELSE
                           MOVE "LOSS" TO DC-RESULT
                           MOVE 2 TO DC-BOARD-ORDER
                       END-IF
                       REWRITE DC-RECORD
               END-READ
               CLOSE DAILY-CHAL-FILE
           END-IF.
           ADD 1 TO WS-GAMES-PLAYED-COUNT.
           IF WS-ROSTER-RESULT (1) = 1
               PERFORM AWARD-POINTS-FOR-WIN
           END-IF.
           PERFORM EVALUATE-BADGES.
           MOVE "OPEN" TO WS-SESSION-END-REASON.
           PERFORM UPDATE-SESSION-RECORD.

      * The day's board, per difficulty: players who found the number
      * by fewest attempts, then those who ran out, then abandoned -
      * read straight down the DAILYCHAL board key
       SHOW-DAILY-BOARD.
           PERFORM DRAW-GAME-BAR.
           DISPLAY "DAILY CHALLENGE BOARD - " WS-BUSINESS-DATE.
           MOVE 0 TO WS-DCB-LAST-DIFF.
           MOVE SPACES TO WS-DC-STATUS.
           OPEN INPUT DAILY-CHAL-FILE.
           IF WS-DC-STATUS = "00"
               MOVE WS-BUSINESS-DATE TO DC-BOARD-DATE
               MOVE 0 TO DC-BOARD-DIFFICULTY
               MOVE 0 TO DC-BOARD-ORDER
               MOVE 0 TO DC-BOARD-ATTEMPTS
               MOVE LOW-VALUES TO DC-BOARD-USERNAME
               START DAILY-CHAL-FILE KEY >= DC-BOARD-KEY
                   INVALID KEY
                       MOVE "23" TO WS-DC-STATUS
               END-START
               PERFORM READ-DAILY-BOARD-ROW
                   UNTIL WS-DC-STATUS NOT = "00"
               CLOSE DAILY-CHAL-FILE
           END-IF.
           PERFORM DRAW-GAME-BAR.

       READ-DAILY-BOARD-ROW.
           READ DAILY-CHAL-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-DC-STATUS
               NOT AT END
                   IF DC-BOARD-DATE NOT = WS-BUSINESS-DATE
                       MOVE "10" TO WS-DC-STATUS
                   ELSE
                       PERFORM DISPLAY-ONE-DAILY-ENTRY
                   END-IF
           END-READ.

       DISPLAY-ONE-DAILY-ENTRY.
           IF DC-BOARD-DIFFICULTY NOT = WS-DCB-LAST-DIFF
               MOVE DC-BOARD-DIFFICULTY TO WS-DCB-LAST-DIFF
               MOVE 0 TO WS-DCB-RANK
               DISPLAY "Difficulty " WS-DCB-LAST-DIFF ":"
           END-IF.
           ADD 1 TO WS-DCB-RANK.
           EVALUATE DC-BOARD-ORDER
               WHEN 1
                   DISPLAY "  " WS-DCB-RANK ". "
                       DC-USERNAME-DISPLAY " - "
                       DC-ATTEMPTS " guesses"
               WHEN 2
                   DISPLAY "  " WS-DCB-RANK ". "
                       DC-USERNAME-DISPLAY
                       " - out of guesses after "
                       DC-ATTEMPTS
               WHEN OTHER
                   DISPLAY "  " WS-DCB-RANK ". "
                       DC-USERNAME-DISPLAY " - did not finish"
           END-EVALUATE.

      *-----------------------
      * Externalized difficulty table drives the secret number's range
      *-----------------------
