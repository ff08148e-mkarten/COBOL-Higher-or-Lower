      * Purpose: Operator maintenance for the PLAYERS master file -
      *          rename a key, merge duplicate accounts, deactivate
      *          or reactivate an account, with every change written
      *          to the PLMAINT maintenance log. Runs after operator
      *          sign-on, each option limited to the roles allowed it
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS SL-USERNAME-KEY
               FILE STATUS IS WS-SL-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-USERNAME-KEY
               FILE STATUS IS WS-HD-STATUS.

           SELECT SESSION-FILE ASSIGN TO "SESSIONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SS-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "PTSLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-PT-STATUS.

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

           SELECT REDEMPT-FILE ASSIGN TO "REDEMPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-STATUS.

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
           05  PM-KEY-1            PIC X(7).
           05  FILLER              PIC X.
           05  PM-KEY-2            PIC X(7).
           05  FILLER              PIC X.
           05  PM-OPERATOR         PIC X(7).

       FD  OLD-PLAYER-FILE.
       01  OPL-RECORD.
           05  SL-DATE             PIC 9(8).
           05  SL-TIME             PIC 9(6).

       FD  HOLD-FILE.
       01  HD-RECORD.
           05  HD-USERNAME-KEY     PIC X(7).
           05  HD-STATUS           PIC X.
           05  HD-FLAG-DATE        PIC 9(8).
           05  HD-CHECK            PIC X(8).
           05  HD-CLEAR-DATE       PIC 9(8).
           05  HD-CLEARED-BY       PIC X(7).

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

       FD  LEDGER-FILE.
       01  LG-RECORD.
           05  LG-KEY.
               10  LG-USERNAME     PIC X(7).
               10  LG-DATE         PIC 9(8).
               10  LG-TYPE         PIC X(4).
           05  LG-POINTS           PIC 9(7).
           05  LG-OPEN-POINTS      PIC 9(7).
           05  LG-POSTED-DATE      PIC 9(8).

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
       01  WS-PL-STATUS PIC XX.
       01  WS-LB-STATUS PIC XX.
       01  WS-BG-STATUS PIC XX.
       01  WS-SL-STATUS PIC XX.
       01  WS-HD-STATUS PIC XX.
       01  WS-SS-STATUS PIC XX.
       01  WS-PT-STATUS PIC XX.
       01  WS-ACTIVE-SESSIONS PIC 9(4) VALUE 0.
       01  WS-OVERRIDE-ANSWER PIC X.
       01  WS-RUN PIC 9 VALUE 1.
       01  WS-MENU-INPUT PIC X(20).
       01  WS-TODAY-DATE PIC 9(8).
      * or merge
      *-----------------------
       01  WS-SAVE-LB-SCORE PIC 9(4).
       01  WS-SAVE-HOLD PIC X(39).
       01  WS-SAVE-HOLD-STATUS PIC X.
       01  WS-BDG-COUNT PIC 99 VALUE 0.
       01  WS-BDG-IDX PIC 99.
       01  WS-BDG-TABLE.
               10  WS-BDG-CODE  PIC X(8).
               10  WS-BDG-DATE  PIC 9(8).
               10  WS-BDG-LABEL PIC X(30).
       78  WS-LGR-MAX VALUE 200.
       01  WS-LGR-COUNT PIC 9(3) VALUE 0.
       01  WS-LGR-IDX PIC 9(3).
       01  WS-LGR-MORE PIC 9 VALUE 0.
       01  WS-LGR-TABLE.
           05  WS-LGR-ENTRY OCCURS 200 TIMES.
               10  WS-LGR-DATE      PIC 9(8).
               10  WS-LGR-TYPE      PIC X(4).
               10  WS-LGR-POINTS    PIC 9(7).
               10  WS-LGR-OPEN      PIC 9(7).
               10  WS-LGR-POSTED    PIC 9(8).
       01  WS-LE-STATUS PIC XX.
       01  WS-FX-STATUS PIC XX.
       01  WS-RD-STATUS PIC XX.
       01  WS-BD-STATUS PIC XX.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-SAVE-LEAGUE PIC X(42).
       01  WS-RD-COUNT PIC 9(5) VALUE 0.
       01  WS-LGE-CLASH-FLAG PIC 9 VALUE 0.
       01  WS-LGE-CLASH-SEASON PIC X(6).
       78  WS-LGE-MAX VALUE 24.
       01  WS-LGE-COUNT PIC 99 VALUE 0.
       01  WS-LGE-IDX PIC 99.
       01  WS-LGE-TABLE.
           05  WS-LGE-ENTRY OCCURS 24 TIMES.
               10  WS-LGE-SEASON    PIC X(6).
               10  WS-LGE-MOVED     PIC 9.

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "PLAYER-MAINT".
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
           DISPLAY "PLAYERS MASTER MAINTENANCE".
           PERFORM SIGN-ON-OPERATOR.
           PERFORM CHECK-ACTIVE-SESSIONS.
           PERFORM MAINT-MENU UNTIL WS-RUN = 0.
           STOP RUN.
               MOVE FUNCTION UPPER-CASE(WS-OVERRIDE-ANSWER)
                   TO WS-OVERRIDE-ANSWER
               IF WS-OVERRIDE-ANSWER = "Y"
                   MOVE "OVERRIDE" TO WS-LOG-ACTION
                   MOVE WS-OP-ID TO WS-KEY-1
                   MOVE "PLMAINT" TO WS-KEY-2
                   PERFORM WRITE-MAINT-LOG
                   MOVE "ACTION" TO WS-OP-EVENT
                   MOVE "Forced run past live sessions" TO WS-OP-DETAIL
                   PERFORM WRITE-SECURITY-LOG
               ELSE
                   DISPLAY "Run refused while sessions are active."
                   STOP RUN
               "record layout".
           DISPLAY "6 - Clear a stuck session lock".
           DISPLAY "7 - Reset a PIN / clear a PIN lockout".
           DISPLAY "8 - Clear an integrity hold".
           DISPLAY "9 - Exit".
           ACCEPT WS-MENU-INPUT.
           INSPECT WS-MENU-INPUT REPLACING ALL WS-NEW-LINE BY SPACE.
           PERFORM AUTHORIZE-MENU-CHOICE.
           IF WS-OP-ALLOWED-FLAG = 1
               EVALUATE WS-MENU-INPUT
                   WHEN "1"
                       PERFORM RENAME-PLAYER
                   WHEN "2"
                       PERFORM MERGE-PLAYERS
                   WHEN "3"
                       PERFORM DEACTIVATE-PLAYER
                   WHEN "4"
                       PERFORM REACTIVATE-PLAYER
                   WHEN "5"
                       PERFORM REBUILD-FILES
                   WHEN "6"
                       PERFORM CLEAR-SESSION-LOCK
                   WHEN "7"
                       PERFORM RESET-PLAYER-PIN
                   WHEN "8"
                       PERFORM CLEAR-INTEGRITY-HOLD
                   WHEN "9"
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
                   MOVE "Rename an account" TO WS-OP-DETAIL
               WHEN "2"
                   MOVE "AS" TO WS-OP-ALLOWED-ROLES
                   MOVE "Merge accounts" TO WS-OP-DETAIL
               WHEN "3"
                   MOVE "AS" TO WS-OP-ALLOWED-ROLES
                   MOVE "Deactivate an account" TO WS-OP-DETAIL
               WHEN "4"
                   MOVE "AS" TO WS-OP-ALLOWED-ROLES
                   MOVE "Reactivate an account" TO WS-OP-DETAIL
               WHEN "5"
                   MOVE "A" TO WS-OP-ALLOWED-ROLES
                   MOVE "Rebuild PLAYERS/CHECKPOINT" TO WS-OP-DETAIL
               WHEN "6"
                   MOVE "ASO" TO WS-OP-ALLOWED-ROLES
                   MOVE "Clear a session lock" TO WS-OP-DETAIL
               WHEN "7"
                   MOVE "ASC" TO WS-OP-ALLOWED-ROLES
                   MOVE "Reset a PIN" TO WS-OP-DETAIL
               WHEN "8"
                   MOVE "AS" TO WS-OP-ALLOWED-ROLES
                   MOVE "Clear an integrity hold" TO WS-OP-DETAIL
           END-EVALUATE.
           IF WS-OP-ALLOWED-ROLES NOT = SPACES
               PERFORM CHECK-OPERATOR-ROLE
           END-IF.

       OPEN-PLAYER-FILE.
           MOVE SPACES TO WS-PL-STATUS.
           PERFORM ACCEPT-NAME-1.
           DISPLAY "New name:".
           PERFORM ACCEPT-NAME-2.
           IF WS-NAME-2 (1:1) = "*"
               DISPLAY "Names beginning with * are reserved for "
                   "erasure references."
           ELSE
               PERFORM OPEN-PLAYER-FILE
           END-IF.
           IF WS-NAME-2 (1:1) NOT = "*" AND WS-PL-STATUS = "00"
               MOVE WS-KEY-1 TO PL-USERNAME-KEY
               READ PLAYER-FILE
                   INVALID KEY
           IF WS-KEY-1 = WS-KEY-2
               DISPLAY "Those are the same account - nothing to merge."
           ELSE
               PERFORM CHECK-LEAGUE-CLASH
           END-IF.
           IF WS-KEY-1 NOT = WS-KEY-2 AND WS-LGE-CLASH-FLAG = 1
               DISPLAY "Both accounts are enrolled in league season "
                   WS-LGE-CLASH-SEASON " - merge refused until that "
                   "season is closed."
           END-IF.
           IF WS-KEY-1 NOT = WS-KEY-2 AND WS-LGE-CLASH-FLAG = 0
               PERFORM OPEN-PLAYER-FILE
               IF WS-PL-STATUS = "00"
                   MOVE WS-KEY-1 TO PL-USERNAME-KEY
                       DISPLAY "No session lock held for "
                           WS-NAME-1 "."
                   NOT INVALID KEY
                       PERFORM CLOSE-ABANDONED-SESSION
                       DELETE SYSLOCK-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
               CLOSE SYSLOCK-FILE
           END-IF.

      * The SESSIONS record shares the lock's key, so the session the
      * crash left open is closed as UNLOCKED; its sign-off time is
      * the last round it recorded, the last moment anyone played
       CLOSE-ABANDONED-SESSION.
           MOVE SPACES TO WS-SS-STATUS.
           OPEN I-O SESSION-FILE.
           IF WS-SS-STATUS = "00"
               MOVE SL-USERNAME-KEY TO SS-USERNAME-KEY
               MOVE SL-DATE TO SS-ON-DATE
               MOVE SL-TIME TO SS-ON-TIME
               READ SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SS-END-REASON = "OPEN"
                           MOVE SS-LAST-TIME TO SS-OFF-TIME
                           MOVE "UNLOCKED" TO SS-END-REASON
                           REWRITE SS-RECORD
                       END-IF
               END-READ
               CLOSE SESSION-FILE
           END-IF.

      *-----------------------
      * A player flagged by the nightly integrity run cannot redeem
      * prizes until an operator has reviewed the exceptions and
      * cleared the hold; the record is kept, marked cleared with
      * who cleared it and when, and the clearance is logged
      *-----------------------
       CLEAR-INTEGRITY-HOLD.
           DISPLAY "Account whose integrity hold to clear:".
           PERFORM ACCEPT-NAME-1.
           MOVE SPACES TO WS-HD-STATUS.
           OPEN I-O HOLD-FILE.
           IF WS-HD-STATUS NOT = "00"
               DISPLAY "HOLDS unavailable (status " WS-HD-STATUS
                   ") - no holds to clear."
           ELSE
               MOVE WS-KEY-1 TO HD-USERNAME-KEY
               READ HOLD-FILE
                   INVALID KEY
                       DISPLAY "No integrity hold on " WS-NAME-1 "."
                   NOT INVALID KEY
                       PERFORM CLEAR-FOUND-HOLD
               END-READ
               CLOSE HOLD-FILE
           END-IF.

       CLEAR-FOUND-HOLD.
           IF HD-STATUS NOT = "H"
               DISPLAY "The hold on " WS-NAME-1 " was already "
                   "cleared on " HD-CLEAR-DATE " by " HD-CLEARED-BY "."
           ELSE
               DISPLAY WS-NAME-1 " held since " HD-FLAG-DATE
                   " for " HD-CHECK " - see the INTEGRPT report."
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE "C" TO HD-STATUS
               MOVE WS-TODAY-DATE TO HD-CLEAR-DATE
               MOVE WS-OP-ID TO HD-CLEARED-BY
               REWRITE HD-RECORD
               MOVE "HOLDCLEAR" TO WS-LOG-ACTION
               MOVE WS-OP-ID TO WS-KEY-2
               PERFORM WRITE-MAINT-LOG
               DISPLAY "Integrity hold cleared for " WS-NAME-1 "."
           END-IF.

      *-----------------------
      * One-time rebuild after the PLAYERS / CHECKPOINT records were
      * lengthened: each file is unloaded through its prior layout

      *-----------------------
      * A rename or merge must carry the old key's LEADERBOARD,
      * CHECKPOINT, BADGES, HOLDS, PTSLEDGER and REDEMPT rows along,
      * and its entries in league seasons not yet closed, or they
      * linger as ghosts: an orphan on the season board, a forfeit
      * posted later for an account that no longer exists, an emptied
      * badge case, an integrity hold shaken off by a change of name,
      * a points balance nobody can spend or spent twice, and league
      * matches nobody can play
      *-----------------------
       REKEY-RELATED-FILES.
           PERFORM REKEY-LEADERBOARD-ROW.
           PERFORM REKEY-CHECKPOINT-ROW.
           PERFORM REKEY-BADGE-ROWS.
           PERFORM REKEY-HOLD-ROW.
           PERFORM REKEY-LEDGER-ROWS.
           PERFORM REKEY-REDEMPTION-ROWS.
           PERFORM REKEY-LEAGUE-ROWS.
           PERFORM REKEY-FIXTURE-ROWS.

      * Ledger rows move in batches of up to WS-LGR-MAX; a lot or
      * expiry row that lands on a date and type the kept key already
      * has is added into it, so both the points and the open points
      * still balance after a merge
       REKEY-LEDGER-ROWS.
           MOVE SPACES TO WS-PT-STATUS.
           OPEN I-O LEDGER-FILE.
           IF WS-PT-STATUS NOT = "00"
               IF WS-PT-STATUS NOT = "35"
                   DISPLAY "PTSLEDGER unavailable (status "
                       WS-PT-STATUS ") - rows for " WS-NAME-1
                       " not moved."
               END-IF
           ELSE
               MOVE 1 TO WS-LGR-MORE
               PERFORM REKEY-LEDGER-BATCH UNTIL WS-LGR-MORE = 0
               CLOSE LEDGER-FILE
           END-IF.

       REKEY-LEDGER-BATCH.
           MOVE 0 TO WS-LGR-COUNT.
           MOVE WS-KEY-1 TO LG-USERNAME.
           MOVE 0 TO LG-DATE.
           MOVE LOW-VALUES TO LG-TYPE.
           START LEDGER-FILE KEY >= LG-KEY
               INVALID KEY
                   MOVE "23" TO WS-PT-STATUS
           END-START.
           IF WS-PT-STATUS = "00"
               PERFORM COLLECT-ONE-LEDGER-ROW
                   UNTIL WS-PT-STATUS NOT = "00"
           END-IF.
           PERFORM MOVE-ONE-LEDGER-ROW
               VARYING WS-LGR-IDX FROM 1 BY 1
               UNTIL WS-LGR-IDX > WS-LGR-COUNT.
           IF WS-LGR-COUNT < WS-LGR-MAX
               MOVE 0 TO WS-LGR-MORE
           END-IF.
           MOVE "00" TO WS-PT-STATUS.

       COLLECT-ONE-LEDGER-ROW.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-PT-STATUS
               NOT AT END
                   IF LG-USERNAME = WS-KEY-1
                           AND WS-LGR-COUNT < WS-LGR-MAX
                       ADD 1 TO WS-LGR-COUNT
                       MOVE LG-DATE TO WS-LGR-DATE (WS-LGR-COUNT)
                       MOVE LG-TYPE TO WS-LGR-TYPE (WS-LGR-COUNT)
                       MOVE LG-POINTS TO WS-LGR-POINTS (WS-LGR-COUNT)
                       MOVE LG-OPEN-POINTS TO
                           WS-LGR-OPEN (WS-LGR-COUNT)
                       MOVE LG-POSTED-DATE TO
                           WS-LGR-POSTED (WS-LGR-COUNT)
                   ELSE
                       MOVE "10" TO WS-PT-STATUS
                   END-IF
           END-READ.

       MOVE-ONE-LEDGER-ROW.
           MOVE WS-KEY-1 TO LG-USERNAME.
           MOVE WS-LGR-DATE (WS-LGR-IDX) TO LG-DATE.
           MOVE WS-LGR-TYPE (WS-LGR-IDX) TO LG-TYPE.
           DELETE LEDGER-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE WS-KEY-2 TO LG-USERNAME.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE WS-KEY-2 TO LG-USERNAME
                   MOVE WS-LGR-DATE (WS-LGR-IDX) TO LG-DATE
                   MOVE WS-LGR-TYPE (WS-LGR-IDX) TO LG-TYPE
                   MOVE WS-LGR-POINTS (WS-LGR-IDX) TO LG-POINTS
                   MOVE WS-LGR-OPEN (WS-LGR-IDX) TO LG-OPEN-POINTS
                   MOVE WS-LGR-POSTED (WS-LGR-IDX) TO LG-POSTED-DATE
                   WRITE LG-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-LGR-POINTS (WS-LGR-IDX) TO LG-POINTS
                   ADD WS-LGR-OPEN (WS-LGR-IDX) TO LG-OPEN-POINTS
                   REWRITE LG-RECORD
           END-READ.

      * Every redemption moves, posted or not: the posted ones' REDM
      * rows have just moved with the ledger, and the unposted ones
      * must be counted against the new key's balance and posted
      * under it by the next POINTS-LEDGER run
       REKEY-REDEMPTION-ROWS.
           MOVE SPACES TO WS-RD-STATUS.
           OPEN INPUT REDEMPT-FILE.
           IF WS-RD-STATUS NOT = "00"
               IF WS-RD-STATUS NOT = "35"
                   DISPLAY "REDEMPT unavailable (status "
                       WS-RD-STATUS ") - rows for " WS-NAME-1
                       " not moved."
               END-IF
           ELSE
               MOVE 0 TO WS-RD-COUNT
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-REDEMPTION-ROW
                   UNTIL WS-RD-STATUS = "10"
               CLOSE REDEMPT-FILE
               CLOSE WORK-FILE
               IF WS-RD-COUNT > 0
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT REDEMPT-FILE
                   PERFORM RESTORE-ONE-REDEMPTION-ROW
                       UNTIL WS-WK-STATUS = "10"
                   CLOSE WORK-FILE
                   CLOSE REDEMPT-FILE
               END-IF
           END-IF.

       COPY-ONE-REDEMPTION-ROW.
           READ REDEMPT-FILE
               AT END
                   MOVE "10" TO WS-RD-STATUS
               NOT AT END
                   IF RD-USERNAME = WS-KEY-1
                       MOVE WS-KEY-2 TO RD-USERNAME
                       ADD 1 TO WS-RD-COUNT
                   END-IF
                   MOVE RD-RECORD TO WK-RECORD
                   WRITE WK-RECORD
           END-READ.

       RESTORE-ONE-REDEMPTION-ROW.
           READ WORK-FILE
               AT END
                   MOVE "10" TO WS-WK-STATUS
               NOT AT END
                   MOVE WK-RECORD TO RD-RECORD
                   WRITE RD-RECORD
           END-READ.

      * A league season stays open until SEASON-CLOSE has run for it,
      * and the game plays the business month's season, so every
      * season from the business month on is still open. A merge of
      * two players enrolled in the same open season would leave
      * one division entry too many and the player drawn against
      * themself, so it is refused until that season is closed
       CHECK-LEAGUE-CLASH.
           MOVE 0 TO WS-LGE-CLASH-FLAG.
           MOVE SPACES TO WS-LE-STATUS.
           OPEN INPUT LEAGUE-FILE.
           IF WS-LE-STATUS = "00"
               PERFORM COLLECT-OPEN-SEASONS
               PERFORM CHECK-ONE-LEAGUE-SEASON
                   VARYING WS-LGE-IDX FROM 1 BY 1
                   UNTIL WS-LGE-IDX > WS-LGE-COUNT
               CLOSE LEAGUE-FILE
           END-IF.

       CHECK-ONE-LEAGUE-SEASON.
           MOVE WS-LGE-SEASON (WS-LGE-IDX) TO LE-SEASON.
           MOVE WS-KEY-2 TO LE-USERNAME-KEY.
           READ LEAGUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-LGE-CLASH-FLAG
                   MOVE LE-SEASON TO WS-LGE-CLASH-SEASON
           END-READ.

       COLLECT-OPEN-SEASONS.
           PERFORM READ-BUSINESS-DATE.
           MOVE 0 TO WS-LGE-COUNT.
           MOVE WS-BUSINESS-DATE (1:6) TO LE-SEASON.
           MOVE LOW-VALUES TO LE-USERNAME-KEY.
           START LEAGUE-FILE KEY >= LE-KEY
               INVALID KEY
                   MOVE "23" TO WS-LE-STATUS
           END-START.
           IF WS-LE-STATUS = "00"
               PERFORM COLLECT-ONE-LEAGUE-ROW
                   UNTIL WS-LE-STATUS NOT = "00"
           END-IF.
           MOVE "00" TO WS-LE-STATUS.

       COLLECT-ONE-LEAGUE-ROW.
           READ LEAGUE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LE-STATUS
               NOT AT END
                   IF LE-USERNAME-KEY = WS-KEY-1
                           AND WS-LGE-COUNT < WS-LGE-MAX
                       ADD 1 TO WS-LGE-COUNT
                       MOVE LE-SEASON TO WS-LGE-SEASON (WS-LGE-COUNT)
                       MOVE 0 TO WS-LGE-MOVED (WS-LGE-COUNT)
                   END-IF
           END-READ.

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

      * Closed seasons keep the old key as history, the way
      * SEASONHIST does
       REKEY-LEAGUE-ROWS.
           MOVE 0 TO WS-LGE-COUNT.
           MOVE SPACES TO WS-LE-STATUS.
           OPEN I-O LEAGUE-FILE.
           IF WS-LE-STATUS NOT = "00"
               IF WS-LE-STATUS NOT = "35"
                   DISPLAY "LEAGUE unavailable (status "
                       WS-LE-STATUS ") - entries for " WS-NAME-1
                       " not moved."
               END-IF
           ELSE
               PERFORM COLLECT-OPEN-SEASONS
               PERFORM MOVE-ONE-LEAGUE-ROW
                   VARYING WS-LGE-IDX FROM 1 BY 1
                   UNTIL WS-LGE-IDX > WS-LGE-COUNT
               CLOSE LEAGUE-FILE
           END-IF.

       MOVE-ONE-LEAGUE-ROW.
           MOVE WS-LGE-SEASON (WS-LGE-IDX) TO LE-SEASON.
           MOVE WS-KEY-1 TO LE-USERNAME-KEY.
           READ LEAGUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LE-RECORD TO WS-SAVE-LEAGUE
                   MOVE WS-KEY-2 TO LE-USERNAME-KEY
                   MOVE WS-NAME-2 TO LE-USERNAME-DISPLAY
                   WRITE LE-RECORD
                       INVALID KEY
                           DISPLAY "League entry for " WS-NAME-1
                               " in season " LE-SEASON " not moved"
                               " - " WS-NAME-2 " is already enrolled."
                       NOT INVALID KEY
                           MOVE 1 TO WS-LGE-MOVED (WS-LGE-IDX)
                           MOVE WS-SAVE-LEAGUE TO LE-RECORD
                           DELETE LEAGUE-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                   END-WRITE
           END-READ.

      * Fixtures follow only the seasons whose entry moved, played or
      * not, so the season's results still add up to its standings
       REKEY-FIXTURE-ROWS.
           IF WS-LGE-COUNT > 0
               MOVE SPACES TO WS-FX-STATUS
               OPEN I-O FIXTURE-FILE
               IF WS-FX-STATUS NOT = "00"
                   IF WS-FX-STATUS NOT = "35"
                       DISPLAY "FIXTURES unavailable (status "
                           WS-FX-STATUS ") - matches for "
                           WS-NAME-1 " not moved."
                   END-IF
               ELSE
                   PERFORM REKEY-SEASON-FIXTURES
                       VARYING WS-LGE-IDX FROM 1 BY 1
                       UNTIL WS-LGE-IDX > WS-LGE-COUNT
                   CLOSE FIXTURE-FILE
               END-IF
           END-IF.

       REKEY-SEASON-FIXTURES.
           IF WS-LGE-MOVED (WS-LGE-IDX) = 1
               MOVE WS-LGE-SEASON (WS-LGE-IDX) TO FX-SEASON
               MOVE 0 TO FX-WEEK
               MOVE 0 TO FX-DIVISION
               MOVE 0 TO FX-MATCH
               START FIXTURE-FILE KEY >= FX-KEY
                   INVALID KEY
                       MOVE "23" TO WS-FX-STATUS
               END-START
               IF WS-FX-STATUS = "00"
                   PERFORM REKEY-ONE-FIXTURE
                       UNTIL WS-FX-STATUS NOT = "00"
               END-IF
               MOVE "00" TO WS-FX-STATUS
           END-IF.

       REKEY-ONE-FIXTURE.
           READ FIXTURE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FX-STATUS
               NOT AT END
                   IF FX-SEASON NOT = WS-LGE-SEASON (WS-LGE-IDX)
                       MOVE "10" TO WS-FX-STATUS
                   ELSE
                   IF FX-HOME-KEY = WS-KEY-1 OR FX-AWAY-KEY = WS-KEY-1
                       IF FX-HOME-KEY = WS-KEY-1
                           MOVE WS-KEY-2 TO FX-HOME-KEY
                       END-IF
                       IF FX-AWAY-KEY = WS-KEY-1
                           MOVE WS-KEY-2 TO FX-AWAY-KEY
                       END-IF
                       REWRITE FX-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
                   END-IF
           END-READ.

      * An open hold always wins over whatever the kept key carries
       REKEY-HOLD-ROW.
           MOVE SPACES TO WS-HD-STATUS.
           OPEN I-O HOLD-FILE.
           IF WS-HD-STATUS NOT = "00"
               IF WS-HD-STATUS NOT = "35"
                   DISPLAY "HOLDS unavailable (status "
                       WS-HD-STATUS ") - hold for " WS-NAME-1
                       " not moved."
               END-IF
           ELSE
               MOVE WS-KEY-1 TO HD-USERNAME-KEY
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HD-RECORD TO WS-SAVE-HOLD
                       MOVE HD-STATUS TO WS-SAVE-HOLD-STATUS
                       DELETE HOLD-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE WS-KEY-2 TO HD-USERNAME-KEY
                       READ HOLD-FILE
                           INVALID KEY
                               MOVE WS-SAVE-HOLD TO HD-RECORD
                               MOVE WS-KEY-2 TO HD-USERNAME-KEY
                               WRITE HD-RECORD
                                   INVALID KEY CONTINUE
                               END-WRITE
                           NOT INVALID KEY
                               IF WS-SAVE-HOLD-STATUS = "H"
                                   MOVE WS-SAVE-HOLD TO HD-RECORD
                                   MOVE WS-KEY-2 TO HD-USERNAME-KEY
                                   REWRITE HD-RECORD
                               END-IF
                       END-READ
               END-READ
               CLOSE HOLD-FILE
           END-IF.

       REKEY-LEADERBOARD-ROW.
           MOVE SPACES TO WS-LB-STATUS.
           MOVE WS-LOG-ACTION TO PM-ACTION.
           MOVE WS-KEY-1 TO PM-KEY-1.
           MOVE WS-KEY-2 TO PM-KEY-2.
           MOVE WS-OP-ID TO PM-OPERATOR.
           WRITE PM-RECORD.
           CLOSE MAINT-LOG-FILE.

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
       END PROGRAM PLAYER-MAINT.
