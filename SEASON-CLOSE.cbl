      * Date: 22-AUG-2026
      * Purpose: Month-end season close-out - snapshot the live
      *          leaderboard into the season history file and reset
      *          the live leaderboard for the new season; close the
      *          league season, promoting the top finishers and
      *          relegating the bottom finishers of each division
      *          into next season's LEAGUE divisions. Needs an
      *          operator, supervisor or administrator sign-on
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT LEAGUE-FILE ASSIGN TO "LEAGUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-KEY
               FILE STATUS IS WS-LE-STATUS.

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

       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05  FILLER              PIC X.
           05  BD-PRIOR-DATE       PIC 9(8).

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
       01  WS-LB-STATUS PIC XX.
       01  WS-LG-STATUS PIC XX.
       01  WS-ACTIVE-SESSIONS PIC 9(4) VALUE 0.
       01  WS-OVERRIDE-ANSWER PIC X.
       01  WS-LOG-DATE PIC 9(8).
       01  WS-SEASON PIC X(6).
       01  WS-SEASON-ANSWER PIC X(6).
       01  WS-SEASON-TEST-VALUE PIC X(6).
       01  WS-SNAPSHOT-COUNT PIC 9(4) VALUE 0.
       01  WS-RESET-COUNT PIC 9(4) VALUE 0.

      *-----------------------
      * League close-out - the season's entries in finishing order
      * within each division: points, then wins, then fewest total
      * attempts. WS-LEAGUE-MOVES finishers go up and down from each
      * division, fewer in a division too small to move that many
      *-----------------------
       78  WS-LEAGUE-MOVES VALUE 2.
       01  WS-LE-STATUS PIC XX.
       01  WS-NEXT-SEASON PIC X(6).
       01  WS-NEXT-SEASON-PARTS REDEFINES WS-NEXT-SEASON.
           05  WS-NEXT-YEAR        PIC 9(4).
           05  WS-NEXT-MONTH       PIC 99.
       01  WS-ENT-COUNT PIC 9(3) VALUE 0.
       01  WS-ENT-IDX PIC 9(3).
       01  WS-ENT-J PIC 9(3).
       01  WS-ENT-OVERFLOW PIC 9(4) VALUE 0.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 500 TIMES.
               10  WS-ENT-DIVISION  PIC 9.
               10  WS-ENT-POINTS    PIC 9(4).
               10  WS-ENT-WON       PIC 9(3).
               10  WS-ENT-ATTEMPTS  PIC 9(5).
               10  WS-ENT-KEY       PIC X(7).
               10  WS-ENT-NAME      PIC X(7).
       01  WS-ENT-SWAP PIC X(27).
       01  WS-MAX-DIVISION PIC 9 VALUE 0.
       01  WS-DIV-DIVISION PIC 9.
       01  WS-DIV-POSITION PIC 9(3).
       01  WS-DIV-SIZE PIC 9(3).
       01  WS-DIV-MOVES PIC 9(3).
       01  WS-NEW-DIVISION PIC 9.
       01  WS-PROMOTED-COUNT PIC 9(4) VALUE 0.
       01  WS-RELEGATED-COUNT PIC 9(4) VALUE 0.
       01  WS-CARRIED-COUNT PIC 9(4) VALUE 0.
       01  WS-ALREADY-COUNT PIC 9(4) VALUE 0.

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "SEASON-CLOSE".
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
           PERFORM SIGN-ON-OPERATOR.
           MOVE "ASO" TO WS-OP-ALLOWED-ROLES.
           MOVE "Close a season" TO WS-OP-DETAIL.
           PERFORM CHECK-OPERATOR-ROLE.
           IF WS-OP-ALLOWED-FLAG = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-ACTIVE-SESSIONS.
           PERFORM ASK-SEASON.
           PERFORM CLOSE-OUT-SEASON.
           DISPLAY "Season " WS-SEASON " closed: "
               WS-SNAPSHOT-COUNT " leaderboard rows snapshotted, "
               WS-RESET-COUNT " rows cleared from the live board.".
           PERFORM CLOSE-OUT-LEAGUE.
           STOP RUN.

      * The default season comes from the BUSDATE processing calendar
           END-WRITE.
           ADD 1 TO WS-SNAPSHOT-COUNT.

      *-----------------------
      * League close-out - every entry of the closing season is
      * written into next season's divisions, moved up or down by
      * where it finished. An entry already on file for next season
      * (enrolled early, or a rerun) is left as it is
      *-----------------------
       CLOSE-OUT-LEAGUE.
           MOVE SPACES TO WS-LE-STATUS.
           OPEN I-O LEAGUE-FILE.
           IF WS-LE-STATUS NOT = "00"
               DISPLAY "No LEAGUE file - no league season to close."
           ELSE
               PERFORM LOAD-LEAGUE-ENTRIES
               IF WS-ENT-COUNT = 0
                   DISPLAY "Nobody was enrolled in the league for "
                       "season " WS-SEASON "."
               ELSE
                   MOVE WS-SEASON TO WS-NEXT-SEASON
                   IF WS-NEXT-MONTH = 12
                       ADD 1 TO WS-NEXT-YEAR
                       MOVE 1 TO WS-NEXT-MONTH
                   ELSE
                       ADD 1 TO WS-NEXT-MONTH
                   END-IF
                   PERFORM SORT-ENTRIES-OUTER
                       VARYING WS-ENT-IDX FROM 1 BY 1
                       UNTIL WS-ENT-IDX >= WS-ENT-COUNT
                   MOVE 0 TO WS-DIV-DIVISION
                   PERFORM CARRY-ONE-ENTRY
                       VARYING WS-ENT-IDX FROM 1 BY 1
                       UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   DISPLAY "League season " WS-SEASON " closed: "
                       WS-PROMOTED-COUNT " promoted, "
                       WS-RELEGATED-COUNT " relegated, "
                       WS-CARRIED-COUNT " entries written for season "
                       WS-NEXT-SEASON "."
                   IF WS-ALREADY-COUNT > 0
                       DISPLAY WS-ALREADY-COUNT " player(s) were "
                           "already enrolled for " WS-NEXT-SEASON
                           " and were left as they are."
                   END-IF
               END-IF
               CLOSE LEAGUE-FILE
           END-IF.

       LOAD-LEAGUE-ENTRIES.
           MOVE 0 TO WS-ENT-COUNT.
           MOVE 0 TO WS-MAX-DIVISION.
           MOVE WS-SEASON TO LE-SEASON.
           MOVE LOW-VALUES TO LE-USERNAME-KEY.
           START LEAGUE-FILE KEY >= LE-KEY
               INVALID KEY
                   MOVE "23" TO WS-LE-STATUS
           END-START.
           IF WS-LE-STATUS = "00"
               PERFORM LOAD-ONE-LEAGUE-ENTRY
                   UNTIL WS-LE-STATUS NOT = "00"
           END-IF.
           MOVE "00" TO WS-LE-STATUS.
           IF WS-ENT-OVERFLOW > 0
               DISPLAY "WARNING: league table full - " WS-ENT-OVERFLOW
                   " entries not carried forward."
           END-IF.

      * Erased players' rows carry a * reference and go no further
       LOAD-ONE-LEAGUE-ENTRY.
           READ LEAGUE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LE-STATUS
               NOT AT END
                   IF LE-SEASON NOT = WS-SEASON
                       MOVE "10" TO WS-LE-STATUS
                   ELSE
                   IF LE-USERNAME-KEY (1:1) NOT = "*"
                       PERFORM ADD-LEAGUE-ENTRY
                   END-IF
                   END-IF
           END-READ.

       ADD-LEAGUE-ENTRY.
           IF WS-ENT-COUNT < 500
               ADD 1 TO WS-ENT-COUNT
               MOVE LE-DIVISION TO WS-ENT-DIVISION (WS-ENT-COUNT)
               MOVE LE-POINTS TO WS-ENT-POINTS (WS-ENT-COUNT)
               MOVE LE-WON TO WS-ENT-WON (WS-ENT-COUNT)
               MOVE LE-ATTEMPTS TO WS-ENT-ATTEMPTS (WS-ENT-COUNT)
               MOVE LE-USERNAME-KEY TO WS-ENT-KEY (WS-ENT-COUNT)
               MOVE LE-USERNAME-DISPLAY TO WS-ENT-NAME (WS-ENT-COUNT)
               IF LE-DIVISION > WS-MAX-DIVISION
                   MOVE LE-DIVISION TO WS-MAX-DIVISION
               END-IF
           ELSE
               ADD 1 TO WS-ENT-OVERFLOW
           END-IF.

       SORT-ENTRIES-OUTER.
           PERFORM SORT-ENTRIES-INNER
               VARYING WS-ENT-J FROM 1 BY 1
               UNTIL WS-ENT-J > WS-ENT-COUNT - WS-ENT-IDX.

       SORT-ENTRIES-INNER.
           IF WS-ENT-DIVISION (WS-ENT-J) >
                   WS-ENT-DIVISION (WS-ENT-J + 1)
               OR (WS-ENT-DIVISION (WS-ENT-J) =
                       WS-ENT-DIVISION (WS-ENT-J + 1)
                   AND WS-ENT-POINTS (WS-ENT-J) <
                       WS-ENT-POINTS (WS-ENT-J + 1))
               OR (WS-ENT-DIVISION (WS-ENT-J) =
                       WS-ENT-DIVISION (WS-ENT-J + 1)
                   AND WS-ENT-POINTS (WS-ENT-J) =
                       WS-ENT-POINTS (WS-ENT-J + 1)
                   AND WS-ENT-WON (WS-ENT-J) <
                       WS-ENT-WON (WS-ENT-J + 1))
               OR (WS-ENT-DIVISION (WS-ENT-J) =
                       WS-ENT-DIVISION (WS-ENT-J + 1)
                   AND WS-ENT-POINTS (WS-ENT-J) =
                       WS-ENT-POINTS (WS-ENT-J + 1)
                   AND WS-ENT-WON (WS-ENT-J) =
                       WS-ENT-WON (WS-ENT-J + 1)
                   AND WS-ENT-ATTEMPTS (WS-ENT-J) >
                       WS-ENT-ATTEMPTS (WS-ENT-J + 1))
               MOVE WS-ENT-ENTRY (WS-ENT-J) TO WS-ENT-SWAP
               MOVE WS-ENT-ENTRY (WS-ENT-J + 1) TO
                   WS-ENT-ENTRY (WS-ENT-J)
               MOVE WS-ENT-SWAP TO WS-ENT-ENTRY (WS-ENT-J + 1)
           END-IF.

      * The table is in finishing order, so a change of division
      * starts the position count again and sizes the new division
       CARRY-ONE-ENTRY.
           IF WS-ENT-DIVISION (WS-ENT-IDX) NOT = WS-DIV-DIVISION
               MOVE WS-ENT-DIVISION (WS-ENT-IDX) TO WS-DIV-DIVISION
               MOVE 0 TO WS-DIV-POSITION
               MOVE 0 TO WS-DIV-SIZE
               PERFORM COUNT-DIVISION-SIZE
                   VARYING WS-ENT-J FROM WS-ENT-IDX BY 1
                   UNTIL WS-ENT-J > WS-ENT-COUNT
               COMPUTE WS-DIV-MOVES = (WS-DIV-SIZE - 1) / 2
               IF WS-DIV-MOVES > WS-LEAGUE-MOVES
                   MOVE WS-LEAGUE-MOVES TO WS-DIV-MOVES
               END-IF
           END-IF.
           ADD 1 TO WS-DIV-POSITION.
           MOVE WS-DIV-DIVISION TO WS-NEW-DIVISION.
           IF WS-DIV-POSITION <= WS-DIV-MOVES AND WS-DIV-DIVISION > 1
               SUBTRACT 1 FROM WS-NEW-DIVISION
           END-IF.
           IF WS-DIV-POSITION > WS-DIV-SIZE - WS-DIV-MOVES
                   AND WS-DIV-DIVISION < WS-MAX-DIVISION
               ADD 1 TO WS-NEW-DIVISION
           END-IF.
           MOVE WS-NEXT-SEASON TO LE-SEASON.
           MOVE WS-ENT-KEY (WS-ENT-IDX) TO LE-USERNAME-KEY.
           MOVE WS-ENT-NAME (WS-ENT-IDX) TO LE-USERNAME-DISPLAY.
           MOVE WS-NEW-DIVISION TO LE-DIVISION.
           MOVE 0 TO LE-PLAYED.
           MOVE 0 TO LE-WON.
           MOVE 0 TO LE-DRAWN.
           MOVE 0 TO LE-LOST.
           MOVE 0 TO LE-POINTS.
           MOVE 0 TO LE-ATTEMPTS.
           WRITE LE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CARRIED-COUNT
                   PERFORM REPORT-DIVISION-MOVE
           END-WRITE.

       COUNT-DIVISION-SIZE.
           IF WS-ENT-DIVISION (WS-ENT-J) = WS-DIV-DIVISION
               ADD 1 TO WS-DIV-SIZE
           END-IF.

       REPORT-DIVISION-MOVE.
           IF WS-NEW-DIVISION < WS-DIV-DIVISION
               ADD 1 TO WS-PROMOTED-COUNT
               DISPLAY "  PROMOTED   " WS-ENT-NAME (WS-ENT-IDX)
                   " division " WS-DIV-DIVISION " to "
                   WS-NEW-DIVISION
           END-IF.
           IF WS-NEW-DIVISION > WS-DIV-DIVISION
               ADD 1 TO WS-RELEGATED-COUNT
               DISPLAY "  RELEGATED  " WS-ENT-NAME (WS-ENT-IDX)
                   " division " WS-DIV-DIVISION " to "
                   WS-NEW-DIVISION
           END-IF.

      *-----------------------
      * No updating batch may run while the game holds live SYSLOCK
      * sessions - an operator can force the run, and the override
               MOVE FUNCTION UPPER-CASE(WS-OVERRIDE-ANSWER)
                   TO WS-OVERRIDE-ANSWER
               IF WS-OVERRIDE-ANSWER = "Y"
                   PERFORM WRITE-OVERRIDE-LOG
               ELSE
                   DISPLAY "Run refused while sessions are active."
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           MOVE WS-LOG-DATE TO PM-DATE.
           MOVE "OVERRIDE" TO PM-ACTION.
           MOVE WS-OP-ID TO PM-KEY-1.
           MOVE "SEASCLS" TO PM-KEY-2.
           MOVE WS-OP-ID TO PM-OPERATOR.
           WRITE PM-RECORD.
           CLOSE MAINT-LOG-FILE.
           MOVE "ACTION" TO WS-OP-EVENT.
           MOVE "Forced run past live sessions" TO WS-OP-DETAIL.
           PERFORM WRITE-SECURITY-LOG.

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
       END PROGRAM SEASON-CLOSE.
