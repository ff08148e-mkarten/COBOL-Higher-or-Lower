      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: Nightly rankings build - ranks every player on the
      *          current-season board (LEADERBOARD), the all-time
      *          board (each player's best score across LEADERBOARD
      *          and every closed season in SEASONHIST) and the skill
      *          ladder (RATINGS), and rewrites the RANKS keyed file
      *          by board and position, with a second key on board
      *          and player. The game reads its top-10 boards and each
      *          player's "ranked N of M" straight from RANKS instead
      *          of loading and sorting the files at the terminal.
      *          Players on equal scores share a rank and are listed
      *          in username order
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RANK-BUILD.
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
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-USERNAME-KEY
               FILE STATUS IS WS-LB-STATUS.

           SELECT SEASON-HIST-FILE ASSIGN TO "SEASONHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SH-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "RATINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-USERNAME-KEY
               FILE STATUS IS WS-RT-STATUS.

           SELECT RANKS-FILE ASSIGN TO "RANKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-KEY
               ALTERNATE RECORD KEY IS RK-PLAYER-KEY
               FILE STATUS IS WS-RK-STATUS.

           SELECT RANK-WORK-FILE ASSIGN TO "RANKWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-KEY
               ALTERNATE RECORD KEY IS RW-PLAYER-KEY
               FILE STATUS IS WS-RW-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  LEADERBOARD-FILE.
       01  LB-RECORD.
           05  LB-USERNAME-KEY     PIC X(7).
           05  LB-USERNAME-DISPLAY PIC X(7).
           05  LB-SCORE            PIC 9(4).

       FD  SEASON-HIST-FILE.
       01  SH-RECORD.
           05  SH-KEY.
               10  SH-SEASON           PIC X(6).
               10  SH-USERNAME-KEY     PIC X(7).
           05  SH-USERNAME-DISPLAY PIC X(7).
           05  SH-SCORE            PIC 9(4).

       FD  RATINGS-FILE.
       01  RT-RECORD.
           05  RT-USERNAME-KEY     PIC X(7).
           05  RT-USERNAME-DISPLAY PIC X(7).
           05  RT-RATING           PIC 9(4).
           05  RT-GAMES            PIC 9(6).
           05  RT-LAST-DATE        PIC 9(8).

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

      * Work file ordering each board by descending value - the sort
      * value is the complement of the score, so ascending key order
      * is best first, ties in username order
       FD  RANK-WORK-FILE.
       01  RW-RECORD.
           05  RW-KEY.
               10  RW-BOARD        PIC X(8).
               10  RW-SORT-VALUE   PIC 9(6).
               10  RW-USERNAME-KEY PIC X(7).
           05  RW-PLAYER-KEY.
               10  RW-P-BOARD      PIC X(8).
               10  RW-P-USERNAME   PIC X(7).
           05  RW-USERNAME-DISPLAY PIC X(7).
           05  RW-VALUE            PIC 9(6).
           05  RW-GAMES            PIC 9(6).

       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05  BD-CURRENT-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  BD-PRIOR-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       78  WS-NEW-LINE VALUE X"0D".
       78  WS-SORT-BASE VALUE 999999.
       01  WS-LB-STATUS PIC XX.
       01  WS-SH-STATUS PIC XX.
       01  WS-RT-STATUS PIC XX.
       01  WS-RK-STATUS PIC XX.
       01  WS-RW-STATUS PIC XX.
       01  WS-BD-STATUS PIC XX.
       01  WS-BUSINESS-DATE PIC 9(8).

      *-----------------------
      * The row being added to the work file
      *-----------------------
       01  WS-ROW-BOARD PIC X(8).
       01  WS-ROW-KEY PIC X(7).
       01  WS-ROW-DISPLAY PIC X(7).
       01  WS-ROW-VALUE PIC 9(6).
       01  WS-ROW-GAMES PIC 9(6).

      *-----------------------
      * Players ranked per board, and the running position and
      * shared rank while RANKS is written
      *-----------------------
       01  WS-SEASON-COUNT PIC 9(6) VALUE 0.
       01  WS-ALLTIME-COUNT PIC 9(6) VALUE 0.
       01  WS-RATING-COUNT PIC 9(6) VALUE 0.
       01  WS-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01  WS-CUR-BOARD PIC X(8) VALUE SPACES.
       01  WS-POSITION PIC 9(6) VALUE 0.
       01  WS-TIED-RANK PIC 9(6) VALUE 0.
       01  WS-PREV-VALUE PIC 9(6) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           DISPLAY "RANKINGS BUILD - business date " WS-BUSINESS-DATE.
           PERFORM OPEN-WORK-FILE.
           PERFORM LOAD-SEASON-BOARD.
           PERFORM LOAD-ALLTIME-BOARD.
           PERFORM LOAD-RATING-BOARD.
           PERFORM WRITE-RANKS-FILE.
           CLOSE RANK-WORK-FILE.
           DISPLAY "Rankings built: season " WS-SEASON-COUNT
               ", all-time " WS-ALLTIME-COUNT
               ", rating " WS-RATING-COUNT
               " (" WS-WRITTEN-COUNT " RANKS rows).".
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

      * The work file is rebuilt from empty on every run
       OPEN-WORK-FILE.
           MOVE SPACES TO WS-RW-STATUS.
           OPEN OUTPUT RANK-WORK-FILE.
           CLOSE RANK-WORK-FILE.
           OPEN I-O RANK-WORK-FILE.
           IF WS-RW-STATUS NOT = "00"
               DISPLAY "FATAL: RANKWORK cannot be opened (status "
                   WS-RW-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------
      * Current season - one LEADERBOARD row per player
      *-----------------------
       LOAD-SEASON-BOARD.
           MOVE SPACES TO WS-LB-STATUS.
           OPEN INPUT LEADERBOARD-FILE.
           IF WS-LB-STATUS = "00"
               PERFORM READ-SEASON-ROW UNTIL WS-LB-STATUS = "10"
               CLOSE LEADERBOARD-FILE
           ELSE
           IF WS-LB-STATUS NOT = "35"
               DISPLAY "FATAL: LEADERBOARD unavailable (status "
                   WS-LB-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.

       READ-SEASON-ROW.
           READ LEADERBOARD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LB-STATUS
               NOT AT END
                   MOVE "SEASON" TO WS-ROW-BOARD
                   MOVE LB-USERNAME-KEY TO WS-ROW-KEY
                   MOVE LB-USERNAME-DISPLAY TO WS-ROW-DISPLAY
                   MOVE LB-SCORE TO WS-ROW-VALUE
                   MOVE 0 TO WS-ROW-GAMES
                   PERFORM ADD-WORK-ROW
                   ADD 1 TO WS-SEASON-COUNT
           END-READ.

      *-----------------------
      * All-time - each player's best score across the live board
      * and every closed season, matched on the username key so a
      * display-name correction never splits one player in two.
      * Erased players' * references are left off the board
      *-----------------------
       LOAD-ALLTIME-BOARD.
           MOVE SPACES TO WS-LB-STATUS.
           OPEN INPUT LEADERBOARD-FILE.
           IF WS-LB-STATUS = "00"
               PERFORM READ-ALLTIME-LIVE-ROW UNTIL WS-LB-STATUS = "10"
               CLOSE LEADERBOARD-FILE
           END-IF.
           MOVE SPACES TO WS-SH-STATUS.
           OPEN INPUT SEASON-HIST-FILE.
           IF WS-SH-STATUS = "00"
               PERFORM READ-ALLTIME-HIST-ROW UNTIL WS-SH-STATUS = "10"
               CLOSE SEASON-HIST-FILE
           ELSE
           IF WS-SH-STATUS NOT = "35"
               DISPLAY "FATAL: SEASONHIST unavailable (status "
                   WS-SH-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.

       READ-ALLTIME-LIVE-ROW.
           READ LEADERBOARD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LB-STATUS
               NOT AT END
                   MOVE LB-USERNAME-KEY TO WS-ROW-KEY
                   MOVE LB-USERNAME-DISPLAY TO WS-ROW-DISPLAY
                   MOVE LB-SCORE TO WS-ROW-VALUE
                   PERFORM MERGE-ALLTIME-SCORE
           END-READ.

       READ-ALLTIME-HIST-ROW.
           READ SEASON-HIST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SH-STATUS
               NOT AT END
                   MOVE SH-USERNAME-KEY TO WS-ROW-KEY
                   MOVE SH-USERNAME-DISPLAY TO WS-ROW-DISPLAY
                   MOVE SH-SCORE TO WS-ROW-VALUE
                   PERFORM MERGE-ALLTIME-SCORE
           END-READ.

      * A better score moves the player's work row, so the old row is
      * deleted and written again under its new sort value
       MERGE-ALLTIME-SCORE.
           IF WS-ROW-KEY (1:1) NOT = "*"
               MOVE "ALLTIME" TO WS-ROW-BOARD
               MOVE 0 TO WS-ROW-GAMES
               MOVE WS-ROW-BOARD TO RW-P-BOARD
               MOVE WS-ROW-KEY TO RW-P-USERNAME
               READ RANK-WORK-FILE KEY IS RW-PLAYER-KEY
                   INVALID KEY
                       PERFORM ADD-WORK-ROW
                       ADD 1 TO WS-ALLTIME-COUNT
                   NOT INVALID KEY
                       IF WS-ROW-VALUE > RW-VALUE
                           MOVE RW-USERNAME-DISPLAY TO WS-ROW-DISPLAY
                           DELETE RANK-WORK-FILE RECORD
                           PERFORM ADD-WORK-ROW
                       END-IF
               END-READ
           END-IF.

      *-----------------------
      * Skill ladder - one RATINGS row per rated player
      *-----------------------
       LOAD-RATING-BOARD.
           MOVE SPACES TO WS-RT-STATUS.
           OPEN INPUT RATINGS-FILE.
           IF WS-RT-STATUS = "00"
               PERFORM READ-RATING-ROW UNTIL WS-RT-STATUS = "10"
               CLOSE RATINGS-FILE
           ELSE
           IF WS-RT-STATUS NOT = "35"
               DISPLAY "FATAL: RATINGS unavailable (status "
                   WS-RT-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.

       READ-RATING-ROW.
           READ RATINGS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RT-STATUS
               NOT AT END
                   MOVE "RATING" TO WS-ROW-BOARD
                   MOVE RT-USERNAME-KEY TO WS-ROW-KEY
                   MOVE RT-USERNAME-DISPLAY TO WS-ROW-DISPLAY
                   MOVE RT-RATING TO WS-ROW-VALUE
                   MOVE RT-GAMES TO WS-ROW-GAMES
                   PERFORM ADD-WORK-ROW
                   ADD 1 TO WS-RATING-COUNT
           END-READ.

       ADD-WORK-ROW.
           MOVE SPACES TO RW-RECORD.
           MOVE WS-ROW-BOARD TO RW-BOARD.
           COMPUTE RW-SORT-VALUE = WS-SORT-BASE - WS-ROW-VALUE.
           MOVE WS-ROW-KEY TO RW-USERNAME-KEY.
           MOVE WS-ROW-BOARD TO RW-P-BOARD.
           MOVE WS-ROW-KEY TO RW-P-USERNAME.
           MOVE WS-ROW-DISPLAY TO RW-USERNAME-DISPLAY.
           MOVE WS-ROW-VALUE TO RW-VALUE.
           MOVE WS-ROW-GAMES TO RW-GAMES.
           WRITE RW-RECORD
               INVALID KEY
                   DISPLAY "Duplicate ranking row for " WS-ROW-KEY
                       " on " WS-ROW-BOARD " skipped."
           END-WRITE.

      *-----------------------
      * RANKS is replaced whole each night. The work file is read in
      * key order, so each board comes out best first; the position
      * keys the row and equal values share the first position's rank
      *-----------------------
       WRITE-RANKS-FILE.
           MOVE SPACES TO WS-RK-STATUS.
           OPEN OUTPUT RANKS-FILE.
           CLOSE RANKS-FILE.
           OPEN I-O RANKS-FILE.
           IF WS-RK-STATUS NOT = "00"
               DISPLAY "FATAL: RANKS cannot be opened (status "
                   WS-RK-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO RW-KEY.
           START RANK-WORK-FILE KEY IS NOT LESS THAN RW-KEY
               INVALID KEY
                   MOVE "23" TO WS-RW-STATUS
           END-START.
           PERFORM WRITE-ONE-RANK UNTIL WS-RW-STATUS NOT = "00".
           CLOSE RANKS-FILE.

       WRITE-ONE-RANK.
           READ RANK-WORK-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RW-STATUS
               NOT AT END
                   PERFORM BUILD-RANK-ROW
           END-READ.

       BUILD-RANK-ROW.
           IF RW-BOARD NOT = WS-CUR-BOARD
               MOVE RW-BOARD TO WS-CUR-BOARD
               MOVE 0 TO WS-POSITION
           END-IF.
           ADD 1 TO WS-POSITION.
           IF WS-POSITION = 1 OR RW-VALUE NOT = WS-PREV-VALUE
               MOVE WS-POSITION TO WS-TIED-RANK
           END-IF.
           MOVE RW-VALUE TO WS-PREV-VALUE.
           MOVE SPACES TO RK-RECORD.
           MOVE RW-BOARD TO RK-BOARD.
           MOVE WS-POSITION TO RK-POSITION.
           MOVE RW-BOARD TO RK-P-BOARD.
           MOVE RW-USERNAME-KEY TO RK-P-USERNAME.
           MOVE RW-USERNAME-DISPLAY TO RK-USERNAME-DISPLAY.
           MOVE WS-TIED-RANK TO RK-RANK.
           EVALUATE RW-BOARD
               WHEN "SEASON"
                   MOVE WS-SEASON-COUNT TO RK-OF-COUNT
               WHEN "ALLTIME"
                   MOVE WS-ALLTIME-COUNT TO RK-OF-COUNT
               WHEN OTHER
                   MOVE WS-RATING-COUNT TO RK-OF-COUNT
           END-EVALUATE.
           MOVE RW-VALUE TO RK-VALUE.
           MOVE RW-GAMES TO RK-GAMES.
           MOVE WS-BUSINESS-DATE TO RK-BUILT-DATE.
           WRITE RK-RECORD
               INVALID KEY
                   DISPLAY "RANKS row for " RW-USERNAME-KEY " on "
                       RW-BOARD " could not be written (status "
                       WS-RK-STATUS ")."
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
       END PROGRAM RANK-BUILD.
