      *          an image and proves the counts match, and offers a
      *          verify-only mode to run nightly so a corrupted or
      *          quietly-recreated empty file is caught before it
      *          spreads into the reports. Reloading a file is kept
      *          to supervisors and administrators
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PR-CODE
               FILE STATUS IS WS-GEN-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-USERNAME-KEY
               FILE STATUS IS WS-GEN-STATUS.

           SELECT SESSION-FILE ASSIGN TO "SESSIONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-GEN-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "PTSLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-GEN-STATUS.

           SELECT LEDGER-CTL-FILE ASSIGN TO "PTSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-GEN-STATUS.

           SELECT LEAGUE-FILE ASSIGN TO "LEAGUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LE-KEY
               FILE STATUS IS WS-GEN-STATUS.

           SELECT FIXTURE-FILE ASSIGN TO "FIXTURES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-GEN-STATUS.

           SELECT DAILY-CHAL-FILE ASSIGN TO "DAILYCHAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-KEY
               ALTERNATE RECORD KEY IS DC-BOARD-KEY
               FILE STATUS IS WS-GEN-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDITCHN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-DATE
               FILE STATUS IS WS-GEN-STATUS.

           SELECT SYSLOCK-FILE ASSIGN TO "SYSLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  IMAGE-FILE.
       01  IM-RECORD               PIC X(82).

       FD  PLAYER-FILE.
       01  PL-RECORD.
           05  PR-COST             PIC 9(5).
           05  PR-STOCK            PIC 9(4).

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

       FD  LEDGER-CTL-FILE.
       01  LC-RECORD.
           05  LC-LAST-POSTED      PIC 9(8).
           05  FILLER              PIC X.
           05  LC-EXPIRY-MONTHS    PIC 9(3).
           05  FILLER              PIC X.
           05  LC-LAST-EXPIRY      PIC 9(8).

       FD  CALENDAR-FILE.
       01  CL-RECORD.
           05  CL-DATE             PIC 9(8).
           05  CL-PROCESSING       PIC X.
           05  CL-MONTH-END        PIC X.
           05  CL-SEASON-END       PIC X.
           05  CL-DESCRIPTION      PIC X(20).

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

       FD  AUDIT-CHAIN-FILE.
       01  AH-RECORD.
           05  AH-DATE             PIC 9(8).
           05  AH-LAST-SEQ         PIC 9(6).
           05  AH-LAST-HASH        PIC 9(10).
           05  AH-SEALED-SEQ       PIC 9(6).

       FD  SYSLOCK-FILE.
       01  SL-RECORD.
           05  SL-USERNAME-KEY     PIC X(7).
           05  PM-KEY-1            PIC X(7).
           05  FILLER              PIC X.
           05  PM-KEY-2            PIC X(7).
           05  FILLER              PIC X.
           05  PM-OPERATOR         PIC X(7).

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

       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05  BD-CURRENT-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  BD-PRIOR-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       78  WS-NEW-LINE VALUE X"0D".
       01  WS-IM-STATUS PIC XX.
       01  WS-LG-STATUS PIC XX.
       01  WS-ACTIVE-SESSIONS PIC 9(4) VALUE 0.
       01  WS-OVERRIDE-ANSWER PIC X.
       01  WS-LOG-DATE PIC 9(8).
       01  WS-RUN PIC 9 VALUE 1.
       01  WS-MENU-INPUT PIC X(20).
       01  WS-CONFIRM-ANSWER PIC X.

      *-----------------------
      * The indexed files this shop owns, and the PTSCTL points
      * control record that goes with PTSLEDGER. RANKS is left out -
      * the nightly RANK-BUILD rebuilds it whole
      *-----------------------
       01  WS-FILE-COUNT PIC 99 VALUE 20.
       01  WS-FILE-IDX PIC 99.
       01  WS-FILE-PICKED PIC 99 VALUE 0.
       01  WS-FILE-TABLE-VALUES.
           05  FILLER PIC X(11) VALUE "AUDITIDX".
           05  FILLER PIC X(11) VALUE "RATINGS".
           05  FILLER PIC X(11) VALUE "PRIZES".
           05  FILLER PIC X(11) VALUE "HOLDS".
           05  FILLER PIC X(11) VALUE "SESSIONS".
           05  FILLER PIC X(11) VALUE "PTSLEDGER".
           05  FILLER PIC X(11) VALUE "PTSCTL".
           05  FILLER PIC X(11) VALUE "CALENDAR".
           05  FILLER PIC X(11) VALUE "LEAGUE".
           05  FILLER PIC X(11) VALUE "FIXTURES".
           05  FILLER PIC X(11) VALUE "DAILYCHAL".
           05  FILLER PIC X(11) VALUE "OPERATORS".
           05  FILLER PIC X(11) VALUE "REPORTIDX".
           05  FILLER PIC X(11) VALUE "RPTRETN".
           05  FILLER PIC X(11) VALUE "AUDITCHN".
       01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-VALUES.
           05  WS-FILE-NAME OCCURS 20 TIMES PIC X(11).

      *-----------------------
      * Image record views - H|name|date, D|record, T|count|hash
       01  WS-TRL-HASH PIC 9(12) VALUE 0.
       01  WS-TRL-SEEN-FLAG PIC 9 VALUE 0.
       01  WS-DUP-COUNT PIC 9(8) VALUE 0.
       01  WS-RECORD-TEXT PIC X(80).
       01  WS-VERIFY-BAD-COUNT PIC 9(4) VALUE 0.

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "FILE-BACKUP".
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
       01  WS-RG-REPORT-ID PIC X(8) VALUE "BACKRPT".
       01  WS-RG-PROGRAM PIC X(17) VALUE "FILE-BACKUP".
       01  WS-RG-STATUS PIC XX.
       01  WS-RI-STATUS PIC XX.
       01  WS-BD-STATUS PIC XX.
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
           DISPLAY "INDEXED FILE BACKUP UTILITY".
           PERFORM SIGN-ON-OPERATOR.
           PERFORM BACKUP-MENU UNTIL WS-RUN = 0.
           STOP RUN.

           DISPLAY "4 - Exit".
           ACCEPT WS-MENU-INPUT.
           INSPECT WS-MENU-INPUT REPLACING ALL WS-NEW-LINE BY SPACE.
           PERFORM AUTHORIZE-MENU-CHOICE.
           IF WS-OP-ALLOWED-FLAG = 1
               EVALUATE WS-MENU-INPUT
                   WHEN "1"
                       PERFORM ASK-IMAGE-DATE
                       PERFORM UNLOAD-ONE-FILE
                           VARYING WS-FILE-IDX FROM 1 BY 1
                           UNTIL WS-FILE-IDX > WS-FILE-COUNT
                   WHEN "2"
                       PERFORM RELOAD-ONE-FILE
                   WHEN "3"
                       PERFORM VERIFY-ALL-FILES
                   WHEN "4"
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
                   MOVE "ASO" TO WS-OP-ALLOWED-ROLES
                   MOVE "Unload the indexed files" TO WS-OP-DETAIL
               WHEN "2"
                   MOVE "AS" TO WS-OP-ALLOWED-ROLES
                   MOVE "Reload an indexed file" TO WS-OP-DETAIL
               WHEN "3"
                   MOVE "ASO" TO WS-OP-ALLOWED-ROLES
                   MOVE "Verify the indexed files" TO WS-OP-DETAIL
           END-EVALUATE.
           IF WS-OP-ALLOWED-ROLES NOT = SPACES
               PERFORM CHECK-OPERATOR-ROLE
           END-IF.

       ASK-IMAGE-DATE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
       ASK-FILE-NAME.
           DISPLAY "Which indexed file? (PLAYERS, LEADERBOARD, "
               "BADGES, SEASONHIST, CHECKPOINT, AUDITIDX, RATINGS, "
               "PRIZES,".
           DISPLAY "  HOLDS, SESSIONS, PTSLEDGER, PTSCTL, CALENDAR, "
               "LEAGUE, FIXTURES, DAILYCHAL, OPERATORS, REPORTIDX,".
           DISPLAY "  RPTRETN, AUDITCHN):".
           ACCEPT WS-NAME-ANSWER.
           INSPECT WS-NAME-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE FUNCTION UPPER-CASE(WS-NAME-ANSWER)
                       WHEN "H|"
                           CONTINUE
                       WHEN "D|"
                           MOVE IM-RECORD (3:80) TO WS-RECORD-TEXT
                           PERFORM WRITE-INDEXED-RECORD
                           ADD 1 TO WS-REC-COUNT
                           ADD WS-HASH-FIELD TO WS-HASH-TOTAL
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-GENERATION.

       VERIFY-ONE-FILE.
           PERFORM READ-IMAGE-TRAILER.
               WHEN 6 OPEN INPUT AUDIT-IDX-FILE
               WHEN 7 OPEN INPUT RATINGS-FILE
               WHEN 8 OPEN INPUT PRIZE-FILE
               WHEN 9 OPEN INPUT HOLD-FILE
               WHEN 10 OPEN INPUT SESSION-FILE
               WHEN 11 OPEN INPUT LEDGER-FILE
               WHEN 12 OPEN INPUT LEDGER-CTL-FILE
               WHEN 13 OPEN INPUT CALENDAR-FILE
               WHEN 14 OPEN INPUT LEAGUE-FILE
               WHEN 15 OPEN INPUT FIXTURE-FILE
               WHEN 16 OPEN INPUT DAILY-CHAL-FILE
               WHEN 17
                   OPEN INPUT OPERATOR-FILE
                   MOVE WS-OP-STATUS TO WS-GEN-STATUS
               WHEN 18
                   OPEN INPUT REPORT-INDEX-FILE
                   MOVE WS-RI-STATUS TO WS-GEN-STATUS
               WHEN 19
                   OPEN INPUT RETENTION-FILE
                   MOVE WS-RR-STATUS TO WS-GEN-STATUS
               WHEN 20 OPEN INPUT AUDIT-CHAIN-FILE
           END-EVALUATE.

       OPEN-INDEXED-OUTPUT.
               WHEN 6 OPEN OUTPUT AUDIT-IDX-FILE
               WHEN 7 OPEN OUTPUT RATINGS-FILE
               WHEN 8 OPEN OUTPUT PRIZE-FILE
               WHEN 9 OPEN OUTPUT HOLD-FILE
               WHEN 10 OPEN OUTPUT SESSION-FILE
               WHEN 11 OPEN OUTPUT LEDGER-FILE
               WHEN 12 OPEN OUTPUT LEDGER-CTL-FILE
               WHEN 13 OPEN OUTPUT CALENDAR-FILE
               WHEN 14 OPEN OUTPUT LEAGUE-FILE
               WHEN 15 OPEN OUTPUT FIXTURE-FILE
               WHEN 16 OPEN OUTPUT DAILY-CHAL-FILE
               WHEN 17
                   OPEN OUTPUT OPERATOR-FILE
                   MOVE WS-OP-STATUS TO WS-GEN-STATUS
               WHEN 18
                   OPEN OUTPUT REPORT-INDEX-FILE
                   MOVE WS-RI-STATUS TO WS-GEN-STATUS
               WHEN 19
                   OPEN OUTPUT RETENTION-FILE
                   MOVE WS-RR-STATUS TO WS-GEN-STATUS
               WHEN 20 OPEN OUTPUT AUDIT-CHAIN-FILE
           END-EVALUATE.

       CLOSE-INDEXED-FILE.
               WHEN 6 CLOSE AUDIT-IDX-FILE
               WHEN 7 CLOSE RATINGS-FILE
               WHEN 8 CLOSE PRIZE-FILE
               WHEN 9 CLOSE HOLD-FILE
               WHEN 10 CLOSE SESSION-FILE
               WHEN 11 CLOSE LEDGER-FILE
               WHEN 12 CLOSE LEDGER-CTL-FILE
               WHEN 13 CLOSE CALENDAR-FILE
               WHEN 14 CLOSE LEAGUE-FILE
               WHEN 15 CLOSE FIXTURE-FILE
               WHEN 16 CLOSE DAILY-CHAL-FILE
               WHEN 17 CLOSE OPERATOR-FILE
               WHEN 18 CLOSE REPORT-INDEX-FILE
               WHEN 19 CLOSE RETENTION-FILE
               WHEN 20 CLOSE AUDIT-CHAIN-FILE
           END-EVALUATE.

       READ-INDEXED-NEXT.
                           MOVE PR-RECORD TO WS-RECORD-TEXT
                           MOVE PR-COST TO WS-HASH-FIELD
                   END-READ
               WHEN 9
                   READ HOLD-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-GEN-STATUS
                       NOT AT END
                           MOVE HD-RECORD TO WS-RECORD-TEXT
                           MOVE HD-FLAG-DATE TO WS-HASH-FIELD
                   END-READ
               WHEN 10
                   READ SESSION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-GEN-STATUS
                       NOT AT END
                           MOVE SS-RECORD TO WS-RECORD-TEXT
                           MOVE SS-POINTS TO WS-HASH-FIELD
                   END-READ
               WHEN 11
                   READ LEDGER-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-GEN-STATUS
                       NOT AT END
                           MOVE LG-RECORD TO WS-RECORD-TEXT
                           MOVE LG-POINTS TO WS-HASH-FIELD
                   END-READ
               WHEN 12
                   READ LEDGER-CTL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-GEN-STATUS
                       NOT AT END
                           MOVE LC-RECORD TO WS-RECORD-TEXT
                           MOVE LC-LAST-POSTED TO WS-HASH-FIELD
                   END-READ
               WHEN 13
                   READ CALENDAR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-GEN-STATUS
                       NOT AT END
                           MOVE CL-RECORD TO WS-RECORD-TEXT
                           MOVE CL-DATE TO WS-HASH-FIELD
                   END-READ
               WHEN 14
                   READ LEAGUE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-GEN-STATUS
                       NOT AT END
                           MOVE LE-RECORD TO WS-RECORD-TEXT
                           MOVE LE-POINTS TO WS-HASH-FIELD
                   END-READ
               WHEN 15
                   READ FIXTURE-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-GEN-STATUS
                       NOT AT END
                           MOVE FX-RECORD TO WS-RECORD-TEXT
                           MOVE FX-PLAYED-DATE TO WS-HASH-FIELD
                   END-READ
               WHEN 16
                   READ DAILY-CHAL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-GEN-STATUS
                       NOT AT END
                           MOVE DC-RECORD TO WS-RECORD-TEXT
                           MOVE DC-SECRET TO WS-HASH-FIELD
                   END-READ
               WHEN 17
                   READ OPERATOR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-OP-STATUS
                       NOT AT END
                           MOVE OP-RECORD TO WS-RECORD-TEXT
                           MOVE OP-LAST-SIGNON TO WS-HASH-FIELD
                   END-READ
                   MOVE WS-OP-STATUS TO WS-GEN-STATUS
               WHEN 18
                   READ REPORT-INDEX-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-RI-STATUS
                       NOT AT END
                           MOVE RI-RECORD TO WS-RECORD-TEXT
                           MOVE RI-LINES TO WS-HASH-FIELD
                   END-READ
                   MOVE WS-RI-STATUS TO WS-GEN-STATUS
               WHEN 19
                   READ RETENTION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-RR-STATUS
                       NOT AT END
                           MOVE RR-RECORD TO WS-RECORD-TEXT
                           MOVE RR-KEEP TO WS-HASH-FIELD
                   END-READ
                   MOVE WS-RR-STATUS TO WS-GEN-STATUS
               WHEN 20
                   READ AUDIT-CHAIN-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-GEN-STATUS
                       NOT AT END
                           MOVE AH-RECORD TO WS-RECORD-TEXT
                           MOVE AH-LAST-SEQ TO WS-HASH-FIELD
                   END-READ
           END-EVALUATE.

      * A duplicate key during a reload means a doctored or doubled
                       INVALID KEY ADD 1 TO WS-DUP-COUNT
                   END-WRITE
                   MOVE PR-COST TO WS-HASH-FIELD
               WHEN 9
                   MOVE WS-RECORD-TEXT (1:39) TO HD-RECORD
                   WRITE HD-RECORD
                       INVALID KEY ADD 1 TO WS-DUP-COUNT
                   END-WRITE
                   MOVE HD-FLAG-DATE TO WS-HASH-FIELD
               WHEN 10
                   MOVE WS-RECORD-TEXT (1:62) TO SS-RECORD
                   WRITE SS-RECORD
                       INVALID KEY ADD 1 TO WS-DUP-COUNT
                   END-WRITE
                   MOVE SS-POINTS TO WS-HASH-FIELD
               WHEN 11
                   MOVE WS-RECORD-TEXT (1:41) TO LG-RECORD
                   WRITE LG-RECORD
                       INVALID KEY ADD 1 TO WS-DUP-COUNT
                   END-WRITE
                   MOVE LG-POINTS TO WS-HASH-FIELD
               WHEN 12
                   MOVE WS-RECORD-TEXT (1:21) TO LC-RECORD
                   WRITE LC-RECORD
                   MOVE LC-LAST-POSTED TO WS-HASH-FIELD
               WHEN 13
                   MOVE WS-RECORD-TEXT (1:31) TO CL-RECORD
                   WRITE CL-RECORD
                       INVALID KEY ADD 1 TO WS-DUP-COUNT
                   END-WRITE
                   MOVE CL-DATE TO WS-HASH-FIELD
               WHEN 14
                   MOVE WS-RECORD-TEXT (1:42) TO LE-RECORD
                   WRITE LE-RECORD
                       INVALID KEY ADD 1 TO WS-DUP-COUNT
                   END-WRITE
                   MOVE LE-POINTS TO WS-HASH-FIELD
               WHEN 15
                   MOVE WS-RECORD-TEXT (1:46) TO FX-RECORD
                   WRITE FX-RECORD
                       INVALID KEY ADD 1 TO WS-DUP-COUNT
                   END-WRITE
                   MOVE FX-PLAYED-DATE TO WS-HASH-FIELD
               WHEN 16
                   MOVE WS-RECORD-TEXT (1:64) TO DC-RECORD
                   WRITE DC-RECORD
                       INVALID KEY ADD 1 TO WS-DUP-COUNT
                   END-WRITE
                   MOVE DC-SECRET TO WS-HASH-FIELD
               WHEN 17
                   MOVE WS-RECORD-TEXT (1:53) TO OP-RECORD
                   WRITE OP-RECORD
                       INVALID KEY ADD 1 TO WS-DUP-COUNT
                   END-WRITE
                   MOVE OP-LAST-SIGNON TO WS-HASH-FIELD
               WHEN 18
                   MOVE WS-RECORD-TEXT (1:79) TO RI-RECORD
                   WRITE RI-RECORD
                       INVALID KEY ADD 1 TO WS-DUP-COUNT
                   END-WRITE
                   MOVE RI-LINES TO WS-HASH-FIELD
               WHEN 19
                   MOVE WS-RECORD-TEXT (1:26) TO RR-RECORD
                   WRITE RR-RECORD
                       INVALID KEY ADD 1 TO WS-DUP-COUNT
                   END-WRITE
                   MOVE RR-KEEP TO WS-HASH-FIELD
               WHEN 20
                   MOVE WS-RECORD-TEXT (1:30) TO AH-RECORD
                   WRITE AH-RECORD
                       INVALID KEY ADD 1 TO WS-DUP-COUNT
                   END-WRITE
                   MOVE AH-LAST-SEQ TO WS-HASH-FIELD
           END-EVALUATE.

      *-----------------------
               MOVE FUNCTION UPPER-CASE(WS-OVERRIDE-ANSWER)
                   TO WS-OVERRIDE-ANSWER
               IF WS-OVERRIDE-ANSWER = "Y"
                   PERFORM WRITE-OVERRIDE-LOG
               ELSE
                   DISPLAY "Reload refused while sessions are active."
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           MOVE WS-LOG-DATE TO PM-DATE.
           MOVE "OVERRIDE" TO PM-ACTION.
           MOVE WS-OP-ID TO PM-KEY-1.
           MOVE "FILEBKP" TO PM-KEY-2.
           MOVE WS-OP-ID TO PM-OPERATOR.
           WRITE PM-RECORD.
           CLOSE MAINT-LOG-FILE.
           MOVE "ACTION" TO WS-OP-EVENT.
           MOVE "Forced reload past sessions" TO WS-OP-DETAIL.
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
       END PROGRAM FILE-BACKUP.
