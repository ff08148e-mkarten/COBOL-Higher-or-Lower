      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: Player data erasure - removes a player's PLAYERS
      *          master, LEADERBOARD, BADGES, RATINGS, RANKS,
      *          CHECKPOINT and HOLDS records, and in every history
      *          file (AUDITLOG, AUDITIDX, the AUDARCH archives,
      *          TOURNHIST, REDEMPT, SEASONHIST, LEAGUE, FIXTURES,
      *          DAILYCHAL, SESSIONS, PTSLEDGER, INTEGEXC, PLMAINT)
      *          replaces the username with an erasure reference of
      *          the form *nnnnnn instead of deleting rows, so the
      *          daily, trend and reconciliation totals still
      *          balance, and the audit hash chain is recomputed past
      *          every renamed row so the nightly verification still
      *          holds. Refused while any SYSLOCK session exists;
      *          logged to PLMAINT under the reference, and an
      *          erasure certificate with per-file counts is printed
      *          to ERASECRT. Administrators only, after operator
      *          sign-on
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PLAYER-ERASE.
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
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-USERNAME-KEY
               FILE STATUS IS WS-PL-STATUS.

           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-USERNAME-KEY
               FILE STATUS IS WS-LB-STATUS.

           SELECT BADGE-FILE ASSIGN TO "BADGES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BG-STATUS.

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

           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPOINT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-USERNAME-KEY
               FILE STATUS IS WS-CK-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-USERNAME-KEY
               FILE STATUS IS WS-HD-STATUS.

           SELECT SEASON-HIST-FILE ASSIGN TO "SEASONHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SH-STATUS.

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

           SELECT AUDIT-IDX-FILE ASSIGN TO "AUDITIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               ALTERNATE RECORD KEY IS AX-PLAYER-KEY
               FILE STATUS IS WS-AX-STATUS.

           SELECT SYSLOCK-FILE ASSIGN TO "SYSLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-USERNAME-KEY
               FILE STATUS IS WS-SL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDITCHN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-DATE
               FILE STATUS IS WS-AH-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "ARCHCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-STATUS.

           SELECT TOURN-HIST-FILE ASSIGN TO "TOURNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.

           SELECT REDEMPT-FILE ASSIGN TO "REDEMPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "INTEGEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "PLMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.

           SELECT WORK-FILE ASSIGN TO "ERASEWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ERASECRT"
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

       FD  LEADERBOARD-FILE.
       01  LB-RECORD.
           05  LB-USERNAME-KEY     PIC X(7).
           05  LB-USERNAME-DISPLAY PIC X(7).
           05  LB-SCORE            PIC 9(4).

       FD  BADGE-FILE.
       01  BG-RECORD.
           05  BG-KEY.
               10  BG-USERNAME     PIC X(7).
               10  BG-CODE         PIC X(8).
           05  BG-DATE-EARNED      PIC 9(8).
           05  BG-LABEL            PIC X(30).

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

       FD  CHECKPOINT-FILE.
       01  CK-RECORD.
           05  CK-USERNAME-KEY     PIC X(7).
           05  CK-SCORE            PIC 9(4).
           05  CK-DIFFICULTY       PIC 9.
           05  CK-SECRET           PIC 9(4).
           05  CK-ATTEMPTS         PIC 99.
           05  CK-GAMES-PLAYED     PIC 9(4).
           05  CK-WINS             PIC 9(4).
           05  CK-LAST-DATE        PIC 9(8).

       FD  HOLD-FILE.
       01  HD-RECORD.
           05  HD-USERNAME-KEY     PIC X(7).
           05  HD-STATUS           PIC X.
           05  HD-FLAG-DATE        PIC 9(8).
           05  HD-CHECK            PIC X(8).
           05  HD-CLEAR-DATE       PIC 9(8).
           05  HD-CLEARED-BY       PIC X(7).

       FD  SEASON-HIST-FILE.
       01  SH-RECORD.
           05  SH-KEY.
               10  SH-SEASON           PIC X(6).
               10  SH-USERNAME-KEY     PIC X(7).
           05  SH-USERNAME-DISPLAY PIC X(7).
           05  SH-SCORE            PIC 9(4).

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

       FD  SYSLOCK-FILE.
       01  SL-RECORD.
           05  SL-USERNAME-KEY     PIC X(7).
           05  SL-DATE             PIC 9(8).
           05  SL-TIME             PIC 9(6).

      * AD-SEQ numbers the row within its business date and AD-HASH
      * chains it to the row before; AD-TYPE is G for a chained row,
      * S for a seal closing the date and blank for an unchained row
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AD-USERNAME         PIC X(7).
           05  FILLER              PIC X.
           05  AD-DIFFICULTY       PIC 9.
           05  FILLER              PIC X.
           05  AD-SECRET           PIC 9(4).
           05  FILLER              PIC X.
           05  AD-GUESS            PIC 9(4).
           05  FILLER              PIC X.
           05  AD-RESULT           PIC X(7).
           05  FILLER              PIC X.
           05  AD-DATE             PIC 9(8).
           05  FILLER              PIC X.
           05  AD-SEQ              PIC 9(6).
           05  FILLER              PIC X.
           05  AD-HASH             PIC 9(10).
           05  FILLER              PIC X.
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

       FD  ARCHIVE-FILE.
       01  AR-RECORD               PIC X(56).

       FD  CATALOG-FILE.
       01  AC-RECORD.
           05  AC-CUTOFF-DATE      PIC 9(8).
           05  FILLER              PIC X.
           05  AC-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X.
           05  AC-ARCHIVED-COUNT   PIC 9(6).

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

       FD  WORK-FILE.
       01  WK-RECORD               PIC X(80).

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
       78  WS-BATCH-MAX VALUE 500.
       01  WS-PL-STATUS PIC XX.
       01  WS-LB-STATUS PIC XX.
       01  WS-BG-STATUS PIC XX.
       01  WS-RT-STATUS PIC XX.
       01  WS-RK-STATUS PIC XX.
       01  WS-CK-STATUS PIC XX.
       01  WS-HD-STATUS PIC XX.
       01  WS-SH-STATUS PIC XX.
       01  WS-LE-STATUS PIC XX.
       01  WS-FX-STATUS PIC XX.
       01  WS-DC-STATUS PIC XX.
       01  WS-SS-STATUS PIC XX.
       01  WS-PT-STATUS PIC XX.
       01  WS-AX-STATUS PIC XX.
       01  WS-SL-STATUS PIC XX.
       01  WS-AUD-STATUS PIC XX.
       01  WS-AR-STATUS PIC XX.
       01  WS-AC-STATUS PIC XX.
       01  WS-TH-STATUS PIC XX.
       01  WS-RD-STATUS PIC XX.
       01  WS-EX-STATUS PIC XX.
       01  WS-LG-STATUS PIC XX.
       01  WS-WK-STATUS PIC XX.
       01  WS-RP-STATUS PIC XX.
       01  WS-ARCHIVE-NAME PIC X(20).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-ANSWER PIC X(10).
       01  WS-DATE-ANSWER PIC X(8).
       01  WS-DATE-TEST-VALUE PIC X(8).
       01  WS-ACTIVE-SESSIONS PIC 9(4) VALUE 0.

      *-----------------------
      * The player being erased and the reference that replaces the
      * name in the history files
      *-----------------------
       01  WS-ERASE-NAME PIC X(7).
       01  WS-ERASE-KEY PIC X(7).
       01  WS-REGISTERED-FLAG PIC 9 VALUE 0.
       01  WS-TOKEN PIC X(7).
       01  WS-TOKEN-PARTS REDEFINES WS-TOKEN.
           05  WS-TOKEN-MARK       PIC X.
           05  WS-TOKEN-NUMBER     PIC 9(6).
       01  WS-LAST-TOKEN-NUMBER PIC 9(6) VALUE 0.
       01  WS-MATCH-KEY PIC X(7).
       01  WS-PROBLEM-COUNT PIC 99 VALUE 0.

      *-----------------------
      * Keys collected from a keyed file before its rows are moved,
      * so reads are never interleaved with the deletes and writes.
      * A player with more rows than one batch is moved batch by
      * batch until a batch comes back short
      *-----------------------
       01  WS-BATCH-COUNT PIC 9(3) VALUE 0.
       01  WS-BATCH-IDX PIC 9(3).
       01  WS-BATCH-MORE PIC 9 VALUE 0.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 500 TIMES.
               10  WS-BATCH-KEY     PIC X(30).
       01  WS-RESUME-KEY PIC X(19).
       01  WS-SAVE-RECORD PIC X(80).
       01  WS-WRITE-OK-FLAG PIC 9 VALUE 0.

      *-----------------------
      * Archive files to walk - from the ARCHCAT catalog plus any
      * the operator names that predate it
      *-----------------------
       01  WS-ARCH-COUNT PIC 9(3) VALUE 0.
       01  WS-ARCH-IDX PIC 9(3).
       01  WS-ARCH-FOUND-FLAG PIC 9 VALUE 0.
       01  WS-ARCH-DONE-FLAG PIC 9 VALUE 0.
       01  WS-ARCH-TABLE.
           05  WS-ARCH-DATE OCCURS 200 TIMES PIC 9(8).
       01  WS-ARCH-NEW-DATE PIC 9(8).

      *-----------------------
      * Per-file counts for the certificate
      *-----------------------
       01  WS-DEL-PLAYERS PIC 9(6) VALUE 0.
       01  WS-DEL-LEADERBOARD PIC 9(6) VALUE 0.
       01  WS-DEL-BADGES PIC 9(6) VALUE 0.
       01  WS-DEL-RATINGS PIC 9(6) VALUE 0.
       01  WS-DEL-RANKS PIC 9(6) VALUE 0.
       01  WS-DEL-CHECKPOINT PIC 9(6) VALUE 0.
       01  WS-DEL-HOLDS PIC 9(6) VALUE 0.
       01  WS-ANON-SEASONHIST PIC 9(6) VALUE 0.
       01  WS-ANON-LEAGUE PIC 9(6) VALUE 0.
       01  WS-ANON-FIXTURES PIC 9(6) VALUE 0.
       01  WS-ANON-DAILYCHAL PIC 9(6) VALUE 0.
       01  WS-ANON-SESSIONS PIC 9(6) VALUE 0.
       01  WS-ANON-PTSLEDGER PIC 9(6) VALUE 0.
       01  WS-ANON-AUDITIDX PIC 9(6) VALUE 0.
       01  WS-ANON-AUDITLOG PIC 9(6) VALUE 0.
       01  WS-ANON-AUDARCH PIC 9(6) VALUE 0.
       01  WS-ANON-TOURNHIST PIC 9(6) VALUE 0.
       01  WS-ANON-REDEMPT PIC 9(6) VALUE 0.
       01  WS-ANON-INTEGEXC PIC 9(6) VALUE 0.
       01  WS-ANON-PLMAINT PIC 9(6) VALUE 0.
       01  WS-FILE-COUNT PIC 9(6) VALUE 0.
       01  WS-TOTAL-TOUCHED PIC 9(7) VALUE 0.
       01  WS-CERT-LABEL PIC X(24).
       01  WS-CERT-COUNT PIC 9(6).

      *-----------------------
      * Audit chain. A date's chain starts from the date itself and
      * each row folds its bytes into the running hash, modulo the
      * prime 2147483647
      *-----------------------
       78  WS-CH-MODULUS VALUE 2147483647.
       01  WS-AH-STATUS PIC XX.
       01  WS-CH-HASH PIC 9(10).
       01  WS-CH-WORK PIC 9(12).
       01  WS-CH-TEXT PIC X(44).
       01  WS-CH-LENGTH PIC 99.
       01  WS-CH-IDX PIC 99.

      *-----------------------
      * Re-chaining. A name replaced in a chained row changes its
      * hash, so every chained row after it on the same date is
      * hashed again. Per date: the stored hash of the last row read
      * and the hash that row now carries. A row whose stored hash
      * did not follow the row before keeps it, so a break that was
      * already there is still reported by the verification run
      *-----------------------
       01  WS-RH-COUNT PIC 9(4) VALUE 0.
       01  WS-RH-IDX PIC 9(4).
       01  WS-RH-CUR PIC 9(4) VALUE 0.
       01  WS-RH-FULL-FLAG PIC 9 VALUE 0.
       01  WS-RH-TABLE.
           05  WS-RH-ENTRY OCCURS 2000 TIMES.
               10  WS-RH-DATE          PIC 9(8).
               10  WS-RH-OLD-HASH      PIC 9(10).
               10  WS-RH-NEW-HASH      PIC 9(10).
       01  WS-RH-STORED-HASH PIC 9(10).
       01  WS-RH-FOLLOWS-FLAG PIC 9 VALUE 0.
       01  WS-RH-FILE-COUNT PIC 9(6) VALUE 0.
       01  WS-RH-TOTAL PIC 9(6) VALUE 0.

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "PLAYER-ERASE".
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
       01  WS-RG-REPORT-ID PIC X(8) VALUE "ERASECRT".
       01  WS-RG-PROGRAM PIC X(17) VALUE "PLAYER-ERASE".
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
           DISPLAY "PLAYER DATA ERASURE".
           PERFORM SIGN-ON-OPERATOR.
           MOVE "A" TO WS-OP-ALLOWED-ROLES.
           MOVE "Erase a player's data" TO WS-OP-DETAIL.
           PERFORM CHECK-OPERATOR-ROLE.
           IF WS-OP-ALLOWED-FLAG = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-NO-SESSIONS.
           PERFORM ASK-ERASE-NAME.
           PERFORM LOOK-UP-PLAYER.
           PERFORM CONFIRM-ERASURE.
           PERFORM ASSIGN-ERASE-TOKEN.
           DISPLAY "Erasure reference " WS-TOKEN
               " replaces the name in the history files.".
           PERFORM DELETE-PLAYER-ROW.
           PERFORM DELETE-LEADERBOARD-ROW.
           PERFORM DELETE-BADGE-ROWS.
           PERFORM DELETE-RATINGS-ROW.
           PERFORM DELETE-RANKS-ROWS.
           PERFORM DELETE-CHECKPOINT-ROW.
           PERFORM DELETE-HOLD-ROW.
           PERFORM ANONYMISE-SEASON-HISTORY.
           PERFORM ANONYMISE-LEAGUE.
           PERFORM ANONYMISE-FIXTURES.
           PERFORM ANONYMISE-DAILY-CHALLENGE.
           PERFORM ANONYMISE-SESSIONS.
           PERFORM ANONYMISE-LEDGER.
           PERFORM ANONYMISE-AUDIT-INDEX.
           PERFORM ANONYMISE-ARCHIVES.
           PERFORM ANONYMISE-AUDIT-LOG.
           PERFORM UPDATE-CHAIN-CONTROL.
           PERFORM ANONYMISE-TOURNAMENT-HISTORY.
           PERFORM ANONYMISE-REDEMPTIONS.
           PERFORM ANONYMISE-EXCEPTIONS.
           PERFORM ANONYMISE-MAINT-LOG.
           PERFORM WRITE-ERASE-LOG.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-CERTIFICATE.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-GENERATION.
           STOP RUN.

      *-----------------------
      * Rows are rewritten in files the game holds open, so there is
      * no override here - every session must be signed off first.
      * SYSLOCK that cannot be read proves nothing, so the erasure
      * is refused then too; only a missing SYSLOCK means no game
      * has ever signed on
      *-----------------------
       CHECK-NO-SESSIONS.
           MOVE 0 TO WS-ACTIVE-SESSIONS.
           MOVE SPACES TO WS-SL-STATUS.
           OPEN INPUT SYSLOCK-FILE.
           IF WS-SL-STATUS NOT = "00" AND WS-SL-STATUS NOT = "35"
               DISPLAY "REFUSED: SYSLOCK cannot be read (status "
                   WS-SL-STATUS ") - signed-on sessions cannot be "
                   "ruled out."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SL-STATUS = "00"
               PERFORM READ-ONE-SESSION-LOCK
                   UNTIL WS-SL-STATUS NOT = "00"
               CLOSE SYSLOCK-FILE
               IF WS-SL-STATUS NOT = "10"
                   DISPLAY "REFUSED: SYSLOCK read failed (status "
                       WS-SL-STATUS ") - signed-on sessions cannot "
                       "be ruled out."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-ACTIVE-SESSIONS > 0
               DISPLAY "REFUSED: " WS-ACTIVE-SESSIONS " game "
                   "session(s) are signed on - erasure runs only "
                   "with no SYSLOCK sessions."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-ONE-SESSION-LOCK.
           READ SYSLOCK-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SL-STATUS
               NOT AT END
                   ADD 1 TO WS-ACTIVE-SESSIONS
                   DISPLAY "  " SL-USERNAME-KEY " signed on since "
                       SL-DATE " " SL-TIME
           END-READ.

       ASK-ERASE-NAME.
           DISPLAY "Username to erase:".
           ACCEPT WS-ERASE-NAME.
           INSPECT WS-ERASE-NAME REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE FUNCTION UPPER-CASE(WS-ERASE-NAME) TO WS-ERASE-KEY.
           IF WS-ERASE-NAME = SPACES
               DISPLAY "Invalid input please try again"
               PERFORM ASK-ERASE-NAME
           ELSE
           IF WS-ERASE-NAME (1:1) = "*"
               DISPLAY "That is already an erasure reference - "
                   "please try again"
               PERFORM ASK-ERASE-NAME
           END-IF
           END-IF.

       LOOK-UP-PLAYER.
           MOVE 0 TO WS-REGISTERED-FLAG.
           MOVE SPACES TO WS-PL-STATUS.
           OPEN INPUT PLAYER-FILE.
           IF WS-PL-STATUS = "00"
               MOVE WS-ERASE-KEY TO PL-USERNAME-KEY
               READ PLAYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-REGISTERED-FLAG
                       DISPLAY "Registered player "
                           PL-USERNAME-DISPLAY " - games "
                           PL-GAMES-PLAYED ", wins " PL-TOTAL-WINS
                           ", score " PL-TOTAL-SCORE "."
               END-READ
               CLOSE PLAYER-FILE
           END-IF.
           IF WS-REGISTERED-FLAG = 0
               DISPLAY WS-ERASE-NAME " is not a registered player - "
                   "only history rows carrying the name are touched."
           END-IF.

       CONFIRM-ERASURE.
           DISPLAY "Erasure cannot be undone. Type ERASE to erase "
               WS-ERASE-NAME ", anything else to abandon:".
           ACCEPT WS-ANSWER.
           INSPECT WS-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           IF WS-ANSWER NOT = "ERASE"
               DISPLAY "Erasure abandoned - nothing changed."
               STOP RUN
           END-IF.

      * References are numbered on from the highest one PLMAINT has
      * logged, so each erased player stays a distinct name in the
      * history totals
       ASSIGN-ERASE-TOKEN.
           MOVE 0 TO WS-LAST-TOKEN-NUMBER.
           MOVE SPACES TO WS-LG-STATUS.
           OPEN INPUT MAINT-LOG-FILE.
           IF WS-LG-STATUS = "00"
               PERFORM SCAN-ONE-MAINT-ROW UNTIL WS-LG-STATUS = "10"
               CLOSE MAINT-LOG-FILE
           END-IF.
           MOVE "*" TO WS-TOKEN-MARK.
           COMPUTE WS-TOKEN-NUMBER = WS-LAST-TOKEN-NUMBER + 1.

       SCAN-ONE-MAINT-ROW.
           READ MAINT-LOG-FILE
               AT END
                   MOVE "10" TO WS-LG-STATUS
               NOT AT END
                   MOVE PM-KEY-1 TO WS-TOKEN
                   IF PM-ACTION = "ERASE"
                           AND WS-TOKEN-MARK = "*"
                           AND WS-TOKEN-NUMBER IS NUMERIC
                           AND WS-TOKEN-NUMBER > WS-LAST-TOKEN-NUMBER
                       MOVE WS-TOKEN-NUMBER TO WS-LAST-TOKEN-NUMBER
                   END-IF
           END-READ.

      *-----------------------
      * Records removed outright - the live state of the account
      *-----------------------
       DELETE-PLAYER-ROW.
           MOVE SPACES TO WS-PL-STATUS.
           OPEN I-O PLAYER-FILE.
           IF WS-PL-STATUS = "00"
               MOVE WS-ERASE-KEY TO PL-USERNAME-KEY
               DELETE PLAYER-FILE RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-DEL-PLAYERS
               END-DELETE
               CLOSE PLAYER-FILE
           ELSE
               PERFORM NOTE-UNAVAILABLE-PLAYERS
           END-IF.

       NOTE-UNAVAILABLE-PLAYERS.
           IF WS-PL-STATUS NOT = "35"
               DISPLAY "PLAYERS unavailable (status " WS-PL-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF.

       DELETE-LEADERBOARD-ROW.
           MOVE SPACES TO WS-LB-STATUS.
           OPEN I-O LEADERBOARD-FILE.
           IF WS-LB-STATUS = "00"
               MOVE WS-ERASE-KEY TO LB-USERNAME-KEY
               DELETE LEADERBOARD-FILE RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-DEL-LEADERBOARD
               END-DELETE
               CLOSE LEADERBOARD-FILE
           ELSE
           IF WS-LB-STATUS NOT = "35"
               DISPLAY "LEADERBOARD unavailable (status "
                   WS-LB-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       DELETE-BADGE-ROWS.
           MOVE SPACES TO WS-BG-STATUS.
           OPEN I-O BADGE-FILE.
           IF WS-BG-STATUS = "00"
               MOVE 1 TO WS-BATCH-MORE
               PERFORM DELETE-BADGE-BATCH UNTIL WS-BATCH-MORE = 0
               CLOSE BADGE-FILE
           ELSE
           IF WS-BG-STATUS NOT = "35"
               DISPLAY "BADGES unavailable (status " WS-BG-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       DELETE-BADGE-BATCH.
           MOVE 0 TO WS-BATCH-COUNT.
           MOVE WS-ERASE-KEY TO BG-USERNAME.
           MOVE LOW-VALUES TO BG-CODE.
           START BADGE-FILE KEY >= BG-KEY
               INVALID KEY
                   MOVE "23" TO WS-BG-STATUS
           END-START.
           IF WS-BG-STATUS = "00"
               PERFORM COLLECT-ONE-BADGE
                   UNTIL WS-BG-STATUS NOT = "00"
           END-IF.
           PERFORM DELETE-ONE-BADGE
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
               MOVE 0 TO WS-BATCH-MORE
           END-IF.
           MOVE "00" TO WS-BG-STATUS.

       COLLECT-ONE-BADGE.
           READ BADGE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BG-STATUS
               NOT AT END
                   IF BG-USERNAME = WS-ERASE-KEY
                           AND WS-BATCH-COUNT < WS-BATCH-MAX
                       ADD 1 TO WS-BATCH-COUNT
                       MOVE BG-KEY TO WS-BATCH-KEY (WS-BATCH-COUNT)
                   ELSE
                       MOVE "10" TO WS-BG-STATUS
                   END-IF
           END-READ.

       DELETE-ONE-BADGE.
           MOVE WS-BATCH-KEY (WS-BATCH-IDX) TO BG-KEY.
           DELETE BADGE-FILE RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-DEL-BADGES
           END-DELETE.

       DELETE-RATINGS-ROW.
           MOVE SPACES TO WS-RT-STATUS.
           OPEN I-O RATINGS-FILE.
           IF WS-RT-STATUS = "00"
               MOVE WS-ERASE-KEY TO RT-USERNAME-KEY
               DELETE RATINGS-FILE RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-DEL-RATINGS
               END-DELETE
               CLOSE RATINGS-FILE
           ELSE
           IF WS-RT-STATUS NOT = "35"
               DISPLAY "RATINGS unavailable (status " WS-RT-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

      * The player comes off every board at once; the positions left
      * vacant close up at the next nightly rankings build
       DELETE-RANKS-ROWS.
           MOVE SPACES TO WS-RK-STATUS.
           OPEN I-O RANKS-FILE.
           IF WS-RK-STATUS = "00"
               MOVE "SEASON" TO RK-P-BOARD
               PERFORM DELETE-ONE-RANK-ROW
               MOVE "ALLTIME" TO RK-P-BOARD
               PERFORM DELETE-ONE-RANK-ROW
               MOVE "RATING" TO RK-P-BOARD
               PERFORM DELETE-ONE-RANK-ROW
               CLOSE RANKS-FILE
           ELSE
           IF WS-RK-STATUS NOT = "35"
               DISPLAY "RANKS unavailable (status " WS-RK-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       DELETE-ONE-RANK-ROW.
           MOVE WS-ERASE-KEY TO RK-P-USERNAME.
           READ RANKS-FILE KEY IS RK-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE RANKS-FILE RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-DEL-RANKS
                   END-DELETE
           END-READ.

       DELETE-CHECKPOINT-ROW.
           MOVE SPACES TO WS-CK-STATUS.
           OPEN I-O CHECKPOINT-FILE.
           IF WS-CK-STATUS = "00"
               MOVE WS-ERASE-KEY TO CK-USERNAME-KEY
               DELETE CHECKPOINT-FILE RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-DEL-CHECKPOINT
               END-DELETE
               CLOSE CHECKPOINT-FILE
           ELSE
           IF WS-CK-STATUS NOT = "35"
               DISPLAY "CHECKPOINT unavailable (status "
                   WS-CK-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       DELETE-HOLD-ROW.
           MOVE SPACES TO WS-HD-STATUS.
           OPEN I-O HOLD-FILE.
           IF WS-HD-STATUS = "00"
               MOVE WS-ERASE-KEY TO HD-USERNAME-KEY
               DELETE HOLD-FILE RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-DEL-HOLDS
               END-DELETE
               CLOSE HOLD-FILE
           ELSE
           IF WS-HD-STATUS NOT = "35"
               DISPLAY "HOLDS unavailable (status " WS-HD-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

      *-----------------------
      * Keyed history - each row is re-keyed under the reference.
      * SEASONHIST is keyed season first, so the whole file is
      * browsed for the player's seasons
      *-----------------------
       ANONYMISE-SEASON-HISTORY.
           MOVE SPACES TO WS-SH-STATUS.
           OPEN I-O SEASON-HIST-FILE.
           IF WS-SH-STATUS = "00"
               MOVE LOW-VALUES TO WS-RESUME-KEY
               MOVE 1 TO WS-BATCH-MORE
               PERFORM REKEY-SEASON-BATCH UNTIL WS-BATCH-MORE = 0
               CLOSE SEASON-HIST-FILE
           ELSE
           IF WS-SH-STATUS NOT = "35"
               DISPLAY "SEASONHIST unavailable (status "
                   WS-SH-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       REKEY-SEASON-BATCH.
           MOVE 0 TO WS-BATCH-COUNT.
           MOVE WS-RESUME-KEY TO SH-KEY.
           START SEASON-HIST-FILE KEY > SH-KEY
               INVALID KEY
                   MOVE "23" TO WS-SH-STATUS
           END-START.
           IF WS-SH-STATUS = "00"
               PERFORM COLLECT-ONE-SEASON-ROW
                   UNTIL WS-SH-STATUS NOT = "00"
           END-IF.
           PERFORM REKEY-ONE-SEASON-ROW
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
               MOVE 0 TO WS-BATCH-MORE
           END-IF.
           MOVE "00" TO WS-SH-STATUS.

       COLLECT-ONE-SEASON-ROW.
           READ SEASON-HIST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SH-STATUS
               NOT AT END
                   IF SH-USERNAME-KEY = WS-ERASE-KEY
                       ADD 1 TO WS-BATCH-COUNT
                       MOVE SH-KEY TO WS-BATCH-KEY (WS-BATCH-COUNT)
                       IF WS-BATCH-COUNT = WS-BATCH-MAX
                           MOVE SH-KEY TO WS-RESUME-KEY
                           MOVE "10" TO WS-SH-STATUS
                       END-IF
                   END-IF
           END-READ.

       REKEY-ONE-SEASON-ROW.
           MOVE WS-BATCH-KEY (WS-BATCH-IDX) TO SH-KEY.
           READ SEASON-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SH-RECORD TO WS-SAVE-RECORD
                   DELETE SEASON-HIST-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-SAVE-RECORD TO SH-RECORD
                   MOVE WS-TOKEN TO SH-USERNAME-KEY
                   MOVE WS-TOKEN TO SH-USERNAME-DISPLAY
                   WRITE SH-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-ANON-SEASONHIST
           END-READ.

      *-----------------------
      * LEAGUE is keyed season first like SEASONHIST; FIXTURES holds
      * the player only in its home and away fields, so those are
      * rewritten in place
      *-----------------------
       ANONYMISE-LEAGUE.
           MOVE SPACES TO WS-LE-STATUS.
           OPEN I-O LEAGUE-FILE.
           IF WS-LE-STATUS = "00"
               MOVE LOW-VALUES TO WS-RESUME-KEY
               MOVE 1 TO WS-BATCH-MORE
               PERFORM REKEY-LEAGUE-BATCH UNTIL WS-BATCH-MORE = 0
               CLOSE LEAGUE-FILE
           ELSE
           IF WS-LE-STATUS NOT = "35"
               DISPLAY "LEAGUE unavailable (status "
                   WS-LE-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       REKEY-LEAGUE-BATCH.
           MOVE 0 TO WS-BATCH-COUNT.
           MOVE WS-RESUME-KEY TO LE-KEY.
           START LEAGUE-FILE KEY > LE-KEY
               INVALID KEY
                   MOVE "23" TO WS-LE-STATUS
           END-START.
           IF WS-LE-STATUS = "00"
               PERFORM COLLECT-ONE-LEAGUE-ROW
                   UNTIL WS-LE-STATUS NOT = "00"
           END-IF.
           PERFORM REKEY-ONE-LEAGUE-ROW
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
               MOVE 0 TO WS-BATCH-MORE
           END-IF.
           MOVE "00" TO WS-LE-STATUS.

       COLLECT-ONE-LEAGUE-ROW.
           READ LEAGUE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LE-STATUS
               NOT AT END
                   IF LE-USERNAME-KEY = WS-ERASE-KEY
                       ADD 1 TO WS-BATCH-COUNT
                       MOVE LE-KEY TO WS-BATCH-KEY (WS-BATCH-COUNT)
                       IF WS-BATCH-COUNT = WS-BATCH-MAX
                           MOVE LE-KEY TO WS-RESUME-KEY
                           MOVE "10" TO WS-LE-STATUS
                       END-IF
                   END-IF
           END-READ.

       REKEY-ONE-LEAGUE-ROW.
           MOVE WS-BATCH-KEY (WS-BATCH-IDX) TO LE-KEY.
           READ LEAGUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LE-RECORD TO WS-SAVE-RECORD
                   DELETE LEAGUE-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-SAVE-RECORD TO LE-RECORD
                   MOVE WS-TOKEN TO LE-USERNAME-KEY
                   MOVE WS-TOKEN TO LE-USERNAME-DISPLAY
                   WRITE LE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-ANON-LEAGUE
           END-READ.

       ANONYMISE-FIXTURES.
           MOVE SPACES TO WS-FX-STATUS.
           OPEN I-O FIXTURE-FILE.
           IF WS-FX-STATUS = "00"
               PERFORM REWRITE-ONE-FIXTURE UNTIL WS-FX-STATUS NOT = "00"
               CLOSE FIXTURE-FILE
           ELSE
           IF WS-FX-STATUS NOT = "35"
               DISPLAY "FIXTURES unavailable (status "
                   WS-FX-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       REWRITE-ONE-FIXTURE.
           READ FIXTURE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FX-STATUS
               NOT AT END
                   IF FX-HOME-KEY = WS-ERASE-KEY
                           OR FX-AWAY-KEY = WS-ERASE-KEY
                       IF FX-HOME-KEY = WS-ERASE-KEY
                           MOVE WS-TOKEN TO FX-HOME-KEY
                       END-IF
                       IF FX-AWAY-KEY = WS-ERASE-KEY
                           MOVE WS-TOKEN TO FX-AWAY-KEY
                       END-IF
                       REWRITE FX-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-ANON-FIXTURES
                   END-IF
           END-READ.

      * DAILYCHAL is keyed date first, so it is browsed whole too
       ANONYMISE-DAILY-CHALLENGE.
           MOVE SPACES TO WS-DC-STATUS.
           OPEN I-O DAILY-CHAL-FILE.
           IF WS-DC-STATUS = "00"
               MOVE LOW-VALUES TO WS-RESUME-KEY
               MOVE 1 TO WS-BATCH-MORE
               PERFORM REKEY-DAILY-BATCH UNTIL WS-BATCH-MORE = 0
               CLOSE DAILY-CHAL-FILE
           ELSE
           IF WS-DC-STATUS NOT = "35"
               DISPLAY "DAILYCHAL unavailable (status "
                   WS-DC-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       REKEY-DAILY-BATCH.
           MOVE 0 TO WS-BATCH-COUNT.
           MOVE WS-RESUME-KEY TO DC-KEY.
           START DAILY-CHAL-FILE KEY > DC-KEY
               INVALID KEY
                   MOVE "23" TO WS-DC-STATUS
           END-START.
           IF WS-DC-STATUS = "00"
               PERFORM COLLECT-ONE-DAILY-ROW
                   UNTIL WS-DC-STATUS NOT = "00"
           END-IF.
           PERFORM REKEY-ONE-DAILY-ROW
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
               MOVE 0 TO WS-BATCH-MORE
           END-IF.
           MOVE "00" TO WS-DC-STATUS.

       COLLECT-ONE-DAILY-ROW.
           READ DAILY-CHAL-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-DC-STATUS
               NOT AT END
                   IF DC-USERNAME-KEY = WS-ERASE-KEY
                       ADD 1 TO WS-BATCH-COUNT
                       MOVE DC-KEY TO WS-BATCH-KEY (WS-BATCH-COUNT)
                       IF WS-BATCH-COUNT = WS-BATCH-MAX
                           MOVE DC-KEY TO WS-RESUME-KEY
                           MOVE "10" TO WS-DC-STATUS
                       END-IF
                   END-IF
           END-READ.

       REKEY-ONE-DAILY-ROW.
           MOVE WS-BATCH-KEY (WS-BATCH-IDX) TO DC-KEY.
           READ DAILY-CHAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DC-RECORD TO WS-SAVE-RECORD
                   DELETE DAILY-CHAL-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-SAVE-RECORD TO DC-RECORD
                   MOVE WS-TOKEN TO DC-USERNAME-KEY
                   MOVE WS-TOKEN TO DC-USERNAME-DISPLAY
                   MOVE WS-TOKEN TO DC-BOARD-USERNAME
                   WRITE DC-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-ANON-DAILYCHAL
           END-READ.

       ANONYMISE-SESSIONS.
           MOVE SPACES TO WS-SS-STATUS.
           OPEN I-O SESSION-FILE.
           IF WS-SS-STATUS = "00"
               MOVE 1 TO WS-BATCH-MORE
               PERFORM REKEY-SESSION-BATCH UNTIL WS-BATCH-MORE = 0
               CLOSE SESSION-FILE
           ELSE
           IF WS-SS-STATUS NOT = "35"
               DISPLAY "SESSIONS unavailable (status "
                   WS-SS-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       REKEY-SESSION-BATCH.
           MOVE 0 TO WS-BATCH-COUNT.
           MOVE WS-ERASE-KEY TO SS-USERNAME-KEY.
           MOVE 0 TO SS-ON-DATE.
           MOVE 0 TO SS-ON-TIME.
           START SESSION-FILE KEY >= SS-KEY
               INVALID KEY
                   MOVE "23" TO WS-SS-STATUS
           END-START.
           IF WS-SS-STATUS = "00"
               PERFORM COLLECT-ONE-SESSION-ROW
                   UNTIL WS-SS-STATUS NOT = "00"
           END-IF.
           PERFORM REKEY-ONE-SESSION-ROW
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
               MOVE 0 TO WS-BATCH-MORE
           END-IF.
           MOVE "00" TO WS-SS-STATUS.

       COLLECT-ONE-SESSION-ROW.
           READ SESSION-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SS-STATUS
               NOT AT END
                   IF SS-USERNAME-KEY = WS-ERASE-KEY
                           AND WS-BATCH-COUNT < WS-BATCH-MAX
                       ADD 1 TO WS-BATCH-COUNT
                       MOVE SS-KEY TO WS-BATCH-KEY (WS-BATCH-COUNT)
                   ELSE
                       MOVE "10" TO WS-SS-STATUS
                   END-IF
           END-READ.

       REKEY-ONE-SESSION-ROW.
           MOVE WS-BATCH-KEY (WS-BATCH-IDX) TO SS-KEY.
           READ SESSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SS-RECORD TO WS-SAVE-RECORD
                   DELETE SESSION-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-SAVE-RECORD TO SS-RECORD
                   MOVE WS-TOKEN TO SS-USERNAME-KEY
                   MOVE WS-TOKEN TO SS-USERNAME-DISPLAY
                   WRITE SS-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-ANON-SESSIONS
           END-READ.

      * The ledger rows keep their points, so the liability report
      * still proves; nobody can spend them without a PLAYERS record
       ANONYMISE-LEDGER.
           MOVE SPACES TO WS-PT-STATUS.
           OPEN I-O LEDGER-FILE.
           IF WS-PT-STATUS = "00"
               MOVE 1 TO WS-BATCH-MORE
               PERFORM REKEY-LEDGER-BATCH UNTIL WS-BATCH-MORE = 0
               CLOSE LEDGER-FILE
           ELSE
           IF WS-PT-STATUS NOT = "35"
               DISPLAY "PTSLEDGER unavailable (status "
                   WS-PT-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       REKEY-LEDGER-BATCH.
           MOVE 0 TO WS-BATCH-COUNT.
           MOVE WS-ERASE-KEY TO LG-USERNAME.
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
           PERFORM REKEY-ONE-LEDGER-ROW
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
               MOVE 0 TO WS-BATCH-MORE
           END-IF.
           MOVE "00" TO WS-PT-STATUS.

       COLLECT-ONE-LEDGER-ROW.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-PT-STATUS
               NOT AT END
                   IF LG-USERNAME = WS-ERASE-KEY
                           AND WS-BATCH-COUNT < WS-BATCH-MAX
                       ADD 1 TO WS-BATCH-COUNT
                       MOVE LG-KEY TO WS-BATCH-KEY (WS-BATCH-COUNT)
                   ELSE
                       MOVE "10" TO WS-PT-STATUS
                   END-IF
           END-READ.

       REKEY-ONE-LEDGER-ROW.
           MOVE WS-BATCH-KEY (WS-BATCH-IDX) TO LG-KEY.
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LG-RECORD TO WS-SAVE-RECORD
                   DELETE LEDGER-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-SAVE-RECORD TO LG-RECORD
                   MOVE WS-TOKEN TO LG-USERNAME
                   WRITE LG-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-ANON-PTSLEDGER
           END-READ.

      * AUDITIDX carries the name as typed, in both the date-first
      * key and the player-first alternate key, so the file is
      * browsed in full and matched without regard to case. Two
      * spellings of one name may share a sequence number on a date;
      * the second moves to the next free one
       ANONYMISE-AUDIT-INDEX.
           MOVE SPACES TO WS-AX-STATUS.
           OPEN I-O AUDIT-IDX-FILE.
           IF WS-AX-STATUS = "00"
               MOVE LOW-VALUES TO WS-RESUME-KEY
               MOVE 1 TO WS-BATCH-MORE
               PERFORM REKEY-AUDIT-INDEX-BATCH UNTIL WS-BATCH-MORE = 0
               CLOSE AUDIT-IDX-FILE
           ELSE
           IF WS-AX-STATUS NOT = "35"
               DISPLAY "AUDITIDX unavailable (status "
                   WS-AX-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       REKEY-AUDIT-INDEX-BATCH.
           MOVE 0 TO WS-BATCH-COUNT.
           MOVE WS-RESUME-KEY TO AX-KEY.
           START AUDIT-IDX-FILE KEY > AX-KEY
               INVALID KEY
                   MOVE "23" TO WS-AX-STATUS
           END-START.
           IF WS-AX-STATUS = "00"
               PERFORM COLLECT-ONE-AUDIT-INDEX-ROW
                   UNTIL WS-AX-STATUS NOT = "00"
           END-IF.
           PERFORM REKEY-ONE-AUDIT-INDEX-ROW
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
               MOVE 0 TO WS-BATCH-MORE
           END-IF.
           MOVE "00" TO WS-AX-STATUS.

       COLLECT-ONE-AUDIT-INDEX-ROW.
           READ AUDIT-IDX-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-AX-STATUS
               NOT AT END
                   MOVE FUNCTION UPPER-CASE(AX-USERNAME)
                       TO WS-MATCH-KEY
                   IF WS-MATCH-KEY = WS-ERASE-KEY
                       ADD 1 TO WS-BATCH-COUNT
                       MOVE AX-KEY TO WS-BATCH-KEY (WS-BATCH-COUNT)
                       IF WS-BATCH-COUNT = WS-BATCH-MAX
                           MOVE AX-KEY TO WS-RESUME-KEY
                           MOVE "10" TO WS-AX-STATUS
                       END-IF
                   END-IF
           END-READ.

       REKEY-ONE-AUDIT-INDEX-ROW.
           MOVE WS-BATCH-KEY (WS-BATCH-IDX) TO AX-KEY.
           READ AUDIT-IDX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AX-RECORD TO WS-SAVE-RECORD
                   DELETE AUDIT-IDX-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-SAVE-RECORD TO AX-RECORD
                   MOVE WS-TOKEN TO AX-USERNAME
                   MOVE WS-TOKEN TO AX-P-USERNAME
                   MOVE 0 TO WS-WRITE-OK-FLAG
                   PERFORM WRITE-ONE-TOKEN-INDEX-ROW
                       UNTIL WS-WRITE-OK-FLAG = 1
                   ADD 1 TO WS-ANON-AUDITIDX
           END-READ.

       WRITE-ONE-TOKEN-INDEX-ROW.
           WRITE AX-RECORD
               INVALID KEY
                   ADD 1 TO AX-SEQ
                   MOVE AX-SEQ TO AX-P-SEQ
               NOT INVALID KEY
                   MOVE 1 TO WS-WRITE-OK-FLAG
           END-WRITE.

      *-----------------------
      * Sequential history - each file is copied to the ERASEWRK
      * work file with the name replaced, then copied back, but only
      * when the player was found in it
      *-----------------------
       ANONYMISE-AUDIT-LOG.
           MOVE SPACES TO WS-AUD-STATUS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS = "00"
               MOVE 0 TO WS-FILE-COUNT
               MOVE 0 TO WS-RH-FILE-COUNT
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-AUDIT-ROW UNTIL WS-AUD-STATUS = "10"
               CLOSE AUDIT-FILE
               CLOSE WORK-FILE
               IF WS-FILE-COUNT > 0 OR WS-RH-FILE-COUNT > 0
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT AUDIT-FILE
                   PERFORM RESTORE-ONE-AUDIT-ROW
                       UNTIL WS-WK-STATUS = "10"
                   CLOSE WORK-FILE
                   CLOSE AUDIT-FILE
               END-IF
               ADD WS-FILE-COUNT TO WS-ANON-AUDITLOG
               ADD WS-RH-FILE-COUNT TO WS-RH-TOTAL
           ELSE
           IF WS-AUD-STATUS NOT = "35"
               DISPLAY "AUDITLOG unavailable (status "
                   WS-AUD-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       COPY-ONE-AUDIT-ROW.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO WS-AUD-STATUS
               NOT AT END
                   PERFORM CHECK-CHAIN-BEFORE-ERASE
                   MOVE FUNCTION UPPER-CASE(AD-USERNAME)
                       TO WS-MATCH-KEY
                   IF WS-MATCH-KEY = WS-ERASE-KEY
                       MOVE WS-TOKEN TO AD-USERNAME
                       ADD 1 TO WS-FILE-COUNT
                   END-IF
                   PERFORM RECHAIN-AUDIT-ROW
                   MOVE AUDIT-RECORD TO WK-RECORD
                   WRITE WK-RECORD
           END-READ.

       RESTORE-ONE-AUDIT-ROW.
           READ WORK-FILE
               AT END
                   MOVE "10" TO WS-WK-STATUS
               NOT AT END
                   MOVE WK-RECORD TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
           END-READ.

       ANONYMISE-ARCHIVES.
           PERFORM LOAD-ARCHIVE-CATALOG.
           MOVE 0 TO WS-ARCH-DONE-FLAG.
           PERFORM ASK-ONE-EXTRA-ARCHIVE UNTIL WS-ARCH-DONE-FLAG = 1.
           PERFORM ANONYMISE-ONE-ARCHIVE
               VARYING WS-ARCH-IDX FROM 1 BY 1
               UNTIL WS-ARCH-IDX > WS-ARCH-COUNT.

       LOAD-ARCHIVE-CATALOG.
           MOVE 0 TO WS-ARCH-COUNT.
           MOVE SPACES TO WS-AC-STATUS.
           OPEN INPUT CATALOG-FILE.
           IF WS-AC-STATUS = "00"
               PERFORM LOAD-ONE-CATALOG-ROW UNTIL WS-AC-STATUS = "10"
               CLOSE CATALOG-FILE
           END-IF.
           DISPLAY WS-ARCH-COUNT " AUDARCH archive(s) listed in the "
               "ARCHCAT catalog.".

       LOAD-ONE-CATALOG-ROW.
           READ CATALOG-FILE
               AT END
                   MOVE "10" TO WS-AC-STATUS
               NOT AT END
                   IF AC-CUTOFF-DATE IS NUMERIC
                       MOVE AC-CUTOFF-DATE TO WS-ARCH-NEW-DATE
                       PERFORM ADD-ARCHIVE-DATE
                   END-IF
           END-READ.

      * A rerun of the archive with the same cutoff appends to the
      * same file, so each date is walked once
       ADD-ARCHIVE-DATE.
           MOVE 0 TO WS-ARCH-FOUND-FLAG.
           PERFORM FIND-ARCHIVE-DATE
               VARYING WS-ARCH-IDX FROM 1 BY 1
               UNTIL WS-ARCH-IDX > WS-ARCH-COUNT.
           IF WS-ARCH-FOUND-FLAG = 0
               IF WS-ARCH-COUNT < 200
                   ADD 1 TO WS-ARCH-COUNT
                   MOVE WS-ARCH-NEW-DATE TO WS-ARCH-DATE (WS-ARCH-COUNT)
               ELSE
                   DISPLAY "Archive list full - AUDARCH."
                       WS-ARCH-NEW-DATE " not walked."
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-IF.

       FIND-ARCHIVE-DATE.
           IF WS-ARCH-DATE (WS-ARCH-IDX) = WS-ARCH-NEW-DATE
               MOVE 1 TO WS-ARCH-FOUND-FLAG
           END-IF.

       ASK-ONE-EXTRA-ARCHIVE.
           DISPLAY "Any other AUDARCH cutoff date (YYYYMMDD) not in "
               "the catalog, or press ENTER when done:".
           ACCEPT WS-DATE-ANSWER.
           INSPECT WS-DATE-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           IF WS-DATE-ANSWER = SPACES
               MOVE 1 TO WS-ARCH-DONE-FLAG
           ELSE
               MOVE WS-DATE-ANSWER TO WS-DATE-TEST-VALUE
               IF WS-DATE-TEST-VALUE IS NUMERIC
                   MOVE WS-DATE-TEST-VALUE TO WS-ARCH-NEW-DATE
                   PERFORM ADD-ARCHIVE-DATE
               ELSE
                   DISPLAY "Invalid date please try again"
               END-IF
           END-IF.

       ANONYMISE-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "AUDARCH." WS-ARCH-DATE (WS-ARCH-IDX)
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
           MOVE SPACES TO WS-AR-STATUS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-AR-STATUS = "00"
               MOVE 0 TO WS-FILE-COUNT
               MOVE 0 TO WS-RH-FILE-COUNT
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-ARCHIVE-ROW UNTIL WS-AR-STATUS = "10"
               CLOSE ARCHIVE-FILE
               CLOSE WORK-FILE
               IF WS-FILE-COUNT > 0 OR WS-RH-FILE-COUNT > 0
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT ARCHIVE-FILE
                   PERFORM RESTORE-ONE-ARCHIVE-ROW
                       UNTIL WS-WK-STATUS = "10"
                   CLOSE WORK-FILE
                   CLOSE ARCHIVE-FILE
               END-IF
               ADD WS-FILE-COUNT TO WS-ANON-AUDARCH
               ADD WS-RH-FILE-COUNT TO WS-RH-TOTAL
           ELSE
               DISPLAY "Archive " FUNCTION TRIM(WS-ARCHIVE-NAME)
                   " not found (status " WS-AR-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF.

       COPY-ONE-ARCHIVE-ROW.
           READ ARCHIVE-FILE
               AT END
                   MOVE "10" TO WS-AR-STATUS
               NOT AT END
                   MOVE AR-RECORD TO AUDIT-RECORD
                   PERFORM CHECK-CHAIN-BEFORE-ERASE
                   MOVE FUNCTION UPPER-CASE(AD-USERNAME)
                       TO WS-MATCH-KEY
                   IF WS-MATCH-KEY = WS-ERASE-KEY
                       MOVE WS-TOKEN TO AD-USERNAME
                       ADD 1 TO WS-FILE-COUNT
                   END-IF
                   PERFORM RECHAIN-AUDIT-ROW
                   MOVE AUDIT-RECORD TO WK-RECORD
                   WRITE WK-RECORD
           END-READ.

       RESTORE-ONE-ARCHIVE-ROW.
           READ WORK-FILE
               AT END
                   MOVE "10" TO WS-WK-STATUS
               NOT AT END
                   MOVE WK-RECORD TO AR-RECORD
                   WRITE AR-RECORD
           END-READ.

      *-----------------------
      * Audit chain upkeep. The archives are walked before the live
      * log because they hold each date's older rows
      *-----------------------
       CHECK-CHAIN-BEFORE-ERASE.
           MOVE 0 TO WS-RH-CUR.
           MOVE 0 TO WS-RH-FOLLOWS-FLAG.
           IF (AD-TYPE = "G" OR AD-TYPE = "S")
                   AND AD-DATE IS NUMERIC AND AD-HASH IS NUMERIC
               PERFORM FIND-RECHAIN-DATE
           END-IF.
           IF WS-RH-CUR > 0
               MOVE AD-HASH TO WS-RH-STORED-HASH
               MOVE WS-RH-OLD-HASH (WS-RH-CUR) TO WS-CH-HASH
               PERFORM HASH-AUDIT-ROW
               IF WS-CH-HASH = AD-HASH
                   MOVE 1 TO WS-RH-FOLLOWS-FLAG
               END-IF
           END-IF.

       RECHAIN-AUDIT-ROW.
           IF WS-RH-CUR > 0
               IF WS-RH-FOLLOWS-FLAG = 1
                   MOVE WS-RH-NEW-HASH (WS-RH-CUR) TO WS-CH-HASH
                   PERFORM HASH-AUDIT-ROW
                   MOVE WS-CH-HASH TO AD-HASH
               END-IF
               IF AD-HASH NOT = WS-RH-STORED-HASH
                   ADD 1 TO WS-RH-FILE-COUNT
               END-IF
               MOVE WS-RH-STORED-HASH TO WS-RH-OLD-HASH (WS-RH-CUR)
               MOVE AD-HASH TO WS-RH-NEW-HASH (WS-RH-CUR)
           END-IF.

       FIND-RECHAIN-DATE.
           PERFORM MATCH-RECHAIN-DATE
               VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-COUNT OR WS-RH-CUR > 0.
           IF WS-RH-CUR = 0
               IF WS-RH-COUNT < 2000
                   ADD 1 TO WS-RH-COUNT
                   MOVE WS-RH-COUNT TO WS-RH-CUR
                   MOVE AD-DATE TO WS-RH-DATE (WS-RH-CUR)
                   MOVE AD-DATE TO WS-RH-OLD-HASH (WS-RH-CUR)
                   MOVE AD-DATE TO WS-RH-NEW-HASH (WS-RH-CUR)
               ELSE
               IF WS-RH-FULL-FLAG = 0
                   MOVE 1 TO WS-RH-FULL-FLAG
                   DISPLAY "Audit date table full - rows from "
                       AD-DATE " not re-chained."
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
               END-IF
           END-IF.

       MATCH-RECHAIN-DATE.
           IF WS-RH-DATE (WS-RH-IDX) = AD-DATE
               MOVE WS-RH-IDX TO WS-RH-CUR
           END-IF.

      * AUDITCHN holds each date's last hash for the game to chain on
      * from; it follows the re-chained rows where it agreed before
       UPDATE-CHAIN-CONTROL.
           IF WS-RH-TOTAL > 0
               MOVE SPACES TO WS-AH-STATUS
               OPEN I-O AUDIT-CHAIN-FILE
               IF WS-AH-STATUS = "00"
                   PERFORM UPDATE-ONE-CHAIN-ROW
                       VARYING WS-RH-IDX FROM 1 BY 1
                       UNTIL WS-RH-IDX > WS-RH-COUNT
                   CLOSE AUDIT-CHAIN-FILE
               ELSE
                   DISPLAY "AUDITCHN unavailable (status "
                       WS-AH-STATUS ")."
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-IF.

       UPDATE-ONE-CHAIN-ROW.
           IF WS-RH-OLD-HASH (WS-RH-IDX) NOT =
                   WS-RH-NEW-HASH (WS-RH-IDX)
               MOVE WS-RH-DATE (WS-RH-IDX) TO AH-DATE
               READ AUDIT-CHAIN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AH-LAST-HASH = WS-RH-OLD-HASH (WS-RH-IDX)
                           MOVE WS-RH-NEW-HASH (WS-RH-IDX)
                               TO AH-LAST-HASH
                           REWRITE AH-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

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

       ANONYMISE-TOURNAMENT-HISTORY.
           MOVE SPACES TO WS-TH-STATUS.
           OPEN INPUT TOURN-HIST-FILE.
           IF WS-TH-STATUS = "00"
               MOVE 0 TO WS-FILE-COUNT
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-TOURNAMENT-ROW
                   UNTIL WS-TH-STATUS = "10"
               CLOSE TOURN-HIST-FILE
               CLOSE WORK-FILE
               IF WS-FILE-COUNT > 0
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT TOURN-HIST-FILE
                   PERFORM RESTORE-ONE-TOURNAMENT-ROW
                       UNTIL WS-WK-STATUS = "10"
                   CLOSE WORK-FILE
                   CLOSE TOURN-HIST-FILE
               END-IF
               ADD WS-FILE-COUNT TO WS-ANON-TOURNHIST
           ELSE
           IF WS-TH-STATUS NOT = "35"
               DISPLAY "TOURNHIST unavailable (status "
                   WS-TH-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       COPY-ONE-TOURNAMENT-ROW.
           READ TOURN-HIST-FILE
               AT END
                   MOVE "10" TO WS-TH-STATUS
               NOT AT END
                   MOVE FUNCTION UPPER-CASE(TH-PLAYER)
                       TO WS-MATCH-KEY
                   IF WS-MATCH-KEY = WS-ERASE-KEY
                       MOVE WS-TOKEN TO TH-PLAYER
                       ADD 1 TO WS-FILE-COUNT
                   END-IF
                   MOVE TH-RECORD TO WK-RECORD
                   WRITE WK-RECORD
           END-READ.

       RESTORE-ONE-TOURNAMENT-ROW.
           READ WORK-FILE
               AT END
                   MOVE "10" TO WS-WK-STATUS
               NOT AT END
                   MOVE WK-RECORD TO TH-RECORD
                   WRITE TH-RECORD
           END-READ.

       ANONYMISE-REDEMPTIONS.
           MOVE SPACES TO WS-RD-STATUS.
           OPEN INPUT REDEMPT-FILE.
           IF WS-RD-STATUS = "00"
               MOVE 0 TO WS-FILE-COUNT
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-REDEMPTION-ROW
                   UNTIL WS-RD-STATUS = "10"
               CLOSE REDEMPT-FILE
               CLOSE WORK-FILE
               IF WS-FILE-COUNT > 0
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT REDEMPT-FILE
                   PERFORM RESTORE-ONE-REDEMPTION-ROW
                       UNTIL WS-WK-STATUS = "10"
                   CLOSE WORK-FILE
                   CLOSE REDEMPT-FILE
               END-IF
               ADD WS-FILE-COUNT TO WS-ANON-REDEMPT
           ELSE
           IF WS-RD-STATUS NOT = "35"
               DISPLAY "REDEMPT unavailable (status "
                   WS-RD-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       COPY-ONE-REDEMPTION-ROW.
           READ REDEMPT-FILE
               AT END
                   MOVE "10" TO WS-RD-STATUS
               NOT AT END
                   IF RD-USERNAME = WS-ERASE-KEY
                       MOVE WS-TOKEN TO RD-USERNAME
                       ADD 1 TO WS-FILE-COUNT
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

       ANONYMISE-EXCEPTIONS.
           MOVE SPACES TO WS-EX-STATUS.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EX-STATUS = "00"
               MOVE 0 TO WS-FILE-COUNT
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-EXCEPTION-ROW
                   UNTIL WS-EX-STATUS = "10"
               CLOSE EXCEPTION-FILE
               CLOSE WORK-FILE
               IF WS-FILE-COUNT > 0
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT EXCEPTION-FILE
                   PERFORM RESTORE-ONE-EXCEPTION-ROW
                       UNTIL WS-WK-STATUS = "10"
                   CLOSE WORK-FILE
                   CLOSE EXCEPTION-FILE
               END-IF
               ADD WS-FILE-COUNT TO WS-ANON-INTEGEXC
           ELSE
           IF WS-EX-STATUS NOT = "35"
               DISPLAY "INTEGEXC unavailable (status "
                   WS-EX-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       COPY-ONE-EXCEPTION-ROW.
           READ EXCEPTION-FILE
               AT END
                   MOVE "10" TO WS-EX-STATUS
               NOT AT END
                   MOVE FUNCTION UPPER-CASE(EX-USERNAME)
                       TO WS-MATCH-KEY
                   IF WS-MATCH-KEY = WS-ERASE-KEY
                       MOVE WS-TOKEN TO EX-USERNAME
                       ADD 1 TO WS-FILE-COUNT
                   END-IF
                   MOVE EX-RECORD TO WK-RECORD
                   WRITE WK-RECORD
           END-READ.

       RESTORE-ONE-EXCEPTION-ROW.
           READ WORK-FILE
               AT END
                   MOVE "10" TO WS-WK-STATUS
               NOT AT END
                   MOVE WK-RECORD TO EX-RECORD
                   WRITE EX-RECORD
           END-READ.

      * PLAYER-MAINT's player actions logged the name as a key - both
      * keys for a rename, merge, status change, PIN reset or lock
      * clear, the first for a hold clear, whose second key is the
      * operator. Rows the batch steps log carry operator IDs and
      * tags in the keys and are left as they are
       ANONYMISE-MAINT-LOG.
           MOVE SPACES TO WS-LG-STATUS.
           OPEN INPUT MAINT-LOG-FILE.
           IF WS-LG-STATUS = "00"
               MOVE 0 TO WS-FILE-COUNT
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-ONE-MAINT-ROW UNTIL WS-LG-STATUS = "10"
               CLOSE MAINT-LOG-FILE
               CLOSE WORK-FILE
               IF WS-FILE-COUNT > 0
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT MAINT-LOG-FILE
                   PERFORM RESTORE-ONE-MAINT-ROW
                       UNTIL WS-WK-STATUS = "10"
                   CLOSE WORK-FILE
                   CLOSE MAINT-LOG-FILE
               END-IF
               ADD WS-FILE-COUNT TO WS-ANON-PLMAINT
           ELSE
           IF WS-LG-STATUS NOT = "35"
               DISPLAY "PLMAINT unavailable (status "
                   WS-LG-STATUS ")."
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           END-IF.

       COPY-ONE-MAINT-ROW.
           READ MAINT-LOG-FILE
               AT END
                   MOVE "10" TO WS-LG-STATUS
               NOT AT END
                   EVALUATE PM-ACTION
                       WHEN "RENAME"
                       WHEN "MERGE"
                       WHEN "DEACTIVATE"
                       WHEN "REACTIVATE"
                       WHEN "PINRESET"
                       WHEN "UNLOCK"
                           PERFORM ANONYMISE-MAINT-KEY-1
                           PERFORM ANONYMISE-MAINT-KEY-2
                       WHEN "HOLDCLEAR"
                           PERFORM ANONYMISE-MAINT-KEY-1
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE PM-RECORD TO WK-RECORD
                   WRITE WK-RECORD
           END-READ.

       ANONYMISE-MAINT-KEY-1.
           MOVE FUNCTION UPPER-CASE(PM-KEY-1) TO WS-MATCH-KEY.
           IF WS-MATCH-KEY = WS-ERASE-KEY
               MOVE WS-TOKEN TO PM-KEY-1
               ADD 1 TO WS-FILE-COUNT
           END-IF.

       ANONYMISE-MAINT-KEY-2.
           MOVE FUNCTION UPPER-CASE(PM-KEY-2) TO WS-MATCH-KEY.
           IF WS-MATCH-KEY = WS-ERASE-KEY
               MOVE WS-TOKEN TO PM-KEY-2
               ADD 1 TO WS-FILE-COUNT
           END-IF.

       RESTORE-ONE-MAINT-ROW.
           READ WORK-FILE
               AT END
                   MOVE "10" TO WS-WK-STATUS
               NOT AT END
                   MOVE WK-RECORD TO PM-RECORD
                   WRITE PM-RECORD
           END-READ.

       WRITE-ERASE-LOG.
           MOVE SPACES TO WS-LG-STATUS.
           OPEN EXTEND MAINT-LOG-FILE.
           IF WS-LG-STATUS = "35"
               OPEN OUTPUT MAINT-LOG-FILE
               CLOSE MAINT-LOG-FILE
               OPEN EXTEND MAINT-LOG-FILE
           END-IF.
           MOVE SPACES TO PM-RECORD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO PM-DATE.
           MOVE "ERASE" TO PM-ACTION.
           MOVE WS-TOKEN TO PM-KEY-1.
           MOVE WS-OP-ID TO PM-KEY-2.
           MOVE WS-OP-ID TO PM-OPERATOR.
           WRITE PM-RECORD.
           CLOSE MAINT-LOG-FILE.

      *-----------------------
      * The certificate carries the reference, never the name
      *-----------------------
       PRINT-CERTIFICATE.
           MOVE "HIGHER OR LOWER - PLAYER DATA ERASURE CERTIFICATE"
               TO RP-LINE.
           PERFORM WRITE-CERT-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Erasure reference: " WS-TOKEN
               "    Date: " WS-TODAY-DATE
               DELIMITED BY SIZE INTO RP-LINE.
           PERFORM WRITE-CERT-LINE.
           MOVE SPACES TO RP-LINE.
           IF WS-REGISTERED-FLAG = 1
               STRING "Operator: " WS-OP-ID
                   "    Registered player: YES"
                   DELIMITED BY SIZE INTO RP-LINE
           ELSE
               STRING "Operator: " WS-OP-ID
                   "    Registered player: NO"
                   DELIMITED BY SIZE INTO RP-LINE
           END-IF.
           PERFORM WRITE-CERT-LINE.
           MOVE "------------------------------------------------" TO
               RP-LINE.
           PERFORM WRITE-CERT-LINE.
           MOVE "Records deleted:" TO RP-LINE.
           PERFORM WRITE-CERT-LINE.
           MOVE "  PLAYERS" TO WS-CERT-LABEL.
           MOVE WS-DEL-PLAYERS TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  LEADERBOARD" TO WS-CERT-LABEL.
           MOVE WS-DEL-LEADERBOARD TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  BADGES" TO WS-CERT-LABEL.
           MOVE WS-DEL-BADGES TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  RATINGS" TO WS-CERT-LABEL.
           MOVE WS-DEL-RATINGS TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  RANKS" TO WS-CERT-LABEL.
           MOVE WS-DEL-RANKS TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  CHECKPOINT" TO WS-CERT-LABEL.
           MOVE WS-DEL-CHECKPOINT TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  HOLDS" TO WS-CERT-LABEL.
           MOVE WS-DEL-HOLDS TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "Records anonymised:" TO RP-LINE.
           PERFORM WRITE-CERT-LINE.
           MOVE "  SEASONHIST" TO WS-CERT-LABEL.
           MOVE WS-ANON-SEASONHIST TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  LEAGUE" TO WS-CERT-LABEL.
           MOVE WS-ANON-LEAGUE TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  FIXTURES" TO WS-CERT-LABEL.
           MOVE WS-ANON-FIXTURES TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  DAILYCHAL" TO WS-CERT-LABEL.
           MOVE WS-ANON-DAILYCHAL TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  AUDITLOG" TO WS-CERT-LABEL.
           MOVE WS-ANON-AUDITLOG TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  AUDITIDX" TO WS-CERT-LABEL.
           MOVE WS-ANON-AUDITIDX TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE SPACES TO WS-CERT-LABEL.
           STRING "  AUDARCH (" WS-ARCH-COUNT " files)"
               DELIMITED BY SIZE INTO WS-CERT-LABEL.
           MOVE WS-ANON-AUDARCH TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  TOURNHIST" TO WS-CERT-LABEL.
           MOVE WS-ANON-TOURNHIST TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  REDEMPT" TO WS-CERT-LABEL.
           MOVE WS-ANON-REDEMPT TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  SESSIONS" TO WS-CERT-LABEL.
           MOVE WS-ANON-SESSIONS TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  PTSLEDGER" TO WS-CERT-LABEL.
           MOVE WS-ANON-PTSLEDGER TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  INTEGEXC" TO WS-CERT-LABEL.
           MOVE WS-ANON-INTEGEXC TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "  PLMAINT (key fields)" TO WS-CERT-LABEL.
           MOVE WS-ANON-PLMAINT TO WS-CERT-COUNT.
           PERFORM WRITE-CERT-COUNT-LINE.
           MOVE "------------------------------------------------" TO
               RP-LINE.
           PERFORM WRITE-CERT-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Total records touched: " WS-TOTAL-TOUCHED
               DELIMITED BY SIZE INTO RP-LINE.
           PERFORM WRITE-CERT-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Audit rows re-chained: " WS-RH-TOTAL
               DELIMITED BY SIZE INTO RP-LINE.
           PERFORM WRITE-CERT-LINE.
           IF WS-PROBLEM-COUNT = 0
               MOVE "ERASURE COMPLETE" TO RP-LINE
           ELSE
               MOVE SPACES TO RP-LINE
               STRING "*** ERASURE INCOMPLETE - " WS-PROBLEM-COUNT
                   " file(s) could not be processed ***"
                   DELIMITED BY SIZE INTO RP-LINE
           END-IF.
           PERFORM WRITE-CERT-LINE.

       WRITE-CERT-COUNT-LINE.
           MOVE SPACES TO RP-LINE.
           STRING WS-CERT-LABEL " " WS-CERT-COUNT
               DELIMITED BY SIZE INTO RP-LINE.
           ADD WS-CERT-COUNT TO WS-TOTAL-TOUCHED.
           PERFORM WRITE-CERT-LINE.

       WRITE-CERT-LINE.
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
       END PROGRAM PLAYER-ERASE.
