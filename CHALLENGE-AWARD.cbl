      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: Nightly daily-challenge close - reads one business
      *          date's DAILYCHAL attempts, ranks each difficulty's
      *          players by fewest attempts (those who found the
      *          number ahead of those who ran out or walked away),
      *          awards the challenge-winner badge for that
      *          difficulty through the BADGES file to every player
      *          tied on the fewest attempts, and prints the day's
      *          results to CHALRPT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CHALLENGE-AWARD.
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
           SELECT DAILY-CHAL-FILE ASSIGN TO "DAILYCHAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-KEY
               ALTERNATE RECORD KEY IS DC-BOARD-KEY
               FILE STATUS IS WS-DC-STATUS.

           SELECT BADGE-FILE ASSIGN TO "BADGES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BG-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CHALRPT"
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

       FD  BADGE-FILE.
       01  BG-RECORD.
           05  BG-KEY.
               10  BG-USERNAME     PIC X(7).
               10  BG-CODE         PIC X(8).
           05  BG-DATE-EARNED      PIC 9(8).
           05  BG-LABEL            PIC X(30).

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
       01  WS-DC-STATUS PIC XX.
       01  WS-BG-STATUS PIC XX.
       01  WS-BD-STATUS PIC XX.
       01  WS-RP-STATUS PIC XX.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-TARGET-DATE PIC 9(8).
       01  WS-DATE-ANSWER PIC X(8).
       01  WS-DATE-TEST-VALUE PIC X(8).

      *-----------------------
      * The day's attempts come ranked in DAILYCHAL board-key order;
      * a first pass counts them per difficulty so each section's
      * heading can carry its totals
      *-----------------------
       01  WS-ENT-COUNT PIC 9(4) VALUE 0.
       01  WS-DT-IDX PIC 99.
       01  WS-DT-TABLE.
           05  WS-DT-ENTRY OCCURS 9 TIMES.
               10  WS-DT-ENTRANTS    PIC 9(4).
               10  WS-DT-FOUND       PIC 9(4).

      *-----------------------
      * Per-difficulty break fields
      *-----------------------
       01  WS-CUR-DIFFICULTY PIC 9.
       01  WS-CUR-RANK PIC 9(4).
       01  WS-CUR-BEST PIC 99.
       01  WS-CUR-HAS-WINNER PIC 9 VALUE 0.
       01  WS-CUR-ENTRANTS PIC 9(4).
       01  WS-CUR-FOUND PIC 9(4).
       01  WS-RESULT-TEXT PIC X(9).
       01  WS-AWARD-TEXT PIC X(12).
       01  WS-BADGE-CODE PIC X(8).
       01  WS-BADGE-LABEL PIC X(30).

      *-----------------------
      * Report totals
      *-----------------------
       01  WS-TOTAL-WINNERS PIC 9(4) VALUE 0.
       01  WS-TOTAL-NEW-BADGES PIC 9(4) VALUE 0.
       01  WS-TOTAL-HELD-BADGES PIC 9(4) VALUE 0.
       01  WS-TOTAL-FOUND PIC 9(4) VALUE 0.

      *-----------------------
      * Report filing. The finished report is filed in the report
      * repository as a generation of its report ID for the business
      * date and indexed in REPORTIDX; the fixed-name file remains the
      * latest copy
      *-----------------------
       78  WS-RG-PAGE-LINES VALUE 60.
       78  WS-RG-DEFAULT-KEEP VALUE 31.
       01  WS-RG-REPORT-ID PIC X(8) VALUE "CHALRPT".
       01  WS-RG-PROGRAM PIC X(17) VALUE "CHALLENGE-AWARD".
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
           PERFORM COUNT-DAY-ATTEMPTS.
           MOVE SPACES TO WS-BG-STATUS.
           OPEN I-O BADGE-FILE.
           IF WS-BG-STATUS = "35"
               OPEN OUTPUT BADGE-FILE
               CLOSE BADGE-FILE
               OPEN I-O BADGE-FILE
           END-IF.
           IF WS-BG-STATUS NOT = "00"
               DISPLAY "FATAL: BADGES file unavailable (status "
                   WS-BG-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADER.
           MOVE 0 TO WS-CUR-DIFFICULTY.
           PERFORM REPORT-DAY-ATTEMPTS.
           PERFORM PRINT-REPORT-FOOTER.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-GENERATION.
           CLOSE BADGE-FILE.
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
           DISPLAY "Close the challenge for which date, YYYYMMDD, or "
               "press ENTER for the business date ("
               WS-BUSINESS-DATE "):".
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

      * No DAILYCHAL file yet simply means nobody has played a
      * challenge, which still gets its (empty) report
       COUNT-DAY-ATTEMPTS.
           PERFORM CLEAR-ONE-DIFFICULTY-COUNT
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > 9.
           MOVE SPACES TO WS-DC-STATUS.
           OPEN INPUT DAILY-CHAL-FILE.
           IF WS-DC-STATUS = "00"
               PERFORM START-DAY-ATTEMPTS
               PERFORM COUNT-ONE-ATTEMPT
                   UNTIL WS-DC-STATUS NOT = "00"
               CLOSE DAILY-CHAL-FILE
           ELSE
           IF WS-DC-STATUS NOT = "35"
               DISPLAY "FATAL: DAILYCHAL file unavailable (status "
                   WS-DC-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.

       CLEAR-ONE-DIFFICULTY-COUNT.
           MOVE 0 TO WS-DT-ENTRANTS (WS-DT-IDX).
           MOVE 0 TO WS-DT-FOUND (WS-DT-IDX).

       START-DAY-ATTEMPTS.
           MOVE WS-TARGET-DATE TO DC-BOARD-DATE.
           MOVE 0 TO DC-BOARD-DIFFICULTY.
           MOVE 0 TO DC-BOARD-ORDER.
           MOVE 0 TO DC-BOARD-ATTEMPTS.
           MOVE LOW-VALUES TO DC-BOARD-USERNAME.
           START DAILY-CHAL-FILE KEY >= DC-BOARD-KEY
               INVALID KEY
                   MOVE "23" TO WS-DC-STATUS
           END-START.

       READ-DAY-ATTEMPT.
           READ DAILY-CHAL-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-DC-STATUS
               NOT AT END
                   IF DC-BOARD-DATE NOT = WS-TARGET-DATE
                       MOVE "10" TO WS-DC-STATUS
                   END-IF
           END-READ.

       COUNT-ONE-ATTEMPT.
           PERFORM READ-DAY-ATTEMPT.
           IF WS-DC-STATUS = "00"
               ADD 1 TO WS-ENT-COUNT
               IF DC-BOARD-DIFFICULTY > 0
                   ADD 1 TO WS-DT-ENTRANTS (DC-BOARD-DIFFICULTY)
                   IF DC-BOARD-ORDER = 1
                       ADD 1 TO WS-DT-FOUND (DC-BOARD-DIFFICULTY)
                   END-IF
               END-IF
           END-IF.

       REPORT-DAY-ATTEMPTS.
           MOVE SPACES TO WS-DC-STATUS.
           OPEN INPUT DAILY-CHAL-FILE.
           IF WS-DC-STATUS = "00"
               PERFORM START-DAY-ATTEMPTS
               PERFORM REPORT-ONE-ATTEMPT
                   UNTIL WS-DC-STATUS NOT = "00"
               CLOSE DAILY-CHAL-FILE
           END-IF.

       REPORT-ONE-ATTEMPT.
           PERFORM READ-DAY-ATTEMPT.
           IF WS-DC-STATUS = "00"
               PERFORM REPORT-ONE-ENTRY
           END-IF.

      * The first entry of each difficulty sets the winning attempt
      * count when it found the number; everyone who found it in the
      * same number of attempts shares the win
       REPORT-ONE-ENTRY.
           IF DC-BOARD-DIFFICULTY NOT = WS-CUR-DIFFICULTY
               PERFORM START-DIFFICULTY-SECTION
           END-IF.
           ADD 1 TO WS-CUR-RANK.
           MOVE SPACES TO WS-AWARD-TEXT.
           EVALUATE DC-BOARD-ORDER
               WHEN 1
                   MOVE "FOUND" TO WS-RESULT-TEXT
                   ADD 1 TO WS-TOTAL-FOUND
               WHEN 2
                   MOVE "OUT" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "UNFINISHD" TO WS-RESULT-TEXT
           END-EVALUATE.
           IF WS-CUR-HAS-WINNER = 1
                   AND DC-BOARD-ORDER = 1
                   AND DC-ATTEMPTS = WS-CUR-BEST
               ADD 1 TO WS-TOTAL-WINNERS
               PERFORM AWARD-WINNER-BADGE
           END-IF.
           MOVE SPACES TO RP-LINE.
           STRING WS-CUR-RANK "  " DC-USERNAME-DISPLAY
               "   " DC-ATTEMPTS
               "       " WS-RESULT-TEXT
               "  " WS-AWARD-TEXT
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       START-DIFFICULTY-SECTION.
           MOVE DC-BOARD-DIFFICULTY TO WS-CUR-DIFFICULTY.
           MOVE 0 TO WS-CUR-RANK.
           MOVE 0 TO WS-CUR-HAS-WINNER.
           MOVE 0 TO WS-CUR-BEST.
           IF DC-BOARD-ORDER = 1
               MOVE 1 TO WS-CUR-HAS-WINNER
               MOVE DC-ATTEMPTS TO WS-CUR-BEST
           END-IF.
           MOVE 0 TO WS-CUR-ENTRANTS.
           MOVE 0 TO WS-CUR-FOUND.
           IF WS-CUR-DIFFICULTY > 0
               MOVE WS-DT-ENTRANTS (WS-CUR-DIFFICULTY)
                   TO WS-CUR-ENTRANTS
               MOVE WS-DT-FOUND (WS-CUR-DIFFICULTY) TO WS-CUR-FOUND
           END-IF.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "DIFFICULTY " WS-CUR-DIFFICULTY
               "   secret " DC-SECRET
               "   entrants " WS-CUR-ENTRANTS
               "   found it " WS-CUR-FOUND
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "POS   PLAYER   GUESSES  RESULT     AWARD" TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

      * A duplicate key means the player already holds the badge for
      * this difficulty from an earlier day; an erased reference has
      * no player left to hold one
       AWARD-WINNER-BADGE.
           IF DC-USERNAME-KEY (1:1) = "*"
               MOVE "WINNER" TO WS-AWARD-TEXT
           ELSE
               MOVE SPACES TO WS-BADGE-CODE
               STRING "DAILYWN" WS-CUR-DIFFICULTY
                   DELIMITED BY SIZE INTO WS-BADGE-CODE
               MOVE SPACES TO WS-BADGE-LABEL
               STRING "Daily challenge winner, diff "
                   WS-CUR-DIFFICULTY
                   DELIMITED BY SIZE INTO WS-BADGE-LABEL
               MOVE SPACES TO BG-RECORD
               MOVE DC-USERNAME-KEY TO BG-USERNAME
               MOVE WS-BADGE-CODE TO BG-CODE
               MOVE WS-TARGET-DATE TO BG-DATE-EARNED
               MOVE WS-BADGE-LABEL TO BG-LABEL
               WRITE BG-RECORD
                   INVALID KEY
                       MOVE "WINNER-HELD" TO WS-AWARD-TEXT
                       ADD 1 TO WS-TOTAL-HELD-BADGES
                   NOT INVALID KEY
                       MOVE "WINNER-BADGE" TO WS-AWARD-TEXT
                       ADD 1 TO WS-TOTAL-NEW-BADGES
               END-WRITE
           END-IF.

       PRINT-REPORT-HEADER.
           MOVE "HIGHER OR LOWER - DAILY CHALLENGE RESULTS" TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Challenge date: " WS-TARGET-DATE
               DELIMITED BY SIZE INTO RP-LINE.
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
           STRING "Players entered:      " WS-ENT-COUNT
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Found the number:     " WS-TOTAL-FOUND
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Winners:              " WS-TOTAL-WINNERS
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Badges awarded:       " WS-TOTAL-NEW-BADGES
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Badges already held:  " WS-TOTAL-HELD-BADGES
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           IF WS-ENT-COUNT = 0
               MOVE "NO CHALLENGE ATTEMPTS FOR THIS DATE" TO RP-LINE
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
       END PROGRAM CHALLENGE-AWARD.
