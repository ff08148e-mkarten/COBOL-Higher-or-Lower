      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: League standings report - for a season, prints each
      *          division's table from the LEAGUE file in finishing
      *          order (points, then wins, then fewest total
      *          attempts) with the fixtures played out of those
      *          scheduled, and marks the promotion and relegation
      *          places SEASON-CLOSE will apply, to LEAGRPT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LEAGUE-REPORT.
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

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LEAGRPT"
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
       78  WS-LEAGUE-MOVES VALUE 2.
       01  WS-LE-STATUS PIC XX.
       01  WS-FX-STATUS PIC XX.
       01  WS-BD-STATUS PIC XX.
       01  WS-RP-STATUS PIC XX.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-SEASON PIC X(6).
       01  WS-SEASON-PARTS REDEFINES WS-SEASON.
           05  WS-SEASON-YEAR      PIC 9(4).
           05  WS-SEASON-MONTH     PIC 99.
       01  WS-SEASON-ANSWER PIC X(6).
       01  WS-SEASON-TEST-VALUE PIC X(6).

      *-----------------------
      * The season's entries in finishing order within division
      *-----------------------
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
               10  WS-ENT-PLAYED    PIC 9(3).
               10  WS-ENT-DRAWN     PIC 9(3).
               10  WS-ENT-LOST      PIC 9(3).
       01  WS-ENT-SWAP PIC X(36).
       01  WS-MAX-DIVISION PIC 9 VALUE 0.
       01  WS-DIV-DIVISION PIC 9.
       01  WS-DIV-POSITION PIC 9(3).
       01  WS-DIV-SIZE PIC 9(3).
       01  WS-DIV-MOVES PIC 9(3).
       01  WS-ZONE PIC X(10).

      *-----------------------
      * Fixtures per division, scheduled and played
      *-----------------------
       01  WS-FIX-SCHEDULED OCCURS 9 TIMES PIC 9(5).
       01  WS-FIX-PLAYED OCCURS 9 TIMES PIC 9(5).
       01  WS-TOTAL-SCHEDULED PIC 9(6) VALUE 0.
       01  WS-TOTAL-PLAYED PIC 9(6) VALUE 0.

      *-----------------------
      * Report filing. The finished report is filed in the report
      * repository as a generation of its report ID for the business
      * date and indexed in REPORTIDX; the fixed-name file remains the
      * latest copy
      *-----------------------
       78  WS-RG-PAGE-LINES VALUE 60.
       78  WS-RG-DEFAULT-KEEP VALUE 31.
       01  WS-RG-REPORT-ID PIC X(8) VALUE "LEAGRPT".
       01  WS-RG-PROGRAM PIC X(17) VALUE "LEAGUE-REPORT".
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
           PERFORM ASK-SEASON.
           MOVE SPACES TO WS-LE-STATUS.
           OPEN INPUT LEAGUE-FILE.
           IF WS-LE-STATUS NOT = "00"
               DISPLAY "FATAL: LEAGUE file unavailable (status "
                   WS-LE-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-LEAGUE-ENTRIES.
           CLOSE LEAGUE-FILE.
           PERFORM COUNT-FIXTURES.
           PERFORM SORT-ENTRIES-OUTER
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX >= WS-ENT-COUNT.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADER.
           MOVE 0 TO WS-DIV-DIVISION.
           PERFORM PRINT-ONE-ENTRY
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-COUNT.
           PERFORM PRINT-REPORT-FOOTER.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-GENERATION.
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

       ASK-SEASON.
           DISPLAY "Season to report, YYYYMM, or press ENTER for the "
               "current business month (" WS-BUSINESS-DATE (1:6) "):".
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

       LOAD-LEAGUE-ENTRIES.
           MOVE 0 TO WS-ENT-COUNT.
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

       LOAD-ONE-LEAGUE-ENTRY.
           READ LEAGUE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LE-STATUS
               NOT AT END
                   IF LE-SEASON NOT = WS-SEASON
                       MOVE "10" TO WS-LE-STATUS
                   ELSE
                       PERFORM ADD-LEAGUE-ENTRY
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
               MOVE LE-PLAYED TO WS-ENT-PLAYED (WS-ENT-COUNT)
               MOVE LE-DRAWN TO WS-ENT-DRAWN (WS-ENT-COUNT)
               MOVE LE-LOST TO WS-ENT-LOST (WS-ENT-COUNT)
               IF LE-DIVISION > WS-MAX-DIVISION
                   MOVE LE-DIVISION TO WS-MAX-DIVISION
               END-IF
           ELSE
               ADD 1 TO WS-ENT-OVERFLOW
           END-IF.

       COUNT-FIXTURES.
           PERFORM CLEAR-ONE-FIXTURE-COUNT
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > 9.
           MOVE SPACES TO WS-FX-STATUS.
           OPEN INPUT FIXTURE-FILE.
           IF WS-FX-STATUS = "00"
               MOVE WS-SEASON TO FX-SEASON
               MOVE 0 TO FX-WEEK
               MOVE 0 TO FX-DIVISION
               MOVE 0 TO FX-MATCH
               START FIXTURE-FILE KEY >= FX-KEY
                   INVALID KEY
                       MOVE "23" TO WS-FX-STATUS
               END-START
               PERFORM COUNT-ONE-FIXTURE
                   UNTIL WS-FX-STATUS NOT = "00"
               CLOSE FIXTURE-FILE
           END-IF.

       CLEAR-ONE-FIXTURE-COUNT.
           MOVE 0 TO WS-FIX-SCHEDULED (WS-ENT-IDX).
           MOVE 0 TO WS-FIX-PLAYED (WS-ENT-IDX).

       COUNT-ONE-FIXTURE.
           READ FIXTURE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FX-STATUS
               NOT AT END
                   IF FX-SEASON NOT = WS-SEASON
                       MOVE "10" TO WS-FX-STATUS
                   ELSE
                   IF FX-DIVISION > 0
                       ADD 1 TO WS-FIX-SCHEDULED (FX-DIVISION)
                       ADD 1 TO WS-TOTAL-SCHEDULED
                       IF FX-STATUS = "P"
                           ADD 1 TO WS-FIX-PLAYED (FX-DIVISION)
                           ADD 1 TO WS-TOTAL-PLAYED
                       END-IF
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

      * Each division starts with its own heading; the promotion and
      * relegation places follow the same sizing SEASON-CLOSE uses
       PRINT-ONE-ENTRY.
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
               PERFORM PRINT-DIVISION-HEADER
           END-IF.
           ADD 1 TO WS-DIV-POSITION.
           MOVE SPACES TO WS-ZONE.
           IF WS-DIV-POSITION <= WS-DIV-MOVES AND WS-DIV-DIVISION > 1
               MOVE "PROMOTION" TO WS-ZONE
           END-IF.
           IF WS-DIV-POSITION > WS-DIV-SIZE - WS-DIV-MOVES
                   AND WS-DIV-DIVISION < WS-MAX-DIVISION
               MOVE "RELEGATION" TO WS-ZONE
           END-IF.
           MOVE SPACES TO RP-LINE.
           STRING WS-DIV-POSITION "  " WS-ENT-NAME (WS-ENT-IDX)
               "  " WS-ENT-PLAYED (WS-ENT-IDX)
               "  " WS-ENT-WON (WS-ENT-IDX)
               "  " WS-ENT-DRAWN (WS-ENT-IDX)
               "  " WS-ENT-LOST (WS-ENT-IDX)
               "  " WS-ENT-POINTS (WS-ENT-IDX)
               "  " WS-ENT-ATTEMPTS (WS-ENT-IDX)
               "  " WS-ZONE
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       COUNT-DIVISION-SIZE.
           IF WS-ENT-DIVISION (WS-ENT-J) = WS-DIV-DIVISION
               ADD 1 TO WS-DIV-SIZE
           END-IF.

       PRINT-DIVISION-HEADER.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "DIVISION " WS-DIV-DIVISION "    fixtures played "
               WS-FIX-PLAYED (WS-DIV-DIVISION) " of "
               WS-FIX-SCHEDULED (WS-DIV-DIVISION)
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "POS  PLAYER   PLD  WON  DRN  LST   PTS  TRIES"
               TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       PRINT-REPORT-HEADER.
           MOVE "HIGHER OR LOWER - LEAGUE STANDINGS" TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Season: " WS-SEASON
               "   Business date: " WS-BUSINESS-DATE
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
           STRING "Players enrolled:    " WS-ENT-COUNT
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Fixtures played:     " WS-TOTAL-PLAYED " of "
               WS-TOTAL-SCHEDULED
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           IF WS-ENT-OVERFLOW > 0
               MOVE SPACES TO RP-LINE
               STRING "WARNING: entry table full - " WS-ENT-OVERFLOW
                   " entries not printed"
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               DISPLAY RP-LINE
           END-IF.
           IF WS-ENT-COUNT = 0
               MOVE "NOBODY ENROLLED FOR THIS SEASON" TO RP-LINE
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
       END PROGRAM LEAGUE-REPORT.
