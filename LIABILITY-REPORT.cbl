      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: Points liability summary - takes a from/to date range
      *          and rolls the PTSLEDGER points ledger forward: opening
      *          balance, points earned (game and tournament lots),
      *          redeemed and expired, and the closing balance. The
      *          points still open are aged by lot date into 0-3, 3-6,
      *          6-12 and 12+ month buckets as at the last posted
      *          date, and the roll-forward is proved against the
      *          ledger's own open-lot totals, so finance signs off a
      *          figure that balances to the ledger
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LIABILITY-REPORT.
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
           SELECT LEDGER-FILE ASSIGN TO "PTSLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LG-STATUS.

           SELECT LEDGER-CTL-FILE ASSIGN TO "PTSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LIABRPT"
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

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
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

       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05  BD-CURRENT-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  BD-PRIOR-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       78  WS-NEW-LINE VALUE X"0D".
       01  WS-LG-STATUS PIC XX.
       01  WS-LC-STATUS PIC XX.
       01  WS-RP-STATUS PIC XX.
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-DATE-ANSWER PIC X(8).
       01  WS-DATE-TEST-VALUE PIC X(8).
       01  WS-LAST-POSTED PIC 9(8) VALUE 0.
       01  WS-EXPIRY-MONTHS PIC 9(3) VALUE 0.

      *-----------------------
      * Lot age in whole months at the last posted date
      *-----------------------
       01  WS-AGING-DATE PIC 9(8).
       01  WS-AGING-PARTS REDEFINES WS-AGING-DATE.
           05  WS-AG-YEAR  PIC 9(4).
           05  WS-AG-MONTH PIC 99.
           05  WS-AG-DAY   PIC 99.
       01  WS-LOT-DATE PIC 9(8).
       01  WS-LOT-PARTS REDEFINES WS-LOT-DATE.
           05  WS-LOT-YEAR  PIC 9(4).
           05  WS-LOT-MONTH PIC 99.
           05  WS-LOT-DAY   PIC 99.
       01  WS-AGE-MONTHS PIC S9(6).

      *-----------------------
      * Period roll-forward, and the whole-ledger figures it is
      * proved against
      *-----------------------
       01  WS-OPENING PIC S9(10) VALUE 0.
       01  WS-EARNED-GAME PIC S9(10) VALUE 0.
       01  WS-EARNED-TOURN PIC S9(10) VALUE 0.
       01  WS-REDEEMED PIC S9(10) VALUE 0.
       01  WS-EXPIRED PIC S9(10) VALUE 0.
       01  WS-CLOSING PIC S9(10) VALUE 0.
       01  WS-ROLLED PIC S9(10) VALUE 0.
       01  WS-LEDGER-FLOW PIC S9(10) VALUE 0.
       01  WS-OPEN-LOTS PIC S9(10) VALUE 0.
       01  WS-OPEN-REDEEMED PIC S9(10) VALUE 0.
       01  WS-OUTSTANDING PIC S9(10) VALUE 0.
       01  WS-DIFFERENCE PIC S9(10) VALUE 0.
       01  WS-AGE-0-3 PIC S9(10) VALUE 0.
       01  WS-AGE-3-6 PIC S9(10) VALUE 0.
       01  WS-AGE-6-12 PIC S9(10) VALUE 0.
       01  WS-AGE-12-UP PIC S9(10) VALUE 0.
       01  WS-ROW-COUNT PIC 9(7) VALUE 0.
       01  WS-AMOUNT-DISP PIC -(10)9.
       01  WS-AMOUNT-LABEL PIC X(36).

      *-----------------------
      * Report filing. The finished report is filed in the report
      * repository as a generation of its report ID for the business
      * date and indexed in REPORTIDX; the fixed-name file remains the
      * latest copy
      *-----------------------
       78  WS-RG-PAGE-LINES VALUE 60.
       78  WS-RG-DEFAULT-KEEP VALUE 31.
       01  WS-RG-REPORT-ID PIC X(8) VALUE "LIABRPT".
       01  WS-RG-PROGRAM PIC X(17) VALUE "LIABILITY-REPORT".
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
           PERFORM READ-LEDGER-CONTROL.
           IF WS-LAST-POSTED = 0
               DISPLAY "The points ledger has not been posted yet - "
                   "nothing to report."
               STOP RUN
           END-IF.
           PERFORM ASK-DATE-RANGE.
           MOVE WS-LAST-POSTED TO WS-AGING-DATE.
           MOVE SPACES TO WS-LG-STATUS.
           OPEN INPUT LEDGER-FILE.
           IF WS-LG-STATUS NOT = "00"
               DISPLAY "FATAL: PTSLEDGER cannot be opened (status "
                   WS-LG-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-ONE-LEDGER-ROW UNTIL WS-LG-STATUS = "10".
           CLOSE LEDGER-FILE.
           COMPUTE WS-ROLLED = WS-OPENING + WS-EARNED-GAME
               + WS-EARNED-TOURN - WS-REDEEMED - WS-EXPIRED.
           COMPUTE WS-OUTSTANDING = WS-OPEN-LOTS - WS-OPEN-REDEEMED.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-ROLL-FORWARD.
           PERFORM PRINT-AGING.
           PERFORM PRINT-BALANCE-PROOF.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-GENERATION.
           DISPLAY "Liability report complete: " WS-ROW-COUNT
               " ledger rows read, written to LIABRPT.".
           STOP RUN.

       READ-LEDGER-CONTROL.
           MOVE SPACES TO WS-LC-STATUS.
           OPEN INPUT LEDGER-CTL-FILE.
           IF WS-LC-STATUS = "00"
               READ LEDGER-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-LAST-POSTED IS NUMERIC
                           MOVE LC-LAST-POSTED TO WS-LAST-POSTED
                       END-IF
                       IF LC-EXPIRY-MONTHS IS NUMERIC
                           MOVE LC-EXPIRY-MONTHS TO WS-EXPIRY-MONTHS
                       END-IF
               END-READ
               CLOSE LEDGER-CTL-FILE
           END-IF.

       ASK-DATE-RANGE.
           PERFORM ASK-FROM-DATE.
           PERFORM ASK-TO-DATE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "The from date is after the to date - "
                   "please try again"
               PERFORM ASK-DATE-RANGE
           END-IF.

       ASK-FROM-DATE.
           DISPLAY "Report from date (YYYYMMDD):".
           ACCEPT WS-DATE-ANSWER.
           INSPECT WS-DATE-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE WS-DATE-ANSWER TO WS-DATE-TEST-VALUE.
           IF WS-DATE-TEST-VALUE IS NUMERIC
                   AND FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-DATE-TEST-VALUE)) > 0
               MOVE WS-DATE-TEST-VALUE TO WS-FROM-DATE
           ELSE
               DISPLAY "Invalid date please try again"
               PERFORM ASK-FROM-DATE
           END-IF.

       ASK-TO-DATE.
           DISPLAY "Report to date, YYYYMMDD, or press ENTER for the "
               "last posted date (" WS-LAST-POSTED "):".
           ACCEPT WS-DATE-ANSWER.
           INSPECT WS-DATE-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           IF WS-DATE-ANSWER = SPACES
               MOVE WS-LAST-POSTED TO WS-TO-DATE
           ELSE
               MOVE WS-DATE-ANSWER TO WS-DATE-TEST-VALUE
               IF WS-DATE-TEST-VALUE IS NUMERIC
                       AND FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-DATE-TEST-VALUE)) > 0
                   MOVE WS-DATE-TEST-VALUE TO WS-TO-DATE
               ELSE
                   DISPLAY "Invalid date please try again"
                   PERFORM ASK-TO-DATE
               END-IF
           END-IF.

      *-----------------------
      * Every row counts toward the whole-ledger flow; rows up to the
      * to date build the period roll-forward, and open points on
      * earned lots are aged
      *-----------------------
       READ-ONE-LEDGER-ROW.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LG-STATUS
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM TALLY-ONE-LEDGER-ROW
           END-READ.

       TALLY-ONE-LEDGER-ROW.
           EVALUATE LG-TYPE
               WHEN "GAME"
               WHEN "TOUR"
                   ADD LG-POINTS TO WS-LEDGER-FLOW
                   ADD LG-OPEN-POINTS TO WS-OPEN-LOTS
                   IF LG-OPEN-POINTS > 0
                       PERFORM AGE-ONE-LOT
                   END-IF
                   IF LG-DATE < WS-FROM-DATE
                       ADD LG-POINTS TO WS-OPENING
                   ELSE
                   IF LG-DATE <= WS-TO-DATE
                       IF LG-TYPE = "GAME"
                           ADD LG-POINTS TO WS-EARNED-GAME
                       ELSE
                           ADD LG-POINTS TO WS-EARNED-TOURN
                       END-IF
                   END-IF
                   END-IF
                   IF LG-DATE <= WS-TO-DATE
                       ADD LG-POINTS TO WS-CLOSING
                   END-IF
               WHEN "REDM"
                   SUBTRACT LG-POINTS FROM WS-LEDGER-FLOW
                   ADD LG-OPEN-POINTS TO WS-OPEN-REDEEMED
                   IF LG-DATE < WS-FROM-DATE
                       SUBTRACT LG-POINTS FROM WS-OPENING
                   ELSE
                   IF LG-DATE <= WS-TO-DATE
                       ADD LG-POINTS TO WS-REDEEMED
                   END-IF
                   END-IF
                   IF LG-DATE <= WS-TO-DATE
                       SUBTRACT LG-POINTS FROM WS-CLOSING
                   END-IF
               WHEN "EXPR"
                   SUBTRACT LG-POINTS FROM WS-LEDGER-FLOW
                   IF LG-DATE < WS-FROM-DATE
                       SUBTRACT LG-POINTS FROM WS-OPENING
                   ELSE
                   IF LG-DATE <= WS-TO-DATE
                       ADD LG-POINTS TO WS-EXPIRED
                   END-IF
                   END-IF
                   IF LG-DATE <= WS-TO-DATE
                       SUBTRACT LG-POINTS FROM WS-CLOSING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AGE-ONE-LOT.
           MOVE LG-DATE TO WS-LOT-DATE.
           COMPUTE WS-AGE-MONTHS =
               (WS-AG-YEAR * 12 + WS-AG-MONTH)
               - (WS-LOT-YEAR * 12 + WS-LOT-MONTH).
           IF WS-AG-DAY < WS-LOT-DAY
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-MONTHS < 3
                   ADD LG-OPEN-POINTS TO WS-AGE-0-3
               WHEN WS-AGE-MONTHS < 6
                   ADD LG-OPEN-POINTS TO WS-AGE-3-6
               WHEN WS-AGE-MONTHS < 12
                   ADD LG-OPEN-POINTS TO WS-AGE-6-12
               WHEN OTHER
                   ADD LG-OPEN-POINTS TO WS-AGE-12-UP
           END-EVALUATE.

       PRINT-REPORT-HEADER.
           MOVE "HIGHER OR LOWER - POINTS LIABILITY SUMMARY" TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Period: " WS-FROM-DATE " to " WS-TO-DATE
               "   Ledger posted through " WS-LAST-POSTED
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Expiry policy: lots expire after " WS-EXPIRY-MONTHS
               " months"
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "------------------------------------------------" TO
               RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       PRINT-ROLL-FORWARD.
           MOVE "Opening balance" TO WS-AMOUNT-LABEL.
           MOVE WS-OPENING TO WS-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "  Earned - game wins" TO WS-AMOUNT-LABEL.
           MOVE WS-EARNED-GAME TO WS-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "  Earned - tournament credits" TO WS-AMOUNT-LABEL.
           MOVE WS-EARNED-TOURN TO WS-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "  Redeemed" TO WS-AMOUNT-LABEL.
           MOVE WS-REDEEMED TO WS-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "  Expired" TO WS-AMOUNT-LABEL.
           MOVE WS-EXPIRED TO WS-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "Closing balance" TO WS-AMOUNT-LABEL.
           MOVE WS-CLOSING TO WS-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           IF WS-ROLLED = WS-CLOSING
               MOVE "Roll-forward: IN BALANCE" TO RP-LINE
           ELSE
               COMPUTE WS-DIFFERENCE = WS-ROLLED - WS-CLOSING
               MOVE WS-DIFFERENCE TO WS-AMOUNT-DISP
               MOVE SPACES TO RP-LINE
               STRING "Roll-forward: OUT OF BALANCE by "
                   WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO RP-LINE
           END-IF.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "------------------------------------------------" TO
               RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       PRINT-AGING.
           MOVE SPACES TO RP-LINE.
           STRING "Open points by lot age at " WS-AGING-DATE ":"
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "  0-3 months" TO WS-AMOUNT-LABEL.
           MOVE WS-AGE-0-3 TO WS-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "  3-6 months" TO WS-AMOUNT-LABEL.
           MOVE WS-AGE-3-6 TO WS-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "  6-12 months" TO WS-AMOUNT-LABEL.
           MOVE WS-AGE-6-12 TO WS-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "  12+ months" TO WS-AMOUNT-LABEL.
           MOVE WS-AGE-12-UP TO WS-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "  Less redemptions awaiting a lot" TO WS-AMOUNT-LABEL.
           MOVE WS-OPEN-REDEEMED TO WS-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "Outstanding on the ledger" TO WS-AMOUNT-LABEL.
           MOVE WS-OUTSTANDING TO WS-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "------------------------------------------------" TO
               RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

      *-----------------------
      * Earned less redeemed less expired over every row must equal
      * what the lots still hold open; when the period runs to the
      * last posted date the closing balance must equal it too
      *-----------------------
       PRINT-BALANCE-PROOF.
           MOVE "Ledger flow, all rows" TO WS-AMOUNT-LABEL.
           MOVE WS-LEDGER-FLOW TO WS-AMOUNT-DISP.
           PERFORM PRINT-AMOUNT-LINE.
           IF WS-LEDGER-FLOW = WS-OUTSTANDING
               MOVE "Ledger totals: IN BALANCE" TO RP-LINE
           ELSE
               COMPUTE WS-DIFFERENCE = WS-LEDGER-FLOW - WS-OUTSTANDING
               MOVE WS-DIFFERENCE TO WS-AMOUNT-DISP
               MOVE SPACES TO RP-LINE
               STRING "Ledger totals: OUT OF BALANCE by "
                   WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO RP-LINE
           END-IF.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           IF WS-TO-DATE >= WS-LAST-POSTED
               IF WS-CLOSING = WS-OUTSTANDING
                   MOVE "Closing balance agrees with the ledger"
                       TO RP-LINE
               ELSE
                   COMPUTE WS-DIFFERENCE =
                       WS-CLOSING - WS-OUTSTANDING
                   MOVE WS-DIFFERENCE TO WS-AMOUNT-DISP
                   MOVE SPACES TO RP-LINE
                   STRING "Closing balance differs from the ledger by "
                       WS-AMOUNT-DISP
                       DELIMITED BY SIZE INTO RP-LINE
               END-IF
           ELSE
               MOVE SPACES TO RP-LINE
               STRING "Closing balance precedes the last posting - "
                   "proved by the roll-forward only"
                   DELIMITED BY SIZE INTO RP-LINE
           END-IF.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       PRINT-AMOUNT-LINE.
           MOVE SPACES TO RP-LINE.
           STRING WS-AMOUNT-LABEL " " WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

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
       END PROGRAM LIABILITY-REPORT.
