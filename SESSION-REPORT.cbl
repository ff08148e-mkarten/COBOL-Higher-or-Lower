      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: Terminal utilization report - takes a from/to date
      *          range and prints, for each hour of the day, the
      *          sessions signed on and the minutes of play, with the
      *          average session length and the abandoned-session
      *          counts, from the SESSIONS file the game writes one
      *          record to per sign-on. A session left OPEN on an
      *          earlier business date crashed with its SYSLOCK still
      *          held; one marked UNLOCKED had its lock cleared in
      *          PLAYER-MAINT. Both count as abandoned and are timed
      *          to the last round they recorded. OPEN sessions on the
      *          current business date are still in play and are only
      *          counted, not timed
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SESSION-REPORT.
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
           SELECT SESSION-FILE ASSIGN TO "SESSIONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SS-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SESSRPT"
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
       01  WS-SS-STATUS PIC XX.
       01  WS-BD-STATUS PIC XX.
       01  WS-RP-STATUS PIC XX.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-DATE-ANSWER PIC X(8).
       01  WS-DATE-TEST-VALUE PIC X(8).

      *-----------------------
      * Sign-on and sign-off times broken into seconds of the day; a
      * session that runs past midnight ends on the next day, so its
      * end is carried past 86400 and folded back when spread by hour
      *-----------------------
       01  WS-TIME-WORK.
           05  WS-TW-HH PIC 99.
           05  WS-TW-MM PIC 99.
           05  WS-TW-SS PIC 99.
       01  WS-START-SECS PIC 9(6).
       01  WS-END-SECS PIC 9(6).
       01  WS-CURSOR-SECS PIC 9(6).
       01  WS-SLICE-END PIC 9(6).
       01  WS-SESSION-SECS PIC 9(6).
       01  WS-HOUR-NUM PIC 99.
       01  WS-HOUR-IDX PIC 99.
       01  WS-HOUR-LABEL PIC 99.
       01  WS-TIMED-FLAG PIC 9 VALUE 0.
       01  WS-ABANDONED-FLAG PIC 9 VALUE 0.

      *-----------------------
      * One bucket per hour of the day, 00:00 to 23:00
      *-----------------------
       01  WS-HOUR-TABLE.
           05  WS-HOUR-ENTRY OCCURS 24 TIMES.
               10  WS-HOUR-SESSIONS  PIC 9(6).
               10  WS-HOUR-ABANDONED PIC 9(6).
               10  WS-HOUR-SECS      PIC 9(9).
       01  WS-HOUR-MINUTES PIC 9(7).

      *-----------------------
      * Period totals
      *-----------------------
       01  WS-TOTAL-SESSIONS PIC 9(6) VALUE 0.
       01  WS-TIMED-SESSIONS PIC 9(6) VALUE 0.
       01  WS-QUIT-SESSIONS PIC 9(6) VALUE 0.
       01  WS-UNLOCKED-SESSIONS PIC 9(6) VALUE 0.
       01  WS-CRASHED-SESSIONS PIC 9(6) VALUE 0.
       01  WS-OPEN-SESSIONS PIC 9(6) VALUE 0.
       01  WS-TOTAL-ROUNDS PIC 9(8) VALUE 0.
       01  WS-TOTAL-SECS PIC 9(9) VALUE 0.
       01  WS-TOTAL-MINUTES PIC 9(7) VALUE 0.
       01  WS-AVERAGE-MINUTES PIC 9(5)V9 VALUE 0.
       01  WS-AVERAGE-DISP PIC ZZZZ9.9.
       01  WS-BUSIEST-HOUR PIC 99 VALUE 0.
       01  WS-BUSIEST-SECS PIC 9(9) VALUE 0.
       01  WS-BUSIEST-MINUTES PIC 9(7) VALUE 0.

      *-----------------------
      * Report filing. The finished report is filed in the report
      * repository as a generation of its report ID for the business
      * date and indexed in REPORTIDX; the fixed-name file remains the
      * latest copy
      *-----------------------
       78  WS-RG-PAGE-LINES VALUE 60.
       78  WS-RG-DEFAULT-KEEP VALUE 31.
       01  WS-RG-REPORT-ID PIC X(8) VALUE "SESSRPT".
       01  WS-RG-PROGRAM PIC X(17) VALUE "SESSION-REPORT".
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
           PERFORM ASK-DATE-RANGE.
           INITIALIZE WS-HOUR-TABLE.
           MOVE SPACES TO WS-SS-STATUS.
           OPEN INPUT SESSION-FILE.
           IF WS-SS-STATUS = "35"
               DISPLAY "No SESSIONS file yet - nothing to report."
               STOP RUN
           END-IF.
           IF WS-SS-STATUS NOT = "00"
               DISPLAY "FATAL: cannot open SESSIONS (status "
                   WS-SS-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-ONE-SESSION UNTIL WS-SS-STATUS = "10".
           CLOSE SESSION-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-ONE-HOUR-LINE
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24.
           PERFORM PRINT-REPORT-FOOTER.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-GENERATION.
           DISPLAY "Session report complete: " WS-TOTAL-SESSIONS
               " sessions written to SESSRPT.".
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
               "business date (" WS-BUSINESS-DATE "):".
           ACCEPT WS-DATE-ANSWER.
           INSPECT WS-DATE-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           IF WS-DATE-ANSWER = SPACES
               MOVE WS-BUSINESS-DATE TO WS-TO-DATE
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

       READ-ONE-SESSION.
           READ SESSION-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SS-STATUS
               NOT AT END
                   IF SS-ON-DATE >= WS-FROM-DATE
                           AND SS-ON-DATE <= WS-TO-DATE
                       PERFORM TALLY-ONE-SESSION
                   END-IF
           END-READ.

      *-----------------------
      * Sort the session by how it ended, count it against its
      * sign-on hour, and spread its minutes over the hours it was
      * actually in play
      *-----------------------
       TALLY-ONE-SESSION.
           MOVE 1 TO WS-TIMED-FLAG.
           MOVE 0 TO WS-ABANDONED-FLAG.
           EVALUATE SS-END-REASON
               WHEN "QUIT"
                   ADD 1 TO WS-QUIT-SESSIONS
                   MOVE SS-OFF-TIME TO WS-TIME-WORK
               WHEN "UNLOCKED"
                   ADD 1 TO WS-UNLOCKED-SESSIONS
                   MOVE 1 TO WS-ABANDONED-FLAG
                   MOVE SS-OFF-TIME TO WS-TIME-WORK
               WHEN OTHER
                   IF SS-ON-DATE < WS-BUSINESS-DATE
                       ADD 1 TO WS-CRASHED-SESSIONS
                       MOVE 1 TO WS-ABANDONED-FLAG
                       MOVE SS-LAST-TIME TO WS-TIME-WORK
                   ELSE
                       ADD 1 TO WS-OPEN-SESSIONS
                       MOVE 0 TO WS-TIMED-FLAG
                       MOVE SS-LAST-TIME TO WS-TIME-WORK
                   END-IF
           END-EVALUATE.
           COMPUTE WS-END-SECS =
               WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.
           MOVE SS-ON-TIME TO WS-TIME-WORK.
           COMPUTE WS-START-SECS =
               WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.
           COMPUTE WS-HOUR-IDX = WS-TW-HH + 1.
           ADD 1 TO WS-TOTAL-SESSIONS.
           ADD 1 TO WS-HOUR-SESSIONS (WS-HOUR-IDX).
           ADD SS-ROUNDS TO WS-TOTAL-ROUNDS.
           IF WS-ABANDONED-FLAG = 1
               ADD 1 TO WS-HOUR-ABANDONED (WS-HOUR-IDX)
           END-IF.
           IF WS-TIMED-FLAG = 1
               IF WS-END-SECS < WS-START-SECS
                   ADD 86400 TO WS-END-SECS
               END-IF
               COMPUTE WS-SESSION-SECS = WS-END-SECS - WS-START-SECS
               ADD WS-SESSION-SECS TO WS-TOTAL-SECS
               ADD 1 TO WS-TIMED-SESSIONS
               MOVE WS-START-SECS TO WS-CURSOR-SECS
               PERFORM SPREAD-ONE-HOUR
                   UNTIL WS-CURSOR-SECS >= WS-END-SECS
           END-IF.

      * Credit the slice of the session that falls in the cursor's
      * hour, then move the cursor to the top of the next hour
       SPREAD-ONE-HOUR.
           DIVIDE WS-CURSOR-SECS BY 3600 GIVING WS-HOUR-NUM.
           COMPUTE WS-SLICE-END = (WS-HOUR-NUM + 1) * 3600.
           IF WS-SLICE-END > WS-END-SECS
               MOVE WS-END-SECS TO WS-SLICE-END
           END-IF.
           IF WS-HOUR-NUM > 23
               SUBTRACT 24 FROM WS-HOUR-NUM
           END-IF.
           COMPUTE WS-HOUR-SECS (WS-HOUR-NUM + 1) =
               WS-HOUR-SECS (WS-HOUR-NUM + 1)
               + WS-SLICE-END - WS-CURSOR-SECS.
           MOVE WS-SLICE-END TO WS-CURSOR-SECS.

       PRINT-ONE-HOUR-LINE.
           COMPUTE WS-HOUR-LABEL = WS-HOUR-IDX - 1.
           COMPUTE WS-HOUR-MINUTES ROUNDED =
               WS-HOUR-SECS (WS-HOUR-IDX) / 60.
           IF WS-HOUR-SECS (WS-HOUR-IDX) > WS-BUSIEST-SECS
               MOVE WS-HOUR-SECS (WS-HOUR-IDX) TO WS-BUSIEST-SECS
               MOVE WS-HOUR-LABEL TO WS-BUSIEST-HOUR
               MOVE WS-HOUR-MINUTES TO WS-BUSIEST-MINUTES
           END-IF.
           MOVE SPACES TO RP-LINE.
           STRING WS-HOUR-LABEL ":00    " WS-HOUR-SESSIONS (WS-HOUR-IDX)
               "    " WS-HOUR-ABANDONED (WS-HOUR-IDX)
               "     " WS-HOUR-MINUTES
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       PRINT-REPORT-HEADER.
           MOVE "HIGHER OR LOWER - TERMINAL UTILIZATION REPORT"
               TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Period: " WS-FROM-DATE " to " WS-TO-DATE
               "   Business date: " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "HOUR     SIGN-ONS  ABANDONED  PLAY-MINUTES"
               TO RP-LINE.
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
           COMPUTE WS-TOTAL-MINUTES ROUNDED = WS-TOTAL-SECS / 60.
           IF WS-TIMED-SESSIONS > 0
               COMPUTE WS-AVERAGE-MINUTES ROUNDED =
                   WS-TOTAL-SECS / WS-TIMED-SESSIONS / 60
           ELSE
               MOVE 0 TO WS-AVERAGE-MINUTES
           END-IF.
           MOVE WS-AVERAGE-MINUTES TO WS-AVERAGE-DISP.
           MOVE SPACES TO RP-LINE.
           STRING "PERIOD TOTALS: " WS-TOTAL-SESSIONS " sessions, "
               WS-TOTAL-MINUTES " play minutes, "
               WS-TOTAL-ROUNDS " rounds"
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Average session length: " WS-AVERAGE-DISP
               " minutes over " WS-TIMED-SESSIONS " timed sessions"
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Ended normally (QUIT):      " WS-QUIT-SESSIONS
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Abandoned, lock cleared:    " WS-UNLOCKED-SESSIONS
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Abandoned, lock still held: " WS-CRASHED-SESSIONS
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Still signed on (untimed):  " WS-OPEN-SESSIONS
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Busiest hour: " WS-BUSIEST-HOUR ":00 ("
               WS-BUSIEST-MINUTES " play minutes)"
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
       END PROGRAM SESSION-REPORT.
