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
      * AD-SEQ numbers the row within its business date and AD-HASH
      * chains it to the row before; AD-TYPE is G for a chained row,
      * S for a seal closing the date and blank for an unchained row
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AD-USERNAME         PIC X(7).
           05  AD-RESULT           PIC X(7).
           05  FILLER              PIC X.
           05  AD-DATE             PIC 9(8).
           05  FILLER              PIC X.
           05  AD-SEQ              PIC 9(6).
           05  FILLER              PIC X.
           05  AD-HASH             PIC 9(10).
           05  FILLER              PIC X.
           05  AD-TYPE             PIC X.

       FD  AUDIT-IDX-FILE.
       01  AX-RECORD.
       FD  REPORT-FILE.
       01  RP-LINE                 PIC X(60).

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
       01  WS-AUD-STATUS PIC XX.
       01  WS-PLAYER-SWAP.
           05  WS-PLAYER-SWAP-NAME   PIC X(7).
           05  WS-PLAYER-SWAP-POINTS PIC 9(6).

      *-----------------------
      * Report filing. The finished report is filed in the report
      * repository as a generation of its report ID for the business
      * date and indexed in REPORTIDX; the fixed-name file remains the
      * latest copy
      *-----------------------
       78  WS-RG-PAGE-LINES VALUE 60.
       78  WS-RG-DEFAULT-KEEP VALUE 31.
       01  WS-RG-REPORT-ID PIC X(8) VALUE "DAILYRPT".
       01  WS-RG-PROGRAM PIC X(17) VALUE "DAILY-REPORT".
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
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-GENERATION.
           STOP RUN.

      * Rules are effective-dated: for each difficulty the row kept is
                   MOVE "10" TO WS-AUD-STATUS
               NOT AT END
                   IF AD-DATE = WS-REPORT-DATE
                           AND AD-TYPE NOT = "S"
                       PERFORM PROCESS-REPORT-ROW
                   END-IF
           END-READ.
               DELIMITED BY SIZE INTO RP-LINE
           WRITE RP-LINE
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
       END PROGRAM DAILY-REPORT.
