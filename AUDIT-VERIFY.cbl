      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: Nightly audit chain verification - re-walks the
      *          AUDARCH archives listed in ARCHCAT, then the live
      *          AUDITLOG, checking every date's sequence numbers,
      *          running hash chain and seals, the AUDITCHN control
      *          rows and the AUDITIDX keyed copy. Every broken chain,
      *          sequence gap or seal mismatch is printed to VERIFRPT
      *          by date, file and record position and fails the step
      *          with return code 16, so the job stream stops the
      *          night's reports. A clean run seals each date that has
      *          rows not yet covered by a seal
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AUDIT-VERIFY.
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
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "ARCHCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDITCHN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS MANUAL
               RECORD KEY IS AH-DATE
               FILE STATUS IS WS-AH-STATUS.

           SELECT AUDIT-IDX-FILE ASSIGN TO "AUDITIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               ALTERNATE RECORD KEY IS AX-PLAYER-KEY
               FILE STATUS IS WS-AX-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "VERIFRPT"
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
      * A seal row also names the date of the seal written before it,
      * so a date dropped whole from the log breaks the seal chain
       01  SE-RECORD.
           05  SE-LABEL            PIC X(7).
           05  FILLER              PIC X.
           05  SE-PREV-DATE        PIC 9(8).
           05  FILLER              PIC X(40).

       FD  ARCHIVE-FILE.
       01  AR-RECORD               PIC X(56).

       FD  CATALOG-FILE.
       01  AC-RECORD.
           05  AC-CUTOFF-DATE      PIC 9(8).
           05  FILLER              PIC X.
           05  AC-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X.
           05  AC-ARCHIVED-COUNT   PIC 9(6).

      * One control row per business date - the last sequence number
      * and running hash written to AUDITLOG, and the sequence number
      * covered by the date's latest seal
       FD  AUDIT-CHAIN-FILE.
       01  AH-RECORD.
           05  AH-DATE             PIC 9(8).
           05  AH-LAST-SEQ         PIC 9(6).
           05  AH-LAST-HASH        PIC 9(10).
           05  AH-SEALED-SEQ       PIC 9(6).

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

       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05  BD-CURRENT-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  BD-PRIOR-DATE       PIC 9(8).

       FD  REPORT-FILE.
       01  RP-LINE                 PIC X(80).

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
       01  WS-AR-STATUS PIC XX.
       01  WS-AC-STATUS PIC XX.
       01  WS-AX-STATUS PIC XX.
       01  WS-BD-STATUS PIC XX.
       01  WS-RP-STATUS PIC XX.
       01  WS-ARCHIVE-NAME PIC X(20).
       01  WS-BUSINESS-DATE PIC 9(8).

      *-----------------------
      * Archives in catalog order; a rerun of the archive with the
      * same cutoff appends to the same file, so each is walked once
      *-----------------------
       01  WS-ARCH-COUNT PIC 9(3) VALUE 0.
       01  WS-ARCH-IDX PIC 9(3).
       01  WS-ARCH-FOUND-FLAG PIC 9 VALUE 0.
       01  WS-ARCH-TABLE.
           05  WS-ARCH-DATE OCCURS 200 TIMES PIC 9(8).
       01  WS-ARCH-NEW-DATE PIC 9(8).

      *-----------------------
      * The file being walked and the record position in it
      *-----------------------
       01  WS-WALK-FILE PIC X(16).
       01  WS-WALK-POS PIC 9(6) VALUE 0.

      *-----------------------
      * Audit chain. A date's chain starts from the date itself and
      * each row folds its bytes into the running hash, modulo the
      * prime 2147483647
      *-----------------------
       78  WS-CH-MODULUS VALUE 2147483647.
       01  WS-AH-STATUS PIC XX.
       01  WS-AH-OPEN-STATUS PIC XX.
       01  WS-AH-ROW-STATUS PIC XX.
       01  WS-CH-HASH PIC 9(10).
       01  WS-CH-WORK PIC 9(12).
       01  WS-CH-TEXT PIC X(44).
       01  WS-CH-LENGTH PIC 99.
       01  WS-CH-IDX PIC 99.
       01  WS-LAST-SEAL-DATE PIC 9(8) VALUE 0.

      *-----------------------
      * Seal links. A seal names the date sealed before it, which
      * must be a date with a seal somewhere on the walk. Archiving
      * splits the log by date, so a reseal of an old date sits in
      * an archive apart from the seals written around it; a link to
      * a date not yet met is held here and settled after the walk
      *-----------------------
       01  WS-SL-COUNT PIC 9(3) VALUE 0.
       01  WS-SL-IDX PIC 9(3).
       01  WS-SL-FIRST-COUNT PIC 9(4) VALUE 0.
       01  WS-SL-FULL-FLAG PIC 9 VALUE 0.
       01  WS-SL-SAVE-CUR PIC 9(4).
       01  WS-SL-TABLE.
           05  WS-SL-ENTRY OCCURS 200 TIMES.
               10  WS-SL-DATE          PIC 9(8).
               10  WS-SL-PREV-DATE     PIC 9(8).
               10  WS-SL-FILE          PIC X(16).
               10  WS-SL-POS           PIC 9(6).

      *-----------------------
      * One entry per business date met on the walk: where its chain
      * has got to, what its latest seal covers, and the row count
      * and order-independent checksum to hold AUDITIDX against.
      * AUDITCHN and AUDITIDX are read before the walk, so the entry
      * also holds the date's control row and keyed-row totals, with
      * the chain hash and log checksum the walk had when it reached
      * each of them
      *-----------------------
       01  WS-VD-COUNT PIC 9(4) VALUE 0.
       01  WS-VD-IDX PIC 9(4).
       01  WS-VD-CUR PIC 9(4) VALUE 0.
       01  WS-VD-NEXT PIC 9(4) VALUE 0.
       01  WS-VD-KEY PIC 9(8).
       01  WS-VD-FULL-FLAG PIC 9 VALUE 0.
       01  WS-VD-TABLE.
           05  WS-VD-ENTRY OCCURS 2000 TIMES.
               10  WS-VD-DATE          PIC 9(8).
               10  WS-VD-LAST-SEQ      PIC 9(6).
               10  WS-VD-HASH          PIC 9(10).
               10  WS-VD-SEALED-SEQ    PIC 9(6).
               10  WS-VD-SEALS         PIC 9(4).
               10  WS-VD-ROWS          PIC 9(6).
               10  WS-VD-SUM           PIC 9(10).
               10  WS-VD-CTL-FLAG      PIC 9.
               10  WS-VD-IDX-ROWS      PIC 9(6).
               10  WS-VD-IDX-SUM       PIC 9(10).
               10  WS-VD-IDX-FIRST     PIC 9(6).
               10  WS-VD-IDX-LOG-SUM   PIC 9(10).
               10  WS-VD-CTL-POS       PIC 9(6).
               10  WS-VD-CTL-SEQ       PIC 9(6).
               10  WS-VD-CTL-HASH      PIC 9(10).
               10  WS-VD-CTL-SEALED    PIC 9(6).
               10  WS-VD-CTL-LOG-HASH  PIC 9(10).
               10  WS-VD-DONE-FLAG     PIC 9.

      *-----------------------
      * The error in hand
      *-----------------------
       01  WS-ERR-DATE PIC 9(8).
       01  WS-ERR-FILE PIC X(16).
       01  WS-ERR-POS PIC 9(6).
       01  WS-ERR-CHECK PIC X(8).
       01  WS-ERR-TEXT PIC X(32).
       01  WS-EXPECTED-SEQ PIC 9(6).

      *-----------------------
      * Run totals
      *-----------------------
       01  WS-FILE-COUNT PIC 9(4) VALUE 0.
       01  WS-ROW-COUNT PIC 9(8) VALUE 0.
       01  WS-CHAINED-COUNT PIC 9(8) VALUE 0.
       01  WS-UNCHAINED-COUNT PIC 9(8) VALUE 0.
       01  WS-SEAL-COUNT PIC 9(6) VALUE 0.
       01  WS-CTL-COUNT PIC 9(6) VALUE 0.
       01  WS-IDX-ROW-COUNT PIC 9(8) VALUE 0.
       01  WS-IDX-DATE-COUNT PIC 9(4) VALUE 0.
       01  WS-LATE-COUNT PIC 9(4) VALUE 0.
       01  WS-ERROR-COUNT PIC 9(6) VALUE 0.
       01  WS-SEALED-COUNT PIC 9(4) VALUE 0.
       01  WS-UNSEALED-COUNT PIC 9(4) VALUE 0.
       01  WS-LATE-ROWS PIC 9(6).

      *-----------------------
      * Report filing. The finished report is filed in the report
      * repository as a generation of its report ID for the business
      * date and indexed in REPORTIDX; the fixed-name file remains the
      * latest copy
      *-----------------------
       78  WS-RG-PAGE-LINES VALUE 60.
       78  WS-RG-DEFAULT-KEEP VALUE 31.
       01  WS-RG-REPORT-ID PIC X(8) VALUE "VERIFRPT".
       01  WS-RG-PROGRAM PIC X(17) VALUE "AUDIT-VERIFY".
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
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM LOAD-CHAIN-CONTROL.
           PERFORM LOAD-AUDIT-INDEX.
           PERFORM LOAD-ARCHIVE-CATALOG.
           PERFORM WALK-ONE-ARCHIVE
               VARYING WS-ARCH-IDX FROM 1 BY 1
               UNTIL WS-ARCH-IDX > WS-ARCH-COUNT.
           PERFORM WALK-AUDIT-LOG.
           PERFORM CHECK-SEAL-LINKS
               VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT.
           PERFORM CHECK-CHAIN-CONTROL.
           PERFORM CHECK-AUDIT-INDEX
               VARYING WS-VD-IDX FROM 1 BY 1
               UNTIL WS-VD-IDX > WS-VD-COUNT.
           PERFORM REPORT-LATE-ROWS
               VARYING WS-VD-IDX FROM 1 BY 1
               UNTIL WS-VD-IDX > WS-VD-COUNT.
           IF WS-ERROR-COUNT = 0
               PERFORM SEAL-OPEN-DATES
           END-IF.
           PERFORM PRINT-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           PERFORM FILE-REPORT-GENERATION.
           IF WS-ERROR-COUNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF.
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

      *-----------------------
      * The archives hold the oldest rows, so they are walked first,
      * in the order they were cut, then the live log
      *-----------------------
       LOAD-ARCHIVE-CATALOG.
           MOVE 0 TO WS-ARCH-COUNT.
           MOVE SPACES TO WS-AC-STATUS.
           OPEN INPUT CATALOG-FILE.
           IF WS-AC-STATUS = "00"
               PERFORM LOAD-ONE-CATALOG-ROW UNTIL WS-AC-STATUS = "10"
               CLOSE CATALOG-FILE
           END-IF.

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
                   MOVE WS-ARCH-NEW-DATE TO WS-ERR-DATE
                   MOVE "ARCHCAT" TO WS-ERR-FILE
                   MOVE 0 TO WS-ERR-POS
                   MOVE "ARCHFULL" TO WS-ERR-CHECK
                   MOVE "archive list full - not walked" TO WS-ERR-TEXT
                   PERFORM POST-VERIFY-ERROR
               END-IF
           END-IF.

       FIND-ARCHIVE-DATE.
           IF WS-ARCH-DATE (WS-ARCH-IDX) = WS-ARCH-NEW-DATE
               MOVE 1 TO WS-ARCH-FOUND-FLAG
           END-IF.

       WALK-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "AUDARCH." WS-ARCH-DATE (WS-ARCH-IDX)
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
           MOVE WS-ARCHIVE-NAME TO WS-WALK-FILE.
           MOVE 0 TO WS-WALK-POS.
           MOVE SPACES TO WS-AR-STATUS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-AR-STATUS = "00"
               ADD 1 TO WS-FILE-COUNT
               PERFORM READ-ARCHIVE-ROW UNTIL WS-AR-STATUS = "10"
               CLOSE ARCHIVE-FILE
           ELSE
               MOVE WS-ARCH-DATE (WS-ARCH-IDX) TO WS-ERR-DATE
               MOVE WS-WALK-FILE TO WS-ERR-FILE
               MOVE 0 TO WS-ERR-POS
               MOVE "NOFILE" TO WS-ERR-CHECK
               MOVE SPACES TO WS-ERR-TEXT
               STRING "catalogued archive missing (" WS-AR-STATUS ")"
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               PERFORM POST-VERIFY-ERROR
           END-IF.

       READ-ARCHIVE-ROW.
           READ ARCHIVE-FILE
               AT END
                   MOVE "10" TO WS-AR-STATUS
               NOT AT END
                   MOVE AR-RECORD TO AUDIT-RECORD
                   PERFORM VERIFY-ONE-ROW
           END-READ.

       WALK-AUDIT-LOG.
           MOVE "AUDITLOG" TO WS-WALK-FILE.
           MOVE 0 TO WS-WALK-POS.
           MOVE SPACES TO WS-AUD-STATUS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS = "00"
               ADD 1 TO WS-FILE-COUNT
               PERFORM READ-AUDIT-ROW UNTIL WS-AUD-STATUS = "10"
               CLOSE AUDIT-FILE
           ELSE
           IF WS-AUD-STATUS NOT = "35"
               MOVE WS-BUSINESS-DATE TO WS-ERR-DATE
               MOVE WS-WALK-FILE TO WS-ERR-FILE
               MOVE 0 TO WS-ERR-POS
               MOVE "NOFILE" TO WS-ERR-CHECK
               MOVE SPACES TO WS-ERR-TEXT
               STRING "live log unavailable (" WS-AUD-STATUS ")"
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               PERFORM POST-VERIFY-ERROR
           END-IF
           END-IF.

       READ-AUDIT-ROW.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO WS-AUD-STATUS
               NOT AT END
                   PERFORM VERIFY-ONE-ROW
           END-READ.

      *-----------------------
      * One row of the walk. After any break the running values are
      * taken from the row itself, so one altered row is reported
      * once and the rest of the date is still checked
      *-----------------------
       VERIFY-ONE-ROW.
           ADD 1 TO WS-WALK-POS.
           ADD 1 TO WS-ROW-COUNT.
           MOVE AD-DATE TO WS-ERR-DATE.
           MOVE WS-WALK-FILE TO WS-ERR-FILE.
           MOVE WS-WALK-POS TO WS-ERR-POS.
           IF AD-DATE IS NOT NUMERIC
               MOVE 0 TO WS-ERR-DATE
               MOVE "BADROW" TO WS-ERR-CHECK
               MOVE "row date is not numeric" TO WS-ERR-TEXT
               PERFORM POST-VERIFY-ERROR
           ELSE
               MOVE AD-DATE TO WS-VD-KEY
               PERFORM FIND-DATE-ENTRY
               IF WS-VD-CUR > 0
                   PERFORM CHECK-ROW-BY-TYPE
               END-IF
           END-IF.

       CHECK-ROW-BY-TYPE.
           EVALUATE AD-TYPE
               WHEN "G"
                   PERFORM CHECK-CHAINED-ROW
                   PERFORM TALLY-LOG-CHECKSUM
               WHEN "S"
                   PERFORM CHECK-SEAL-ROW
               WHEN SPACE
                   PERFORM CHECK-UNCHAINED-ROW
                   PERFORM TALLY-LOG-CHECKSUM
               WHEN OTHER
                   MOVE "BADROW" TO WS-ERR-CHECK
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING "unknown row type '" AD-TYPE "'"
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   PERFORM POST-VERIFY-ERROR
           END-EVALUATE.

       CHECK-CHAINED-ROW.
           ADD 1 TO WS-CHAINED-COUNT.
           IF AD-SEQ IS NOT NUMERIC OR AD-HASH IS NOT NUMERIC
               MOVE "BADROW" TO WS-ERR-CHECK
               MOVE "sequence or hash not numeric" TO WS-ERR-TEXT
               PERFORM POST-VERIFY-ERROR
           ELSE
               IF AD-SEQ NOT = WS-VD-LAST-SEQ (WS-VD-CUR) + 1
                   MOVE "SEQGAP" TO WS-ERR-CHECK
                   MOVE SPACES TO WS-ERR-TEXT
                   COMPUTE WS-EXPECTED-SEQ =
                       WS-VD-LAST-SEQ (WS-VD-CUR) + 1
                   STRING "expected " WS-EXPECTED-SEQ " found " AD-SEQ
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   PERFORM POST-VERIFY-ERROR
               END-IF
               MOVE WS-VD-HASH (WS-VD-CUR) TO WS-CH-HASH
               PERFORM HASH-AUDIT-ROW
               IF WS-CH-HASH NOT = AD-HASH
                   MOVE "CHAIN" TO WS-ERR-CHECK
                   MOVE "hash does not follow prior row"
                       TO WS-ERR-TEXT
                   PERFORM POST-VERIFY-ERROR
               END-IF
               MOVE AD-SEQ TO WS-VD-LAST-SEQ (WS-VD-CUR)
               MOVE AD-HASH TO WS-VD-HASH (WS-VD-CUR)
               PERFORM NOTE-CONTROL-POINT
           END-IF.

      * A seal must cover every chained row of its date so far, carry
      * the hash that follows the last of them, and link back to a
      * date sealed before it
       CHECK-SEAL-ROW.
           ADD 1 TO WS-SEAL-COUNT.
           IF AD-SEQ IS NOT NUMERIC OR AD-HASH IS NOT NUMERIC
                   OR SE-PREV-DATE IS NOT NUMERIC
               MOVE "BADROW" TO WS-ERR-CHECK
               MOVE "seal fields not numeric" TO WS-ERR-TEXT
               PERFORM POST-VERIFY-ERROR
           ELSE
               IF AD-SEQ NOT = WS-VD-LAST-SEQ (WS-VD-CUR)
                   MOVE "SEALCNT" TO WS-ERR-CHECK
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING "covers " AD-SEQ " chain "
                       WS-VD-LAST-SEQ (WS-VD-CUR)
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   PERFORM POST-VERIFY-ERROR
               END-IF
               MOVE WS-VD-HASH (WS-VD-CUR) TO WS-CH-HASH
               PERFORM HASH-AUDIT-ROW
               IF WS-CH-HASH NOT = AD-HASH
                   MOVE "SEALHASH" TO WS-ERR-CHECK
                   MOVE "seal hash does not match chain"
                       TO WS-ERR-TEXT
                   PERFORM POST-VERIFY-ERROR
               END-IF
               PERFORM CHECK-SEAL-LINK
               MOVE AD-DATE TO WS-LAST-SEAL-DATE
               MOVE WS-VD-LAST-SEQ (WS-VD-CUR)
                   TO WS-VD-SEALED-SEQ (WS-VD-CUR)
               ADD 1 TO WS-VD-SEALS (WS-VD-CUR)
               MOVE AD-HASH TO WS-VD-HASH (WS-VD-CUR)
               PERFORM NOTE-CONTROL-POINT
           END-IF.

      * Only the first seal ever written links to no date. A link to
      * a date with a seal already met is good; any other is held
      * until the walk is done
       CHECK-SEAL-LINK.
           IF SE-PREV-DATE = 0
               ADD 1 TO WS-SL-FIRST-COUNT
               IF WS-SL-FIRST-COUNT > 1
                   MOVE "SEALLINK" TO WS-ERR-CHECK
                   MOVE "links no date - seal chain reset"
                       TO WS-ERR-TEXT
                   PERFORM POST-VERIFY-ERROR
               END-IF
           ELSE
               MOVE WS-VD-CUR TO WS-SL-SAVE-CUR
               MOVE SE-PREV-DATE TO WS-VD-KEY
               MOVE 0 TO WS-VD-CUR
               PERFORM MATCH-DATE-ENTRY
                   VARYING WS-VD-IDX FROM 1 BY 1
                   UNTIL WS-VD-IDX > WS-VD-COUNT OR WS-VD-CUR > 0
               IF WS-VD-CUR = 0
                   PERFORM HOLD-SEAL-LINK
               ELSE
               IF WS-VD-SEALS (WS-VD-CUR) = 0
                   PERFORM HOLD-SEAL-LINK
               END-IF
               END-IF
               MOVE WS-SL-SAVE-CUR TO WS-VD-CUR
           END-IF.

       HOLD-SEAL-LINK.
           IF WS-SL-COUNT < 200
               ADD 1 TO WS-SL-COUNT
               MOVE AD-DATE TO WS-SL-DATE (WS-SL-COUNT)
               MOVE SE-PREV-DATE TO WS-SL-PREV-DATE (WS-SL-COUNT)
               MOVE WS-WALK-FILE TO WS-SL-FILE (WS-SL-COUNT)
               MOVE WS-WALK-POS TO WS-SL-POS (WS-SL-COUNT)
           ELSE
               IF WS-SL-FULL-FLAG = 0
                   MOVE 1 TO WS-SL-FULL-FLAG
                   MOVE "LINKFULL" TO WS-ERR-CHECK
                   MOVE "seal link table full" TO WS-ERR-TEXT
                   PERFORM POST-VERIFY-ERROR
               END-IF
           END-IF.

      * The chain hash as it stood when the walk reached the point
      * the date's control row was read at
       NOTE-CONTROL-POINT.
           IF WS-VD-CTL-FLAG (WS-VD-CUR) = 1
                   AND WS-VD-LAST-SEQ (WS-VD-CUR) =
                       WS-VD-CTL-SEQ (WS-VD-CUR)
               MOVE WS-VD-HASH (WS-VD-CUR)
                   TO WS-VD-CTL-LOG-HASH (WS-VD-CUR)
           END-IF.

      * Rows written before chaining began carry no sequence; one
      * after chaining began on its date has been slipped in or had
      * its chain fields blanked
       CHECK-UNCHAINED-ROW.
           ADD 1 TO WS-UNCHAINED-COUNT.
           IF WS-VD-LAST-SEQ (WS-VD-CUR) > 0
               MOVE "UNCHAIN" TO WS-ERR-CHECK
               MOVE "row has no place in the chain" TO WS-ERR-TEXT
               PERFORM POST-VERIFY-ERROR
           END-IF.

      * The log checksum is kept aside when the date's row count
      * reaches the keyed rows' count
       TALLY-LOG-CHECKSUM.
           PERFORM HASH-LOG-CONTENT.
           ADD 1 TO WS-VD-ROWS (WS-VD-CUR).
           COMPUTE WS-CH-WORK = WS-VD-SUM (WS-VD-CUR) + WS-CH-HASH.
           COMPUTE WS-VD-SUM (WS-VD-CUR) =
               FUNCTION MOD(WS-CH-WORK, WS-CH-MODULUS).
           IF WS-VD-ROWS (WS-VD-CUR) = WS-VD-IDX-ROWS (WS-VD-CUR)
               MOVE WS-VD-SUM (WS-VD-CUR)
                   TO WS-VD-IDX-LOG-SUM (WS-VD-CUR)
           END-IF.

      *-----------------------
      * Rows arrive grouped by date, so the date last found is tried
      * before the table is searched
      *-----------------------
       FIND-DATE-ENTRY.
           IF WS-VD-CUR > 0
               IF WS-VD-DATE (WS-VD-CUR) NOT = WS-VD-KEY
                   MOVE 0 TO WS-VD-CUR
               END-IF
           END-IF.
           IF WS-VD-CUR = 0
               PERFORM MATCH-DATE-ENTRY
                   VARYING WS-VD-IDX FROM 1 BY 1
                   UNTIL WS-VD-IDX > WS-VD-COUNT OR WS-VD-CUR > 0
           END-IF.
           IF WS-VD-CUR = 0
               PERFORM ADD-DATE-ENTRY
           END-IF.

       MATCH-DATE-ENTRY.
           IF WS-VD-DATE (WS-VD-IDX) = WS-VD-KEY
               MOVE WS-VD-IDX TO WS-VD-CUR
           END-IF.

       ADD-DATE-ENTRY.
           IF WS-VD-COUNT < 2000
               ADD 1 TO WS-VD-COUNT
               MOVE WS-VD-COUNT TO WS-VD-CUR
               MOVE WS-VD-KEY TO WS-VD-DATE (WS-VD-CUR)
               MOVE 0 TO WS-VD-LAST-SEQ (WS-VD-CUR)
               MOVE WS-VD-KEY TO WS-VD-HASH (WS-VD-CUR)
               MOVE 0 TO WS-VD-SEALED-SEQ (WS-VD-CUR)
               MOVE 0 TO WS-VD-SEALS (WS-VD-CUR)
               MOVE 0 TO WS-VD-ROWS (WS-VD-CUR)
               MOVE 0 TO WS-VD-SUM (WS-VD-CUR)
               MOVE 0 TO WS-VD-CTL-FLAG (WS-VD-CUR)
               MOVE 0 TO WS-VD-IDX-ROWS (WS-VD-CUR)
               MOVE 0 TO WS-VD-IDX-SUM (WS-VD-CUR)
               MOVE 0 TO WS-VD-IDX-FIRST (WS-VD-CUR)
               MOVE 0 TO WS-VD-IDX-LOG-SUM (WS-VD-CUR)
               MOVE 0 TO WS-VD-CTL-POS (WS-VD-CUR)
               MOVE 0 TO WS-VD-CTL-SEQ (WS-VD-CUR)
               MOVE WS-VD-KEY TO WS-VD-CTL-HASH (WS-VD-CUR)
               MOVE 0 TO WS-VD-CTL-SEALED (WS-VD-CUR)
               MOVE WS-VD-KEY TO WS-VD-CTL-LOG-HASH (WS-VD-CUR)
               MOVE 0 TO WS-VD-DONE-FLAG (WS-VD-CUR)
           ELSE
               IF WS-VD-FULL-FLAG = 0
                   MOVE 1 TO WS-VD-FULL-FLAG
                   MOVE WS-VD-KEY TO WS-ERR-DATE
                   MOVE "DATEFULL" TO WS-ERR-CHECK
                   MOVE "date table full - not checked"
                       TO WS-ERR-TEXT
                   PERFORM POST-VERIFY-ERROR
               END-IF
           END-IF.

      *-----------------------
      * Seal links to a date not met at the time are settled now
      *-----------------------
       CHECK-SEAL-LINKS.
           MOVE WS-SL-PREV-DATE (WS-SL-IDX) TO WS-VD-KEY.
           MOVE 0 TO WS-VD-CUR.
           PERFORM MATCH-DATE-ENTRY
               VARYING WS-VD-IDX FROM 1 BY 1
               UNTIL WS-VD-IDX > WS-VD-COUNT OR WS-VD-CUR > 0.
           IF WS-VD-CUR > 0
               IF WS-VD-SEALS (WS-VD-CUR) = 0
                   MOVE 0 TO WS-VD-CUR
               END-IF
           END-IF.
           IF WS-VD-CUR = 0
               MOVE WS-SL-DATE (WS-SL-IDX) TO WS-ERR-DATE
               MOVE WS-SL-FILE (WS-SL-IDX) TO WS-ERR-FILE
               MOVE WS-SL-POS (WS-SL-IDX) TO WS-ERR-POS
               MOVE "SEALLINK" TO WS-ERR-CHECK
               MOVE SPACES TO WS-ERR-TEXT
               STRING "links " WS-SL-PREV-DATE (WS-SL-IDX)
                   " - no seal for it"
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               PERFORM POST-VERIFY-ERROR
           END-IF.

      *-----------------------
      * AUDITCHN is read before the walk. A terminal writes its row
      * before moving the control row on, so rows chained during the
      * run can only leave the log ahead of the control row; a log
      * behind it has lost rows, and where the walk passed the
      * control row's place its hash must be the one the walk had
      * there
      *-----------------------
       LOAD-CHAIN-CONTROL.
           MOVE "AUDITCHN" TO WS-WALK-FILE.
           MOVE 0 TO WS-WALK-POS.
           MOVE SPACES TO WS-AH-STATUS.
           OPEN INPUT AUDIT-CHAIN-FILE.
           IF WS-AH-STATUS = "00"
               PERFORM READ-CHAIN-CONTROL-ROW
                   UNTIL WS-AH-STATUS NOT = "00"
               CLOSE AUDIT-CHAIN-FILE
           END-IF.

       READ-CHAIN-CONTROL-ROW.
           READ AUDIT-CHAIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-AH-STATUS
               NOT AT END
                   ADD 1 TO WS-WALK-POS
                   ADD 1 TO WS-CTL-COUNT
                   MOVE AH-DATE TO WS-ERR-DATE
                   MOVE WS-WALK-FILE TO WS-ERR-FILE
                   MOVE WS-WALK-POS TO WS-ERR-POS
                   MOVE AH-DATE TO WS-VD-KEY
                   PERFORM FIND-DATE-ENTRY
                   IF WS-VD-CUR > 0
                       MOVE 1 TO WS-VD-CTL-FLAG (WS-VD-CUR)
                       MOVE WS-WALK-POS TO WS-VD-CTL-POS (WS-VD-CUR)
                       MOVE AH-LAST-SEQ TO WS-VD-CTL-SEQ (WS-VD-CUR)
                       MOVE AH-LAST-HASH
                           TO WS-VD-CTL-HASH (WS-VD-CUR)
                       MOVE AH-SEALED-SEQ
                           TO WS-VD-CTL-SEALED (WS-VD-CUR)
                   END-IF
           END-READ.

       CHECK-CHAIN-CONTROL.
           MOVE SPACES TO WS-AH-STATUS.
           OPEN INPUT AUDIT-CHAIN-FILE.
           MOVE WS-AH-STATUS TO WS-AH-OPEN-STATUS.
           PERFORM CHECK-ONE-CONTROL-ROW
               VARYING WS-VD-IDX FROM 1 BY 1
               UNTIL WS-VD-IDX > WS-VD-COUNT.
           IF WS-AH-OPEN-STATUS = "00"
               CLOSE AUDIT-CHAIN-FILE
           END-IF.

       CHECK-ONE-CONTROL-ROW.
           MOVE WS-VD-DATE (WS-VD-IDX) TO WS-ERR-DATE.
           MOVE "AUDITCHN" TO WS-ERR-FILE.
           MOVE WS-VD-CTL-POS (WS-VD-IDX) TO WS-ERR-POS.
           IF WS-VD-CTL-FLAG (WS-VD-IDX) = 1
               PERFORM CHECK-CONTROL-AGAINST-LOG
           ELSE
           IF WS-VD-LAST-SEQ (WS-VD-IDX) > 0
               PERFORM CHECK-DATE-HAS-CONTROL
           END-IF
           END-IF.

       CHECK-CONTROL-AGAINST-LOG.
           IF WS-VD-LAST-SEQ (WS-VD-IDX) < WS-VD-CTL-SEQ (WS-VD-IDX)
               IF WS-VD-ROWS (WS-VD-IDX) = 0
                       AND WS-VD-SEALS (WS-VD-IDX) = 0
                   MOVE "NOROWS" TO WS-ERR-CHECK
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING WS-VD-CTL-SEQ (WS-VD-IDX)
                       " chained, none on file"
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   PERFORM POST-VERIFY-ERROR
               ELSE
                   MOVE "CTLSEQ" TO WS-ERR-CHECK
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING "control at " WS-VD-CTL-SEQ (WS-VD-IDX)
                       " log at " WS-VD-LAST-SEQ (WS-VD-IDX)
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   PERFORM POST-VERIFY-ERROR
               END-IF
           ELSE
           IF WS-VD-CTL-HASH (WS-VD-IDX) NOT =
                   WS-VD-CTL-LOG-HASH (WS-VD-IDX)
               MOVE "CTLHASH" TO WS-ERR-CHECK
               MOVE "control hash differs from log"
                   TO WS-ERR-TEXT
               PERFORM POST-VERIFY-ERROR
           END-IF
           END-IF.
           IF WS-VD-CTL-SEALED (WS-VD-IDX) NOT =
                   WS-VD-SEALED-SEQ (WS-VD-IDX)
               MOVE "CTLSEAL" TO WS-ERR-CHECK
               MOVE SPACES TO WS-ERR-TEXT
               STRING "sealed " WS-VD-CTL-SEALED (WS-VD-IDX)
                   " log seal " WS-VD-SEALED-SEQ (WS-VD-IDX)
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               PERFORM POST-VERIFY-ERROR
           END-IF.

      * A date first chained while the walk was under way has its
      * control row on file by now
       CHECK-DATE-HAS-CONTROL.
           MOVE "23" TO WS-AH-STATUS.
           IF WS-AH-OPEN-STATUS = "00"
               MOVE WS-VD-DATE (WS-VD-IDX) TO AH-DATE
               READ AUDIT-CHAIN-FILE
                   INVALID KEY
                       MOVE "23" TO WS-AH-STATUS
               END-READ
           END-IF.
           IF WS-AH-STATUS = "23"
               MOVE "NOCTL" TO WS-ERR-CHECK
               MOVE "chained date has no control row" TO WS-ERR-TEXT
               PERFORM POST-VERIFY-ERROR
           END-IF.

      *-----------------------
      * AUDITIDX is held against the log for each date it holds. The
      * organize step loads a date once, so the keyed rows are the
      * date's first rows in log order and any written later are not
      * among them: the same number of rows from the top of the date
      * must carry the same contents, in whatever key order the
      * organize step gave them
      *-----------------------
       LOAD-AUDIT-INDEX.
           MOVE "AUDITIDX" TO WS-WALK-FILE.
           MOVE 0 TO WS-WALK-POS.
           MOVE SPACES TO WS-AX-STATUS.
           OPEN INPUT AUDIT-IDX-FILE.
           IF WS-AX-STATUS = "00"
               PERFORM READ-AUDIT-INDEX-ROW
                   UNTIL WS-AX-STATUS NOT = "00"
               CLOSE AUDIT-IDX-FILE
           ELSE
           IF WS-AX-STATUS NOT = "35"
               MOVE WS-BUSINESS-DATE TO WS-ERR-DATE
               MOVE WS-WALK-FILE TO WS-ERR-FILE
               MOVE 0 TO WS-ERR-POS
               MOVE "NOFILE" TO WS-ERR-CHECK
               MOVE SPACES TO WS-ERR-TEXT
               STRING "keyed file unavailable (" WS-AX-STATUS ")"
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               PERFORM POST-VERIFY-ERROR
           END-IF
           END-IF.

       READ-AUDIT-INDEX-ROW.
           READ AUDIT-IDX-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-AX-STATUS
               NOT AT END
                   ADD 1 TO WS-WALK-POS
                   ADD 1 TO WS-IDX-ROW-COUNT
                   MOVE AX-DATE TO WS-ERR-DATE
                   MOVE WS-WALK-FILE TO WS-ERR-FILE
                   MOVE WS-WALK-POS TO WS-ERR-POS
                   MOVE AX-DATE TO WS-VD-KEY
                   PERFORM FIND-DATE-ENTRY
                   IF WS-VD-CUR > 0
                       PERFORM TALLY-INDEX-CHECKSUM
                   END-IF
           END-READ.

       TALLY-INDEX-CHECKSUM.
           IF WS-VD-IDX-ROWS (WS-VD-CUR) = 0
               MOVE WS-WALK-POS TO WS-VD-IDX-FIRST (WS-VD-CUR)
           END-IF.
           MOVE SPACES TO WS-CH-TEXT.
           STRING AX-USERNAME AX-DIFFICULTY AX-SECRET AX-GUESS
               AX-RESULT
               DELIMITED BY SIZE INTO WS-CH-TEXT.
           PERFORM HASH-ROW-CONTENT.
           ADD 1 TO WS-VD-IDX-ROWS (WS-VD-CUR).
           COMPUTE WS-CH-WORK = WS-VD-IDX-SUM (WS-VD-CUR) + WS-CH-HASH.
           COMPUTE WS-VD-IDX-SUM (WS-VD-CUR) =
               FUNCTION MOD(WS-CH-WORK, WS-CH-MODULUS).

       CHECK-AUDIT-INDEX.
           IF WS-VD-IDX-ROWS (WS-VD-IDX) > 0
               ADD 1 TO WS-IDX-DATE-COUNT
               MOVE WS-VD-DATE (WS-VD-IDX) TO WS-ERR-DATE
               MOVE "AUDITIDX" TO WS-ERR-FILE
               MOVE WS-VD-IDX-FIRST (WS-VD-IDX) TO WS-ERR-POS
               IF WS-VD-IDX-ROWS (WS-VD-IDX) >
                       WS-VD-ROWS (WS-VD-IDX)
                   MOVE "IDXCOUNT" TO WS-ERR-CHECK
                   MOVE SPACES TO WS-ERR-TEXT
                   STRING "keyed " WS-VD-IDX-ROWS (WS-VD-IDX)
                       " log " WS-VD-ROWS (WS-VD-IDX)
                       DELIMITED BY SIZE INTO WS-ERR-TEXT
                   PERFORM POST-VERIFY-ERROR
               ELSE
               IF WS-VD-IDX-SUM (WS-VD-IDX) NOT =
                       WS-VD-IDX-LOG-SUM (WS-VD-IDX)
                   MOVE "IDXSUM" TO WS-ERR-CHECK
                   MOVE "keyed rows differ from the log"
                       TO WS-ERR-TEXT
                   PERFORM POST-VERIFY-ERROR
               END-IF
               END-IF
           END-IF.

      *-----------------------
      * Rows chained after a date's last seal are not an error - they
      * were played after the night's run - and are sealed tonight
      *-----------------------
       REPORT-LATE-ROWS.
           IF WS-VD-SEALS (WS-VD-IDX) > 0
                   AND WS-VD-LAST-SEQ (WS-VD-IDX) >
                       WS-VD-SEALED-SEQ (WS-VD-IDX)
               ADD 1 TO WS-LATE-COUNT
               COMPUTE WS-LATE-ROWS = WS-VD-LAST-SEQ (WS-VD-IDX)
                   - WS-VD-SEALED-SEQ (WS-VD-IDX)
               MOVE SPACES TO RP-LINE
               STRING "  " WS-VD-DATE (WS-VD-IDX)
                   " LATE     " WS-LATE-ROWS
                   " row(s) written after the date's seal"
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               DISPLAY RP-LINE
           END-IF.

      *-----------------------
      * Seals go on in date order, each linked to the one before. A
      * date's control row is held locked while its seal is written,
      * the same as the game does for a row, and AUDITLOG is closed
      * behind the seal before the lock is let go. A date whose
      * control row has moved on since the walk, or is held by a
      * terminal, had rows written during the run and is left for
      * the next night
      *-----------------------
       SEAL-OPEN-DATES.
           MOVE SPACES TO WS-AH-STATUS.
           OPEN I-O AUDIT-CHAIN-FILE.
           IF WS-AH-STATUS NOT = "00"
               MOVE SPACES TO RP-LINE
               STRING "No dates sealed - AUDITCHN unavailable (status "
                   WS-AH-STATUS ")."
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               DISPLAY RP-LINE
           ELSE
               MOVE 1 TO WS-VD-NEXT
               PERFORM SEAL-NEXT-OPEN-DATE UNTIL WS-VD-NEXT = 0
               CLOSE AUDIT-CHAIN-FILE
           END-IF.

       SEAL-NEXT-OPEN-DATE.
           MOVE 0 TO WS-VD-NEXT.
           PERFORM FIND-OLDEST-OPEN-DATE
               VARYING WS-VD-IDX FROM 1 BY 1
               UNTIL WS-VD-IDX > WS-VD-COUNT.
           IF WS-VD-NEXT > 0
               MOVE 1 TO WS-VD-DONE-FLAG (WS-VD-NEXT)
               PERFORM SEAL-ONE-DATE
           END-IF.

       FIND-OLDEST-OPEN-DATE.
           IF WS-VD-DONE-FLAG (WS-VD-IDX) = 0
                   AND WS-VD-LAST-SEQ (WS-VD-IDX) >
                       WS-VD-SEALED-SEQ (WS-VD-IDX)
                   AND WS-VD-DATE (WS-VD-IDX) <= WS-BUSINESS-DATE
               IF WS-VD-NEXT = 0
                   MOVE WS-VD-IDX TO WS-VD-NEXT
               ELSE
               IF WS-VD-DATE (WS-VD-IDX) < WS-VD-DATE (WS-VD-NEXT)
                   MOVE WS-VD-IDX TO WS-VD-NEXT
               END-IF
               END-IF
           END-IF.

       SEAL-ONE-DATE.
           MOVE WS-VD-DATE (WS-VD-NEXT) TO AH-DATE.
           READ AUDIT-CHAIN-FILE WITH LOCK
               INVALID KEY
                   MOVE "23" TO WS-AH-STATUS
           END-READ.
           IF WS-AH-STATUS NOT = "00"
                   OR AH-LAST-SEQ NOT = WS-VD-LAST-SEQ (WS-VD-NEXT)
               ADD 1 TO WS-UNSEALED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "  " WS-VD-DATE (WS-VD-NEXT)
                   " NOTSEAL  rows written during the run - sealed "
                   "next night"
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               DISPLAY RP-LINE
           ELSE
               PERFORM WRITE-SEAL-ROW
           END-IF.
           IF WS-AH-STATUS = "00"
               UNLOCK AUDIT-CHAIN-FILE
           END-IF.
           MOVE "00" TO WS-AH-STATUS.

       WRITE-SEAL-ROW.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "*SEAL*" TO SE-LABEL.
           MOVE WS-LAST-SEAL-DATE TO SE-PREV-DATE.
           MOVE "SEAL" TO AD-RESULT.
           MOVE WS-VD-DATE (WS-VD-NEXT) TO AD-DATE.
           MOVE WS-VD-LAST-SEQ (WS-VD-NEXT) TO AD-SEQ.
           MOVE "S" TO AD-TYPE.
           MOVE WS-VD-HASH (WS-VD-NEXT) TO WS-CH-HASH.
           PERFORM HASH-AUDIT-ROW.
           MOVE WS-CH-HASH TO AD-HASH.
           MOVE SPACES TO WS-AUD-STATUS.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           WRITE AUDIT-RECORD.
           MOVE WS-AUD-STATUS TO WS-AH-ROW-STATUS.
           CLOSE AUDIT-FILE.
           IF WS-AH-ROW-STATUS NOT = "00"
               ADD 1 TO WS-UNSEALED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "  " WS-VD-DATE (WS-VD-NEXT)
                   " NOTSEAL  seal not written to AUDITLOG (status "
                   WS-AH-ROW-STATUS ")"
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               DISPLAY RP-LINE
           ELSE
               MOVE WS-CH-HASH TO AH-LAST-HASH
               MOVE WS-VD-LAST-SEQ (WS-VD-NEXT) TO AH-SEALED-SEQ
               REWRITE AH-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE "00" TO WS-AH-STATUS
               MOVE WS-VD-DATE (WS-VD-NEXT) TO WS-LAST-SEAL-DATE
               ADD 1 TO WS-SEALED-COUNT
               MOVE SPACES TO RP-LINE
               STRING "  " WS-VD-DATE (WS-VD-NEXT) " SEALED   "
                   WS-VD-LAST-SEQ (WS-VD-NEXT) " chained row(s)"
                   DELIMITED BY SIZE INTO RP-LINE
               WRITE RP-LINE
               DISPLAY RP-LINE
           END-IF.

      *-----------------------
      * The chain hash - the row's bytes up to and including AD-SEQ,
      * then its type, folded into the running hash in WS-CH-HASH
      *-----------------------
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

      * The content hash of one game row, the fields AUDITIDX keeps
       HASH-LOG-CONTENT.
           MOVE SPACES TO WS-CH-TEXT.
           STRING AD-USERNAME AD-DIFFICULTY AD-SECRET AD-GUESS
               AD-RESULT
               DELIMITED BY SIZE INTO WS-CH-TEXT.
           PERFORM HASH-ROW-CONTENT.

       HASH-ROW-CONTENT.
           MOVE 0 TO WS-CH-HASH.
           MOVE 23 TO WS-CH-LENGTH.
           PERFORM HASH-ONE-CHAIN-BYTE
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-LENGTH.

      *-----------------------
      * Verification report
      *-----------------------
       POST-VERIFY-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO RP-LINE.
           STRING "  " WS-ERR-DATE " " WS-ERR-CHECK " " WS-ERR-FILE
               " " WS-ERR-POS " " WS-ERR-TEXT
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       PRINT-REPORT-HEADER.
           MOVE "HIGHER OR LOWER - AUDIT CHAIN VERIFICATION REPORT"
               TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Business date: " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "------------------------------------------------" TO
               RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE "  DATE     CHECK    FILE             RECORD DETAIL"
               TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.

       PRINT-REPORT-TOTALS.
           IF WS-ERROR-COUNT = 0 AND WS-LATE-COUNT = 0
                   AND WS-SEALED-COUNT = 0 AND WS-UNSEALED-COUNT = 0
               MOVE "  (nothing to report)" TO RP-LINE
               WRITE RP-LINE
               DISPLAY RP-LINE
           END-IF.
           MOVE "------------------------------------------------" TO
               RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Files walked: " WS-FILE-COUNT "  rows read: "
               WS-ROW-COUNT "  seals read: " WS-SEAL-COUNT
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Chained rows: " WS-CHAINED-COUNT
               "  unchained rows: " WS-UNCHAINED-COUNT
               "  dates: " WS-VD-COUNT
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "AUDITCHN rows: " WS-CTL-COUNT
               "  AUDITIDX rows: " WS-IDX-ROW-COUNT
               "  dates compared: " WS-IDX-DATE-COUNT
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           STRING "Dates sealed: " WS-SEALED-COUNT
               "  left for next night: " WS-UNSEALED-COUNT
               "  late dates: " WS-LATE-COUNT
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           IF WS-ERROR-COUNT = 0
               MOVE "Verification passed - no errors." TO RP-LINE
           ELSE
               STRING "*** VERIFICATION FAILED - " WS-ERROR-COUNT
                   " ERROR(S), NO DATES SEALED ***"
                   DELIMITED BY SIZE INTO RP-LINE
           END-IF.
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
       END PROGRAM AUDIT-VERIFY.
