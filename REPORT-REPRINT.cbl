      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: Report repository utility - every batch report is
      *          filed by the program that prints it as a generation
      *          named REPORTID.YYYYMMDD.NN (report ID, business date
      *          and run number) and indexed in the REPORTIDX keyed
      *          file. This utility lists the generations on file for
      *          a report ID and business-date range and reprints the
      *          one chosen to the REPRINT file, and maintains the
      *          RPTRETN retention rules - how many generations of
      *          each report ID are kept before the oldest are purged
      *          at the next filing. Supervisors and administrators
      *          may list and reprint; only administrators may change
      *          a retention rule. Reprints and rule changes are
      *          written to the SECLOG security log
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REPORT-REPRINT.
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

           SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-RG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-STATUS.

           SELECT REPRINT-FILE ASSIGN TO "REPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

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

       FD  RETENTION-FILE.
       01  RR-RECORD.
           05  RR-REPORT-ID        PIC X(8).
           05  RR-KEEP             PIC 9(3).
           05  RR-SET-DATE         PIC 9(8).
           05  RR-OPERATOR         PIC X(7).

       FD  GENERATION-FILE.
       01  RG-LINE                 PIC X(132).

       FD  REPRINT-FILE.
       01  RP-LINE                 PIC X(132).

       FD  BUSDATE-FILE.
       01  BD-RECORD.
           05  BD-CURRENT-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  BD-PRIOR-DATE       PIC 9(8).

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
       78  WS-RG-DEFAULT-KEEP VALUE 31.
       78  WS-GEN-MAX VALUE 200.
       01  WS-RI-STATUS PIC XX.
       01  WS-RR-STATUS PIC XX.
       01  WS-RG-STATUS PIC XX.
       01  WS-RP-STATUS PIC XX.
       01  WS-BD-STATUS PIC XX.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-RUN PIC 9 VALUE 1.
       01  WS-MENU-INPUT PIC X(20).
       01  WS-ANSWER PIC X(20).
       01  WS-NB-TEST-VALUE PIC X(5).
       01  WS-DATE-ANSWER PIC X(20).
       01  WS-DATE-TEST-VALUE PIC X(8).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-REPORT-ID PIC X(8).
       01  WS-NEW-KEEP PIC 9(3).
       01  WS-RG-FILE-NAME PIC X(20).
       01  WS-RG-EOF-FLAG PIC 9 VALUE 0.
       01  WS-RG-LINES PIC 9(6).
       01  WS-RULE-COUNT PIC 9(4).
       01  WS-TIME-WORK PIC 9(6).
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH          PIC 99.
           05  WS-TIME-MM          PIC 99.
           05  WS-TIME-SS          PIC 99.
       01  WS-TODAY-DATE PIC 9(8).

      *-----------------------
      * Generations listed for the report ID and date range; the
      * number shown beside each is what the operator picks
      *-----------------------
       01  WS-GEN-COUNT PIC 9(4) VALUE 0.
       01  WS-GEN-FOUND PIC 9(6) VALUE 0.
       01  WS-GEN-IDX PIC 9(4).
       01  WS-GEN-PICK PIC 9(4) VALUE 0.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 200 TIMES.
               10  WS-GEN-FILE-NAME    PIC X(20).
               10  WS-GEN-BUS-DATE     PIC 9(8).
               10  WS-GEN-RUN-NO       PIC 99.
               10  WS-GEN-RUN-DATE     PIC 9(8).
               10  WS-GEN-RUN-TIME     PIC 9(6).
               10  WS-GEN-PAGES        PIC 9(4).
               10  WS-GEN-LINES        PIC 9(6).
               10  WS-GEN-PROGRAM      PIC X(17).
       01  WS-GEN-NO-DISP PIC ZZZ9.

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "REPORT-REPRINT".
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
           DISPLAY "REPORT REPRINT - filed report generations and "
               "retention".
           PERFORM READ-BUSINESS-DATE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM REPRINT-MENU UNTIL WS-RUN = 0.
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

       REPRINT-MENU.
           DISPLAY " ".
           DISPLAY "1 - List and reprint a report's generations".
           DISPLAY "2 - List the retention rules".
           DISPLAY "3 - Set a report's retention".
           DISPLAY "4 - Exit".
           ACCEPT WS-MENU-INPUT.
           INSPECT WS-MENU-INPUT REPLACING ALL WS-NEW-LINE BY SPACE.
           PERFORM AUTHORIZE-MENU-CHOICE.
           IF WS-OP-ALLOWED-FLAG = 1
               EVALUATE WS-MENU-INPUT
                   WHEN "1"
                       PERFORM LIST-GENERATIONS
                   WHEN "2"
                       PERFORM LIST-RETENTION-RULES
                   WHEN "3"
                       PERFORM SET-RETENTION-RULE
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
                   MOVE "AS" TO WS-OP-ALLOWED-ROLES
                   MOVE "List and reprint reports" TO WS-OP-DETAIL
               WHEN "2"
                   MOVE "AS" TO WS-OP-ALLOWED-ROLES
                   MOVE "List retention rules" TO WS-OP-DETAIL
               WHEN "3"
                   MOVE "A" TO WS-OP-ALLOWED-ROLES
                   MOVE "Set report retention" TO WS-OP-DETAIL
           END-EVALUATE.
           IF WS-OP-ALLOWED-ROLES NOT = SPACES
               PERFORM CHECK-OPERATOR-ROLE
           END-IF.

      *-----------------------
      * Generations are keyed by report ID, business date and run
      * number, so the listing is one START and a forward read over
      * the report ID's dates in range
      *-----------------------
       LIST-GENERATIONS.
           PERFORM ASK-REPORT-ID.
           PERFORM ASK-DATE-RANGE.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO WS-GEN-FOUND.
           MOVE SPACES TO WS-RI-STATUS.
           OPEN INPUT REPORT-INDEX-FILE.
           IF WS-RI-STATUS NOT = "00"
               DISPLAY "No reports have been filed yet (REPORTIDX "
                   "status " WS-RI-STATUS ")."
           ELSE
               MOVE WS-REPORT-ID TO RI-REPORT-ID
               MOVE WS-FROM-DATE TO RI-BUS-DATE
               MOVE 0 TO RI-RUN-NO
               START REPORT-INDEX-FILE KEY IS NOT LESS THAN RI-KEY
                   INVALID KEY
                       MOVE "23" TO WS-RI-STATUS
               END-START
               PERFORM READ-GENERATION-ROW
                   UNTIL WS-RI-STATUS NOT = "00"
               CLOSE REPORT-INDEX-FILE
               PERFORM SHOW-GENERATIONS
           END-IF.

       READ-GENERATION-ROW.
           READ REPORT-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RI-STATUS
           END-READ.
           IF WS-RI-STATUS = "00"
               IF RI-REPORT-ID NOT = WS-REPORT-ID
                       OR RI-BUS-DATE > WS-TO-DATE
                   MOVE "10" TO WS-RI-STATUS
               ELSE
                   PERFORM ADD-GENERATION-ENTRY
               END-IF
           END-IF.

       ADD-GENERATION-ENTRY.
           ADD 1 TO WS-GEN-FOUND.
           IF WS-GEN-COUNT < WS-GEN-MAX
               ADD 1 TO WS-GEN-COUNT
               MOVE RI-FILE-NAME TO WS-GEN-FILE-NAME (WS-GEN-COUNT)
               MOVE RI-BUS-DATE TO WS-GEN-BUS-DATE (WS-GEN-COUNT)
               MOVE RI-RUN-NO TO WS-GEN-RUN-NO (WS-GEN-COUNT)
               MOVE RI-RUN-DATE TO WS-GEN-RUN-DATE (WS-GEN-COUNT)
               MOVE RI-RUN-TIME TO WS-GEN-RUN-TIME (WS-GEN-COUNT)
               MOVE RI-PAGES TO WS-GEN-PAGES (WS-GEN-COUNT)
               MOVE RI-LINES TO WS-GEN-LINES (WS-GEN-COUNT)
               MOVE RI-PROGRAM TO WS-GEN-PROGRAM (WS-GEN-COUNT)
           END-IF.

       SHOW-GENERATIONS.
           IF WS-GEN-COUNT = 0
               DISPLAY "No generations of " WS-REPORT-ID
                   " are filed for " WS-FROM-DATE " to " WS-TO-DATE
                   "."
           ELSE
               DISPLAY "   NO BUS DATE RUN FILED ON     AT    PAGES "
                   " LINES PROGRAM"
               PERFORM SHOW-ONE-GENERATION
                   VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-GEN-FOUND > WS-GEN-COUNT
                   DISPLAY "Only the first " WS-GEN-COUNT " of "
                       WS-GEN-FOUND " generations are listed - "
                       "narrow the date range to see the rest."
               END-IF
               PERFORM ASK-GENERATION-PICK
               IF WS-GEN-PICK > 0
                   PERFORM REPRINT-GENERATION
               END-IF
           END-IF.

       SHOW-ONE-GENERATION.
           MOVE WS-GEN-IDX TO WS-GEN-NO-DISP.
           MOVE WS-GEN-RUN-TIME (WS-GEN-IDX) TO WS-TIME-WORK.
           DISPLAY " " WS-GEN-NO-DISP " " WS-GEN-BUS-DATE (WS-GEN-IDX)
               "  " WS-GEN-RUN-NO (WS-GEN-IDX) " "
               WS-GEN-RUN-DATE (WS-GEN-IDX) " " WS-TIME-HH ":"
               WS-TIME-MM "  " WS-GEN-PAGES (WS-GEN-IDX) " "
               WS-GEN-LINES (WS-GEN-IDX) " "
               WS-GEN-PROGRAM (WS-GEN-IDX).

       ASK-GENERATION-PICK.
           DISPLAY "Number of the generation to reprint, or 0 for "
               "none:".
           ACCEPT WS-ANSWER.
           INSPECT WS-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE WS-ANSWER (1:4) TO WS-NB-TEST-VALUE (1:4).
           INSPECT WS-NB-TEST-VALUE (1:4)
               REPLACING ALL SPACES BY ZEROES.
           IF WS-ANSWER NOT = SPACES
                   AND WS-NB-TEST-VALUE (1:4) IS NUMERIC
                   AND WS-ANSWER (5:) = SPACES
               MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-GEN-PICK
           ELSE
               MOVE 9999 TO WS-GEN-PICK
           END-IF.
           IF WS-GEN-PICK > WS-GEN-COUNT
               DISPLAY "Invalid choice please try again"
               PERFORM ASK-GENERATION-PICK
           END-IF.

      *-----------------------
      * The chosen generation is copied to REPRINT under a banner
      * saying what it is and who reprinted it, and shown on screen
      *-----------------------
       REPRINT-GENERATION.
           MOVE WS-GEN-FILE-NAME (WS-GEN-PICK) TO WS-RG-FILE-NAME.
           MOVE SPACES TO WS-RG-STATUS.
           OPEN INPUT GENERATION-FILE.
           IF WS-RG-STATUS NOT = "00"
               DISPLAY "Generation file " WS-RG-FILE-NAME
                   " cannot be read (status " WS-RG-STATUS ")."
           ELSE
               MOVE SPACES TO WS-RP-STATUS
               OPEN OUTPUT REPRINT-FILE
               IF WS-RP-STATUS NOT = "00"
                   DISPLAY "REPRINT cannot be written (status "
                       WS-RP-STATUS ")."
                   CLOSE GENERATION-FILE
               ELSE
                   PERFORM COPY-GENERATION
               END-IF
           END-IF.

       COPY-GENERATION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RP-LINE.
           STRING "REPRINT OF " WS-RG-FILE-NAME " - reprinted "
               WS-TODAY-DATE " by " WS-OP-ID
               DELIMITED BY SIZE INTO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE SPACES TO RP-LINE.
           WRITE RP-LINE.
           DISPLAY RP-LINE.
           MOVE 0 TO WS-RG-LINES.
           MOVE 0 TO WS-RG-EOF-FLAG.
           PERFORM COPY-ONE-GENERATION-LINE UNTIL WS-RG-EOF-FLAG = 1.
           CLOSE GENERATION-FILE.
           CLOSE REPRINT-FILE.
           DISPLAY WS-RG-LINES " lines reprinted to REPRINT.".
           MOVE "ACTION" TO WS-OP-EVENT.
           MOVE SPACES TO WS-OP-DETAIL.
           STRING "Reprinted " WS-RG-FILE-NAME
               DELIMITED BY SIZE INTO WS-OP-DETAIL.
           PERFORM WRITE-SECURITY-LOG.

       COPY-ONE-GENERATION-LINE.
           READ GENERATION-FILE
               AT END
                   MOVE 1 TO WS-RG-EOF-FLAG
               NOT AT END
                   MOVE RG-LINE TO RP-LINE
                   WRITE RP-LINE
                   DISPLAY RP-LINE
                   ADD 1 TO WS-RG-LINES
           END-READ.

      *-----------------------
      * Retention rules - a report ID with no rule keeps the default
      * number of generations; a rule of zero keeps every generation
      *-----------------------
       LIST-RETENTION-RULES.
           MOVE 0 TO WS-RULE-COUNT.
           MOVE SPACES TO WS-RR-STATUS.
           OPEN INPUT RETENTION-FILE.
           IF WS-RR-STATUS = "00"
               DISPLAY "REPORT   KEEP SET ON   BY"
               PERFORM LIST-ONE-RULE UNTIL WS-RR-STATUS NOT = "00"
               CLOSE RETENTION-FILE
           END-IF.
           DISPLAY WS-RULE-COUNT " retention rule(s). Report IDs "
               "without a rule keep " WS-RG-DEFAULT-KEEP
               " generations.".

       LIST-ONE-RULE.
           READ RETENTION-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-RR-STATUS
               NOT AT END
                   ADD 1 TO WS-RULE-COUNT
                   IF RR-KEEP = 0
                       DISPLAY RR-REPORT-ID " ALL  " RR-SET-DATE " "
                           RR-OPERATOR
                   ELSE
                       DISPLAY RR-REPORT-ID " " RR-KEEP "  "
                           RR-SET-DATE " " RR-OPERATOR
                   END-IF
           END-READ.

       SET-RETENTION-RULE.
           PERFORM ASK-REPORT-ID.
           PERFORM ASK-KEEP-COUNT.
           MOVE SPACES TO WS-RR-STATUS.
           OPEN I-O RETENTION-FILE.
           IF WS-RR-STATUS = "35"
               OPEN OUTPUT RETENTION-FILE
               CLOSE RETENTION-FILE
               OPEN I-O RETENTION-FILE
           END-IF.
           IF WS-RR-STATUS NOT = "00"
               DISPLAY "RPTRETN cannot be opened (status "
                   WS-RR-STATUS ")."
           ELSE
               PERFORM WRITE-RETENTION-RULE
               CLOSE RETENTION-FILE
           END-IF.

       WRITE-RETENTION-RULE.
           MOVE WS-REPORT-ID TO RR-REPORT-ID.
           READ RETENTION-FILE
               INVALID KEY
                   MOVE SPACES TO RR-RECORD
                   MOVE WS-REPORT-ID TO RR-REPORT-ID
                   PERFORM FILL-RETENTION-RULE
                   WRITE RR-RECORD
               NOT INVALID KEY
                   PERFORM FILL-RETENTION-RULE
                   REWRITE RR-RECORD
           END-READ.
           IF WS-NEW-KEEP = 0
               DISPLAY WS-REPORT-ID " now keeps every generation."
           ELSE
               DISPLAY WS-REPORT-ID " now keeps " WS-NEW-KEEP
                   " generations - older ones are purged at its next "
                   "filing."
           END-IF.
           MOVE "ACTION" TO WS-OP-EVENT.
           MOVE SPACES TO WS-OP-DETAIL.
           STRING "Retention " WS-REPORT-ID " now " WS-NEW-KEEP
               DELIMITED BY SIZE INTO WS-OP-DETAIL.
           PERFORM WRITE-SECURITY-LOG.

       FILL-RETENTION-RULE.
           MOVE WS-NEW-KEEP TO RR-KEEP.
           ACCEPT RR-SET-DATE FROM DATE YYYYMMDD.
           MOVE WS-OP-ID TO RR-OPERATOR.

       ASK-REPORT-ID.
           DISPLAY "Report ID (e.g. DAILYRPT, RECONRPT):".
           ACCEPT WS-ANSWER.
           INSPECT WS-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           IF WS-ANSWER = SPACES OR WS-ANSWER (9:) NOT = SPACES
               DISPLAY "Invalid report ID please try again"
               PERFORM ASK-REPORT-ID
           ELSE
               MOVE WS-ANSWER TO WS-REPORT-ID
           END-IF.

       ASK-KEEP-COUNT.
           DISPLAY "Generations to keep (0-999, 0 keeps them all):".
           ACCEPT WS-ANSWER.
           INSPECT WS-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE WS-ANSWER (1:3) TO WS-NB-TEST-VALUE (1:3).
           INSPECT WS-NB-TEST-VALUE (1:3)
               REPLACING ALL SPACES BY ZEROES.
           IF WS-ANSWER NOT = SPACES
                   AND WS-NB-TEST-VALUE (1:3) IS NUMERIC
                   AND WS-ANSWER (4:) = SPACES
               MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-NEW-KEEP
           ELSE
               DISPLAY "Invalid count please try again"
               PERFORM ASK-KEEP-COUNT
           END-IF.

       ASK-DATE-RANGE.
           PERFORM ASK-FROM-DATE.
           PERFORM ASK-TO-DATE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "From date is after the to date - try again"
               PERFORM ASK-DATE-RANGE
           END-IF.

       ASK-FROM-DATE.
           DISPLAY "Business date from (YYYYMMDD):".
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
           DISPLAY "Business date to, YYYYMMDD, or press ENTER for the "
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
       END PROGRAM REPORT-REPRINT.
