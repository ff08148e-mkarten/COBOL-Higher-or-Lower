      * Date: 22-AUG-2026
      * Purpose: Operator roll of the BUSDATE processing-date control
      *          record - the game stamps audit rows and the daily
      *          report picks its default day from this record. The
      *          roll defaults to the next processing day on the
      *          CALENDAR file and refuses a date the calendar does
      *          not mark as a processing day. Needs an operator,
      *          supervisor or administrator sign-on
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CL-STATUS.

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
           05  FILLER              PIC X.
           05  BD-PRIOR-DATE       PIC 9(8).

       FD  CALENDAR-FILE.
       01  CL-RECORD.
           05  CL-DATE             PIC 9(8).
           05  CL-PROCESSING       PIC X.
           05  CL-MONTH-END        PIC X.
           05  CL-SEASON-END       PIC X.
           05  CL-DESCRIPTION      PIC X(20).

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
       01  WS-BD-STATUS PIC XX.
       01  WS-CL-STATUS PIC XX.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-OLD-CURRENT PIC 9(8) VALUE 0.
       01  WS-NEW-CURRENT PIC 9(8).
       01  WS-DATE-ANSWER PIC X(8).
       01  WS-DATE-TEST-VALUE PIC X(8).
       01  WS-CONFIRM-ANSWER PIC X.
       01  WS-NEXT-PROCESSING PIC 9(8) VALUE 0.
       01  WS-NEW-MONTH-END PIC X VALUE "N".
       01  WS-NEW-SEASON-END PIC X VALUE "N".
       01  WS-DATE-OK-FLAG PIC 9 VALUE 0.

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "BUSDATE-ROLL".
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
           PERFORM SIGN-ON-OPERATOR.
           MOVE "ASO" TO WS-OP-ALLOWED-ROLES.
           MOVE "Roll the business date" TO WS-OP-DETAIL.
           PERFORM CHECK-OPERATOR-ROLE.
           IF WS-OP-ALLOWED-FLAG = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-CONTROL-RECORD.
           PERFORM OPEN-CALENDAR-FILE.
           PERFORM FIND-NEXT-PROCESSING-DAY.
           PERFORM ASK-NEW-DATE.
           CLOSE CALENDAR-FILE.
           IF WS-OLD-CURRENT > 0
                   AND WS-NEW-CURRENT <= WS-OLD-CURRENT
               DISPLAY "WARNING: new business date " WS-NEW-CURRENT
                   " does not advance the current date "
                   WS-OLD-CURRENT "."
               PERFORM CONFIRM-ROLL
           ELSE
           IF WS-NEW-CURRENT > WS-NEXT-PROCESSING
               DISPLAY "WARNING: new business date " WS-NEW-CURRENT
                   " skips the processing day " WS-NEXT-PROCESSING
                   "."
               PERFORM CONFIRM-ROLL
           END-IF
           END-IF.
           PERFORM WRITE-CONTROL-RECORD.
           MOVE "ACTION" TO WS-OP-EVENT.
           MOVE SPACES TO WS-OP-DETAIL.
           STRING "Rolled business date to " WS-NEW-CURRENT
               DELIMITED BY SIZE INTO WS-OP-DETAIL.
           PERFORM WRITE-SECURITY-LOG.
           DISPLAY "Business date rolled: current " WS-NEW-CURRENT
               ", prior " WS-NEW-PRIOR ".".
           IF WS-NEW-MONTH-END = "Y"
               DISPLAY WS-NEW-CURRENT " is the last business day of "
                   "the month - the month-end steps join that night's "
                   "stream."
           END-IF.
           IF WS-NEW-SEASON-END = "Y"
               DISPLAY WS-NEW-CURRENT " is a season-end date - the "
                   "season close joins that night's stream."
           END-IF.
           STOP RUN.

       CONFIRM-ROLL.
           DISPLAY "Roll anyway? (Y/N)".
           ACCEPT WS-CONFIRM-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-ANSWER)
               TO WS-CONFIRM-ANSWER.
           IF WS-CONFIRM-ANSWER NOT = "Y"
               DISPLAY "Roll abandoned - control record unchanged."
               STOP RUN
           END-IF.

       OPEN-CALENDAR-FILE.
           MOVE SPACES TO WS-CL-STATUS.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CL-STATUS NOT = "00"
               DISPLAY "FATAL: CALENDAR unavailable (status "
                   WS-CL-STATUS ") - build the calendar with "
                   "CALENDAR-MAINT before rolling."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------
      * The default roll is the first processing day after the
      * current business date; on the very first roll, the first
      * processing day from today on
      *-----------------------
       FIND-NEXT-PROCESSING-DAY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF WS-OLD-CURRENT > 0
               MOVE WS-OLD-CURRENT TO CL-DATE
           ELSE
               COMPUTE CL-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
           END-IF.
           MOVE 0 TO WS-NEXT-PROCESSING.
           START CALENDAR-FILE KEY > CL-DATE
               INVALID KEY
                   MOVE "23" TO WS-CL-STATUS
           END-START.
           IF WS-CL-STATUS = "00"
               PERFORM READ-NEXT-CALENDAR-DAY
                   UNTIL WS-CL-STATUS NOT = "00"
                       OR WS-NEXT-PROCESSING > 0
           END-IF.
           IF WS-NEXT-PROCESSING = 0
               DISPLAY "FATAL: no processing day on the CALENDAR "
                   "after " CL-DATE " - build the coming month with "
                   "CALENDAR-MAINT before rolling."
               CLOSE CALENDAR-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-NEXT-CALENDAR-DAY.
           READ CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CL-STATUS
               NOT AT END
                   IF CL-PROCESSING = "Y"
                       MOVE CL-DATE TO WS-NEXT-PROCESSING
                   END-IF
           END-READ.

       READ-CONTROL-RECORD.
           MOVE SPACES TO WS-BD-STATUS.
           OPEN INPUT BUSDATE-FILE.
           END-IF.

       ASK-NEW-DATE.
           DISPLAY "New business date, YYYYMMDD, or press ENTER "
               "for the next processing day (" WS-NEXT-PROCESSING
               "):".
           ACCEPT WS-DATE-ANSWER.
           INSPECT WS-DATE-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           IF WS-DATE-ANSWER = SPACES
               MOVE WS-NEXT-PROCESSING TO WS-NEW-CURRENT
               PERFORM CHECK-CALENDAR-DATE
           ELSE
               MOVE WS-DATE-ANSWER TO WS-DATE-TEST-VALUE
               IF WS-DATE-TEST-VALUE IS NUMERIC
                   MOVE WS-DATE-TEST-VALUE TO WS-NEW-CURRENT
                   PERFORM CHECK-CALENDAR-DATE
                   IF WS-DATE-OK-FLAG = 0
                       PERFORM ASK-NEW-DATE
                   END-IF
               ELSE
                   DISPLAY "Invalid date please try again"
                   PERFORM ASK-NEW-DATE
               END-IF
           END-IF.

      * Only a date the calendar marks as a processing day may
      * become the business date
       CHECK-CALENDAR-DATE.
           MOVE 0 TO WS-DATE-OK-FLAG.
           MOVE WS-NEW-CURRENT TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY "REFUSED: " WS-NEW-CURRENT " is not on the "
                       "CALENDAR - please try again"
               NOT INVALID KEY
                   IF CL-PROCESSING = "Y"
                       MOVE 1 TO WS-DATE-OK-FLAG
                       MOVE CL-MONTH-END TO WS-NEW-MONTH-END
                       MOVE CL-SEASON-END TO WS-NEW-SEASON-END
                   ELSE
                       DISPLAY "REFUSED: " WS-NEW-CURRENT " is a "
                           "non-processing day (" CL-DESCRIPTION
                           ") - please try again"
                   END-IF
           END-READ.

      * The outgoing current date becomes the prior business date; on
      * the very first roll both dates are set to the new date so the
      * report default is never zero
           MOVE WS-NEW-PRIOR TO BD-PRIOR-DATE.
           WRITE BD-RECORD.
           CLOSE BUSDATE-FILE.

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
       END PROGRAM BUSDATE-ROLL.
