      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: Operator maintenance for the CALENDAR keyed file -
      *          one record per date marking a processing or
      *          non-processing day, the last business day of the
      *          month and the season-end dates. A month is built in
      *          one go (weekends open or closed), single dates are
      *          then opened, closed or marked season-end. The
      *          month-end mark is always re-derived as the month's
      *          last processing day, never keyed by hand. BUSDATE-ROLL
      *          rolls only onto processing days and JOB-STREAM adds
      *          the month-end steps from these marks. Changes are
      *          kept to supervisors and administrators
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALENDAR-MAINT.
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
      *-----------------------
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
       01  WS-CL-STATUS PIC XX.
       01  WS-RUN PIC 9 VALUE 1.
       01  WS-MENU-INPUT PIC X(20).
       01  WS-ANSWER PIC X(20).
       01  WS-CONFIRM-ANSWER PIC X.
       01  WS-WEEKEND-ANSWER PIC X.
       01  WS-DATE-ANSWER PIC X(8).
       01  WS-DATE-TEST-VALUE PIC X(8).
       01  WS-MONTH-ANSWER PIC X(6).
       01  WS-MONTH-TEST-VALUE PIC X(6).

      *-----------------------
      * The month and date being worked
      *-----------------------
       01  WS-MONTH PIC 9(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH.
           05  WS-MONTH-YEAR       PIC 9(4).
           05  WS-MONTH-MONTH      PIC 99.
       01  WS-CAL-DATE PIC 9(8).
       01  WS-WORK-DATE PIC 9(8).
       01  WS-MONTH-FIRST PIC 9(8).
       01  WS-MONTH-LAST PIC 9(8).
       01  WS-DAY PIC 99.
       01  WS-DAY-INT PIC 9(7).
       01  WS-WEEK-COUNT PIC 9(7).
       01  WS-WEEKDAY PIC 9.
       01  WS-DAY-NAME-VALUES PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01  WS-ADDED-COUNT PIC 99 VALUE 0.
       01  WS-KEPT-COUNT PIC 99 VALUE 0.
       01  WS-SEASON-END-COUNT PIC 99 VALUE 0.
       01  WS-LAST-PROCESSING PIC 9(8) VALUE 0.
       01  WS-SEASON-MOVED-COUNT PIC 99 VALUE 0.

      *-----------------------
      * The month's rows, collected before any month-end mark is
      * rewritten so reads are never interleaved with writes
      *-----------------------
       01  WS-MD-COUNT PIC 99 VALUE 0.
       01  WS-MD-IDX PIC 99.
       01  WS-MD-TABLE.
           05  WS-MD-ENTRY OCCURS 31 TIMES.
               10  WS-MD-DATE       PIC 9(8).
               10  WS-MD-MONTH-END  PIC X.
               10  WS-MD-SEASON-END PIC X.

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "CALENDAR-MAINT".
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
           DISPLAY "CALENDAR MAINTENANCE - processing days, month-end "
               "and season-end dates".
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-CALENDAR-FILE.
           PERFORM MAINT-MENU UNTIL WS-RUN = 0.
           CLOSE CALENDAR-FILE.
           STOP RUN.

       OPEN-CALENDAR-FILE.
           MOVE SPACES TO WS-CL-STATUS.
           OPEN I-O CALENDAR-FILE.
           IF WS-CL-STATUS = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF.
           IF WS-CL-STATUS NOT = "00"
               DISPLAY "FATAL: CALENDAR cannot be opened (status "
                   WS-CL-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       MAINT-MENU.
           DISPLAY " ".
           DISPLAY "1 - Build a month of calendar dates".
           DISPLAY "2 - Show a month".
           DISPLAY "3 - Mark a date processing or non-processing".
           DISPLAY "4 - Set or clear a season-end date".
           DISPLAY "5 - Exit".
           ACCEPT WS-MENU-INPUT.
           INSPECT WS-MENU-INPUT REPLACING ALL WS-NEW-LINE BY SPACE.
           PERFORM AUTHORIZE-MENU-CHOICE.
           IF WS-OP-ALLOWED-FLAG = 1
               EVALUATE WS-MENU-INPUT
                   WHEN "1"
                       PERFORM BUILD-MONTH
                   WHEN "2"
                       PERFORM SHOW-MONTH
                   WHEN "3"
                       PERFORM SET-PROCESSING-DAY
                   WHEN "4"
                       PERFORM SET-SEASON-END
                   WHEN "5"
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
                   MOVE "Build a calendar month" TO WS-OP-DETAIL
               WHEN "2"
                   MOVE "ASCO" TO WS-OP-ALLOWED-ROLES
                   MOVE "Show a calendar month" TO WS-OP-DETAIL
               WHEN "3"
                   MOVE "AS" TO WS-OP-ALLOWED-ROLES
                   MOVE "Mark a processing day" TO WS-OP-DETAIL
               WHEN "4"
                   MOVE "AS" TO WS-OP-ALLOWED-ROLES
                   MOVE "Set a season-end date" TO WS-OP-DETAIL
           END-EVALUATE.
           IF WS-OP-ALLOWED-ROLES NOT = SPACES
               PERFORM CHECK-OPERATOR-ROLE
           END-IF.

       ASK-MONTH.
           DISPLAY "Month, YYYYMM:".
           ACCEPT WS-MONTH-ANSWER.
           INSPECT WS-MONTH-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE WS-MONTH-ANSWER TO WS-MONTH-TEST-VALUE.
           IF WS-MONTH-TEST-VALUE IS NUMERIC
               MOVE WS-MONTH-TEST-VALUE TO WS-MONTH
           ELSE
               MOVE 0 TO WS-MONTH
           END-IF.
           IF WS-MONTH-YEAR < 1601
                   OR WS-MONTH-MONTH < 1 OR WS-MONTH-MONTH > 12
               DISPLAY "Invalid month please try again"
               PERFORM ASK-MONTH
           ELSE
               COMPUTE WS-MONTH-FIRST = WS-MONTH * 100 + 1
               COMPUTE WS-MONTH-LAST = WS-MONTH * 100 + 31
           END-IF.

       ASK-CAL-DATE.
           DISPLAY "Calendar date, YYYYMMDD:".
           ACCEPT WS-DATE-ANSWER.
           INSPECT WS-DATE-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE WS-DATE-ANSWER TO WS-DATE-TEST-VALUE.
           IF WS-DATE-TEST-VALUE IS NUMERIC
                   AND FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-DATE-TEST-VALUE)) > 0
               MOVE WS-DATE-TEST-VALUE TO WS-CAL-DATE
           ELSE
               DISPLAY "Invalid date please try again"
               PERFORM ASK-CAL-DATE
           END-IF.

      * Day of the week of WS-WORK-DATE, 0 = Monday through 6 = Sunday
      * (day 1 of the integer calendar, 1 January 1601, was a Monday)
       FIND-WEEKDAY.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.
           DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEKDAY.

      *-----------------------
      * Build - every valid date of the month gets a record; dates
      * already on file are left exactly as they are. Seasons close
      * monthly, so a month with no season-end date takes its
      * month-end date as the season end
      *-----------------------
       BUILD-MONTH.
           PERFORM ASK-MONTH.
           DISPLAY "Are Saturdays and Sundays processing days? (Y/N)".
           ACCEPT WS-WEEKEND-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-WEEKEND-ANSWER)
               TO WS-WEEKEND-ANSWER.
           MOVE 0 TO WS-ADDED-COUNT.
           MOVE 0 TO WS-KEPT-COUNT.
           PERFORM BUILD-ONE-DAY
               VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31.
           PERFORM RESET-MONTH-END.
           IF WS-SEASON-END-COUNT = 0 AND WS-LAST-PROCESSING > 0
               MOVE WS-LAST-PROCESSING TO CL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CL-SEASON-END
                       REWRITE CL-RECORD
                       DISPLAY "Season end for " WS-MONTH " set on "
                           WS-LAST-PROCESSING "."
               END-READ
           END-IF.
           DISPLAY WS-MONTH ": " WS-ADDED-COUNT " dates added, "
               WS-KEPT-COUNT " already on the calendar.".

       BUILD-ONE-DAY.
           COMPUTE WS-WORK-DATE = WS-MONTH * 100 + WS-DAY.
           IF FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) > 0
               MOVE WS-WORK-DATE TO CL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       PERFORM WRITE-NEW-DAY
                   NOT INVALID KEY
                       ADD 1 TO WS-KEPT-COUNT
               END-READ
           END-IF.

       WRITE-NEW-DAY.
           PERFORM FIND-WEEKDAY.
           MOVE SPACES TO CL-RECORD.
           MOVE WS-WORK-DATE TO CL-DATE.
           MOVE "Y" TO CL-PROCESSING.
           IF WS-WEEKDAY >= 5 AND WS-WEEKEND-ANSWER NOT = "Y"
               MOVE "N" TO CL-PROCESSING
               MOVE "WEEKEND" TO CL-DESCRIPTION
           END-IF.
           MOVE "N" TO CL-MONTH-END.
           MOVE "N" TO CL-SEASON-END.
           WRITE CL-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO WS-ADDED-COUNT.

      *-----------------------
      * The month-end mark moves to whatever is now the month's last
      * processing day; the season-end marks come along for the
      * build and for a single-date change
      *-----------------------
       RESET-MONTH-END.
           MOVE 0 TO WS-MD-COUNT.
           MOVE 0 TO WS-LAST-PROCESSING.
           MOVE 0 TO WS-SEASON-END-COUNT.
           MOVE WS-MONTH-FIRST TO CL-DATE.
           START CALENDAR-FILE KEY >= CL-DATE
               INVALID KEY
                   MOVE "23" TO WS-CL-STATUS
           END-START.
           IF WS-CL-STATUS = "00"
               PERFORM COLLECT-ONE-MONTH-DAY
                   UNTIL WS-CL-STATUS NOT = "00"
           END-IF.
           PERFORM MARK-ONE-MONTH-DAY
               VARYING WS-MD-IDX FROM 1 BY 1
               UNTIL WS-MD-IDX > WS-MD-COUNT.
           IF WS-LAST-PROCESSING > 0
               DISPLAY "Last business day of " WS-MONTH ": "
                   WS-LAST-PROCESSING "."
           ELSE
               DISPLAY WS-MONTH " has no processing day on the "
                   "calendar - no month-end date."
           END-IF.

       COLLECT-ONE-MONTH-DAY.
           READ CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CL-STATUS
               NOT AT END
                   IF CL-DATE > WS-MONTH-LAST
                       MOVE "10" TO WS-CL-STATUS
                   ELSE
                       ADD 1 TO WS-MD-COUNT
                       MOVE CL-DATE TO WS-MD-DATE (WS-MD-COUNT)
                       MOVE CL-MONTH-END TO
                           WS-MD-MONTH-END (WS-MD-COUNT)
                       MOVE CL-SEASON-END TO
                           WS-MD-SEASON-END (WS-MD-COUNT)
                       IF CL-PROCESSING = "Y"
                           MOVE CL-DATE TO WS-LAST-PROCESSING
                       END-IF
                       IF CL-SEASON-END = "Y"
                           ADD 1 TO WS-SEASON-END-COUNT
                       END-IF
                   END-IF
           END-READ.

       MARK-ONE-MONTH-DAY.
           IF WS-MD-DATE (WS-MD-IDX) = WS-LAST-PROCESSING
               IF WS-MD-MONTH-END (WS-MD-IDX) NOT = "Y"
                   MOVE WS-MD-DATE (WS-MD-IDX) TO CL-DATE
                   READ CALENDAR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO CL-MONTH-END
                           REWRITE CL-RECORD
                   END-READ
               END-IF
           ELSE
               IF WS-MD-MONTH-END (WS-MD-IDX) = "Y"
                   MOVE WS-MD-DATE (WS-MD-IDX) TO CL-DATE
                   READ CALENDAR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "N" TO CL-MONTH-END
                           REWRITE CL-RECORD
                   END-READ
               END-IF
           END-IF.

       SHOW-MONTH.
           PERFORM ASK-MONTH.
           DISPLAY "CALENDAR " WS-MONTH
               " - P processing, M month-end, S season-end".
           MOVE WS-MONTH-FIRST TO CL-DATE.
           MOVE SPACES TO WS-CL-STATUS.
           START CALENDAR-FILE KEY >= CL-DATE
               INVALID KEY
                   MOVE "23" TO WS-CL-STATUS
           END-START.
           IF WS-CL-STATUS = "00"
               PERFORM SHOW-ONE-DAY UNTIL WS-CL-STATUS NOT = "00"
           ELSE
               DISPLAY "  No dates on the calendar for " WS-MONTH "."
           END-IF.

       SHOW-ONE-DAY.
           READ CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CL-STATUS
               NOT AT END
                   IF CL-DATE > WS-MONTH-LAST
                       MOVE "10" TO WS-CL-STATUS
                   ELSE
                       MOVE CL-DATE TO WS-WORK-DATE
                       PERFORM FIND-WEEKDAY
                       DISPLAY "  " CL-DATE " "
                           WS-DAY-NAME (WS-WEEKDAY + 1)
                           "  P=" CL-PROCESSING
                           " M=" CL-MONTH-END
                           " S=" CL-SEASON-END
                           "  " CL-DESCRIPTION
                   END-IF
           END-READ.

      *-----------------------
      * Opening or closing a single date (a holiday, an extra
      * trading day); a closed date cannot stay a season end
      *-----------------------
       SET-PROCESSING-DAY.
           PERFORM ASK-CAL-DATE.
           MOVE WS-CAL-DATE TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY WS-CAL-DATE " is not on the calendar - "
                       "build its month first."
               NOT INVALID KEY
                   PERFORM CHANGE-PROCESSING-DAY
           END-READ.

       CHANGE-PROCESSING-DAY.
           DISPLAY WS-CAL-DATE " is currently P=" CL-PROCESSING
               " M=" CL-MONTH-END " S=" CL-SEASON-END " "
               CL-DESCRIPTION.
           DISPLAY "Processing day? (Y/N)".
           ACCEPT WS-CONFIRM-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-ANSWER)
               TO WS-CONFIRM-ANSWER.
           IF WS-CONFIRM-ANSWER = "Y" OR WS-CONFIRM-ANSWER = "N"
               MOVE WS-CONFIRM-ANSWER TO CL-PROCESSING
               DISPLAY "Description (up to 20 characters, or press "
                   "ENTER to keep it):"
               ACCEPT WS-ANSWER
               INSPECT WS-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE
               IF WS-ANSWER NOT = SPACES
                   MOVE WS-ANSWER TO CL-DESCRIPTION
               END-IF
               IF CL-PROCESSING = "N" AND CL-SEASON-END = "Y"
                   MOVE "N" TO CL-SEASON-END
                   DISPLAY "Season-end mark cleared from "
                       WS-CAL-DATE "."
               END-IF
               REWRITE CL-RECORD
               MOVE WS-CAL-DATE (1:6) TO WS-MONTH
               COMPUTE WS-MONTH-FIRST = WS-MONTH * 100 + 1
               COMPUTE WS-MONTH-LAST = WS-MONTH * 100 + 31
               PERFORM RESET-MONTH-END
               PERFORM FOLLOW-MONTH-END
           ELSE
               DISPLAY "No change made."
           END-IF.

      * The season closes on the month's last business day, so a
      * season-end mark left before the new month end moves onto it,
      * and a month left with no season end takes the month end
       FOLLOW-MONTH-END.
           IF WS-LAST-PROCESSING > 0
               MOVE 0 TO WS-SEASON-MOVED-COUNT
               PERFORM CLEAR-EARLY-SEASON-END
                   VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MD-COUNT
               IF WS-SEASON-END-COUNT = 0
                       OR WS-SEASON-MOVED-COUNT > 0
                   MOVE WS-LAST-PROCESSING TO CL-DATE
                   READ CALENDAR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO CL-SEASON-END
                           REWRITE CL-RECORD
                           DISPLAY "Season end for " WS-MONTH
                               " set on " WS-LAST-PROCESSING "."
                   END-READ
               END-IF
           END-IF.

       CLEAR-EARLY-SEASON-END.
           IF WS-MD-SEASON-END (WS-MD-IDX) = "Y"
                   AND WS-MD-DATE (WS-MD-IDX) < WS-LAST-PROCESSING
               MOVE WS-MD-DATE (WS-MD-IDX) TO CL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO CL-SEASON-END
                       REWRITE CL-RECORD
                       ADD 1 TO WS-SEASON-MOVED-COUNT
                       DISPLAY "Season-end mark moved off "
                           WS-MD-DATE (WS-MD-IDX) "."
               END-READ
           END-IF.

       SET-SEASON-END.
           PERFORM ASK-CAL-DATE.
           MOVE WS-CAL-DATE TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY WS-CAL-DATE " is not on the calendar - "
                       "build its month first."
               NOT INVALID KEY
                   PERFORM CHANGE-SEASON-END
           END-READ.

       CHANGE-SEASON-END.
           IF CL-PROCESSING NOT = "Y"
               DISPLAY "REFUSED: " WS-CAL-DATE " is a non-processing "
                   "day and cannot close a season."
           ELSE
               DISPLAY WS-CAL-DATE " season end is currently "
                   CL-SEASON-END ". Season-end date? (Y/N)"
               ACCEPT WS-CONFIRM-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM-ANSWER)
                   TO WS-CONFIRM-ANSWER
               IF WS-CONFIRM-ANSWER = "Y" OR WS-CONFIRM-ANSWER = "N"
                   MOVE WS-CONFIRM-ANSWER TO CL-SEASON-END
                   REWRITE CL-RECORD
                   DISPLAY WS-CAL-DATE " season end set to "
                       CL-SEASON-END "."
               ELSE
                   DISPLAY "No change made."
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
       END PROGRAM CALENDAR-MAINT.
