      * Date: 22-AUG-2026
      * Purpose: Operator maintenance for the effective-dated
      *          DIFFRULES difficulty/scoring table - adds new rule
      *          versions with validation instead of hand-editing.
      *          Supervisors and administrators only, after operator
      *          sign-on
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.

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
           05  DP-LABEL            PIC X(40).

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
       01  WS-DP-STATUS PIC XX.
       01  WS-NEW-MAX-ATTEMPTS PIC 99.
       01  WS-NEW-EFF-DATE PIC 9(8).
       01  WS-NEW-LABEL PIC X(40).

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "DIFF-MAINT".
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
           DISPLAY "DIFFRULES MAINTENANCE - add a new rule version".
           PERFORM SIGN-ON-OPERATOR.
           MOVE "AS" TO WS-OP-ALLOWED-ROLES.
           MOVE "Add DIFFRULES versions" TO WS-OP-DETAIL.
           PERFORM CHECK-OPERATOR-ROLE.
           IF WS-OP-ALLOWED-FLAG = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ADD-ONE-RULE-VERSION UNTIL WS-RUN = 0.
           STOP RUN.

               PERFORM APPEND-RULE-VERSION
               DISPLAY "Added difficulty " WS-NEW-NUMBER
                   " effective " WS-NEW-EFF-DATE "."
               MOVE "ACTION" TO WS-OP-EVENT
               MOVE SPACES TO WS-OP-DETAIL
               STRING "Added diff " WS-NEW-NUMBER " eff "
                   WS-NEW-EFF-DATE
                   DELIMITED BY SIZE INTO WS-OP-DETAIL
               PERFORM WRITE-SECURITY-LOG
           END-IF.
           DISPLAY "Add another rule version? (Y/N)".
           ACCEPT WS-AGAIN-ANSWER.
           MOVE WS-NEW-LABEL TO DP-LABEL.
           WRITE DP-RECORD.
           CLOSE DIFF-PARM-FILE.

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
       END PROGRAM DIFF-MAINT.
