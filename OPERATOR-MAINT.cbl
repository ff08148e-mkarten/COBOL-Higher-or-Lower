      ******************************************************************
      * Author: Luca Morgado (mkarten)
      * Date: 15-OCT-2026
      * Purpose: Maintenance for the OPERATORS keyed file - the
      *          sign-on IDs, roles and passwords every maintenance
      *          and batch utility checks before it runs. Roles are
      *          ADMIN, SUPERVSR, CASHIER and OPERATOR. Administrators
      *          add operators, change roles, reset passwords (which
      *          also clears a lockout) and disable or re-enable an
      *          ID; any operator may change their own password. When
      *          no operator exists yet the first administrator is
      *          created without a sign-on. Every change is written to
      *          the SECLOG security log
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. OPERATOR-MAINT.
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
       01  WS-RUN PIC 9 VALUE 1.
       01  WS-MENU-INPUT PIC X(20).
       01  WS-ANSWER PIC X(20).
       01  WS-OPERATOR-COUNT PIC 9(4) VALUE 0.
       01  WS-LIST-COUNT PIC 9(4) VALUE 0.
       01  WS-FOUND-FLAG PIC 9 VALUE 0.
       01  WS-STATUS-TEXT PIC X(8).

      *-----------------------
      * The operator being added or changed
      *-----------------------
       01  WS-NEW-ID PIC X(7).
       01  WS-NEW-NAME PIC X(20).
       01  WS-NEW-ROLE PIC X(8).
       01  WS-NEW-PASSWORD PIC X(20).
       01  WS-CHECK-PASSWORD PIC X(20).
       01  WS-TARGET-ID PIC X(7).

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "OPERATOR-MAINT".
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
           DISPLAY "OPERATOR MAINTENANCE - sign-on IDs, roles and "
               "passwords".
           PERFORM CHECK-FOR-OPERATORS.
           IF WS-OPERATOR-COUNT = 0
               PERFORM OPEN-OPERATOR-FILE
               PERFORM CREATE-FIRST-ADMIN
           ELSE
               PERFORM SIGN-ON-OPERATOR
               PERFORM OPEN-OPERATOR-FILE
           END-IF.
           PERFORM MAINT-MENU UNTIL WS-RUN = 0.
           CLOSE OPERATOR-FILE.
           STOP RUN.

      *-----------------------
      * A missing or empty OPERATORS file means no one could ever
      * sign on, so the first administrator is set up here
      *-----------------------
       CHECK-FOR-OPERATORS.
           MOVE 0 TO WS-OPERATOR-COUNT.
           MOVE SPACES TO WS-OP-STATUS.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OP-STATUS = "00"
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO WS-OPERATOR-COUNT
               END-READ
               CLOSE OPERATOR-FILE
           ELSE
               IF WS-OP-STATUS NOT = "35"
                   DISPLAY "FATAL: OPERATORS cannot be opened (status "
                       WS-OP-STATUS ")."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       OPEN-OPERATOR-FILE.
           MOVE SPACES TO WS-OP-STATUS.
           OPEN I-O OPERATOR-FILE.
           IF WS-OP-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.
           IF WS-OP-STATUS NOT = "00"
               DISPLAY "FATAL: OPERATORS cannot be opened (status "
                   WS-OP-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CREATE-FIRST-ADMIN.
           DISPLAY "No operators are set up yet - create the first "
               "administrator.".
           PERFORM ASK-NEW-OPERATOR-ID.
           PERFORM ASK-OPERATOR-NAME.
           PERFORM ASK-NEW-PASSWORD.
           MOVE "ADMIN" TO WS-NEW-ROLE.
           PERFORM WRITE-NEW-OPERATOR.
           MOVE WS-NEW-ID TO WS-OP-ID.
           MOVE WS-NEW-ROLE TO WS-OP-ROLE.
           MOVE "ACTION" TO WS-OP-EVENT.
           MOVE "Created first administrator" TO WS-OP-DETAIL.
           PERFORM WRITE-SECURITY-LOG.
           DISPLAY "Signed on as " WS-OP-ID " (ADMIN).".

       MAINT-MENU.
           DISPLAY " ".
           DISPLAY "1 - Add an operator".
           DISPLAY "2 - Change an operator's role".
           DISPLAY "3 - Reset a password / clear a lockout".
           DISPLAY "4 - Disable or re-enable an operator".
           DISPLAY "5 - List the operators".
           DISPLAY "6 - Change your own password".
           DISPLAY "7 - Exit".
           ACCEPT WS-MENU-INPUT.
           INSPECT WS-MENU-INPUT REPLACING ALL WS-NEW-LINE BY SPACE.
           PERFORM AUTHORIZE-MENU-CHOICE.
           IF WS-OP-ALLOWED-FLAG = 1
               EVALUATE WS-MENU-INPUT
                   WHEN "1"
                       PERFORM ADD-OPERATOR
                   WHEN "2"
                       PERFORM CHANGE-OPERATOR-ROLE
                   WHEN "3"
                       PERFORM RESET-OPERATOR-PASSWORD
                   WHEN "4"
                       PERFORM DISABLE-OPERATOR
                   WHEN "5"
                       PERFORM LIST-OPERATORS
                   WHEN "6"
                       PERFORM CHANGE-OWN-PASSWORD
                   WHEN "7"
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
                   MOVE "A" TO WS-OP-ALLOWED-ROLES
                   MOVE "Add an operator" TO WS-OP-DETAIL
               WHEN "2"
                   MOVE "A" TO WS-OP-ALLOWED-ROLES
                   MOVE "Change an operator's role" TO WS-OP-DETAIL
               WHEN "3"
                   MOVE "A" TO WS-OP-ALLOWED-ROLES
                   MOVE "Reset an operator password" TO WS-OP-DETAIL
               WHEN "4"
                   MOVE "A" TO WS-OP-ALLOWED-ROLES
                   MOVE "Disable or re-enable operator"
                       TO WS-OP-DETAIL
               WHEN "5"
                   MOVE "AS" TO WS-OP-ALLOWED-ROLES
                   MOVE "List the operators" TO WS-OP-DETAIL
               WHEN "6"
                   MOVE "ASCO" TO WS-OP-ALLOWED-ROLES
                   MOVE "Change own password" TO WS-OP-DETAIL
           END-EVALUATE.
           IF WS-OP-ALLOWED-ROLES NOT = SPACES
               PERFORM CHECK-OPERATOR-ROLE
           END-IF.

       ADD-OPERATOR.
           PERFORM ASK-NEW-OPERATOR-ID.
           MOVE WS-NEW-ID TO OP-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   PERFORM ASK-OPERATOR-NAME
                   PERFORM ASK-OPERATOR-ROLE
                   PERFORM ASK-NEW-PASSWORD
                   PERFORM WRITE-NEW-OPERATOR
                   MOVE "ACTION" TO WS-OP-EVENT
                   MOVE SPACES TO WS-OP-DETAIL
                   STRING "Added " WS-NEW-ID " as " WS-NEW-ROLE
                       DELIMITED BY SIZE INTO WS-OP-DETAIL
                   PERFORM WRITE-SECURITY-LOG
               NOT INVALID KEY
                   DISPLAY "Operator " WS-NEW-ID " already exists."
           END-READ.

       WRITE-NEW-OPERATOR.
           MOVE SPACES TO OP-RECORD.
           MOVE WS-NEW-ID TO OP-ID.
           MOVE WS-NEW-PASSWORD TO OP-PASSWORD.
           MOVE WS-NEW-ROLE TO OP-ROLE.
           MOVE WS-NEW-NAME TO OP-NAME.
           MOVE "A" TO OP-STATUS.
           MOVE 0 TO OP-FAILS.
           MOVE 0 TO OP-LAST-SIGNON.
           WRITE OP-RECORD
               INVALID KEY
                   DISPLAY "Operator " WS-NEW-ID " could not be "
                       "added (status " WS-OP-STATUS ")."
               NOT INVALID KEY
                   DISPLAY "Operator " WS-NEW-ID " added as "
                       WS-NEW-ROLE "."
           END-WRITE.

       CHANGE-OPERATOR-ROLE.
           PERFORM ASK-TARGET-OPERATOR.
           IF WS-FOUND-FLAG = 1
               IF WS-TARGET-ID = WS-OP-ID
                   DISPLAY "You cannot change your own role."
               ELSE
                   PERFORM ASK-OPERATOR-ROLE
                   MOVE WS-NEW-ROLE TO OP-ROLE
                   REWRITE OP-RECORD
                   DISPLAY "Operator " WS-TARGET-ID " is now "
                       WS-NEW-ROLE "."
                   MOVE "ACTION" TO WS-OP-EVENT
                   MOVE SPACES TO WS-OP-DETAIL
                   STRING "Role of " WS-TARGET-ID " now " WS-NEW-ROLE
                       DELIMITED BY SIZE INTO WS-OP-DETAIL
                   PERFORM WRITE-SECURITY-LOG
               END-IF
           END-IF.

      *-----------------------
      * A reset password also clears the fail count and lifts a
      * lockout; a disabled operator stays disabled
      *-----------------------
       RESET-OPERATOR-PASSWORD.
           PERFORM ASK-TARGET-OPERATOR.
           IF WS-FOUND-FLAG = 1
               PERFORM ASK-NEW-PASSWORD
               MOVE WS-NEW-PASSWORD TO OP-PASSWORD
               MOVE 0 TO OP-FAILS
               IF OP-STATUS = "L"
                   MOVE "A" TO OP-STATUS
               END-IF
               REWRITE OP-RECORD
               DISPLAY "Password reset for " WS-TARGET-ID "."
               MOVE "ACTION" TO WS-OP-EVENT
               MOVE SPACES TO WS-OP-DETAIL
               STRING "Password reset for " WS-TARGET-ID
                   DELIMITED BY SIZE INTO WS-OP-DETAIL
               PERFORM WRITE-SECURITY-LOG
           END-IF.

       DISABLE-OPERATOR.
           PERFORM ASK-TARGET-OPERATOR.
           IF WS-FOUND-FLAG = 1
               IF WS-TARGET-ID = WS-OP-ID
                   DISPLAY "You cannot disable your own ID."
               ELSE
                   MOVE "ACTION" TO WS-OP-EVENT
                   MOVE SPACES TO WS-OP-DETAIL
                   IF OP-STATUS = "D"
                       MOVE "A" TO OP-STATUS
                       MOVE 0 TO OP-FAILS
                       STRING "Re-enabled " WS-TARGET-ID
                           DELIMITED BY SIZE INTO WS-OP-DETAIL
                   ELSE
                       MOVE "D" TO OP-STATUS
                       STRING "Disabled " WS-TARGET-ID
                           DELIMITED BY SIZE INTO WS-OP-DETAIL
                   END-IF
                   REWRITE OP-RECORD
                   DISPLAY WS-OP-DETAIL
                   PERFORM WRITE-SECURITY-LOG
               END-IF
           END-IF.

       LIST-OPERATORS.
           MOVE 0 TO WS-LIST-COUNT.
           DISPLAY "ID      ROLE     NAME                 STATUS   "
               "FAILS LAST SIGN-ON".
           MOVE LOW-VALUES TO OP-ID.
           START OPERATOR-FILE KEY IS NOT LESS THAN OP-ID
               INVALID KEY
                   MOVE "23" TO WS-OP-STATUS
           END-START.
           IF WS-OP-STATUS = "00"
               PERFORM LIST-ONE-OPERATOR UNTIL WS-OP-STATUS NOT = "00"
           END-IF.
           DISPLAY WS-LIST-COUNT " operator(s).".

       LIST-ONE-OPERATOR.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-OP-STATUS
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   EVALUATE OP-STATUS
                       WHEN "L"
                           MOVE "LOCKED" TO WS-STATUS-TEXT
                       WHEN "D"
                           MOVE "DISABLED" TO WS-STATUS-TEXT
                       WHEN OTHER
                           MOVE "ACTIVE" TO WS-STATUS-TEXT
                   END-EVALUATE
                   DISPLAY OP-ID " " OP-ROLE " " OP-NAME " "
                       WS-STATUS-TEXT " " OP-FAILS "     "
                       OP-LAST-SIGNON
           END-READ.

      *-----------------------
      * The current password is asked again before it can be changed
      *-----------------------
       CHANGE-OWN-PASSWORD.
           MOVE WS-OP-ID TO OP-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator " WS-OP-ID " not found."
               NOT INVALID KEY
                   DISPLAY "Current password:"
                   ACCEPT WS-CHECK-PASSWORD
                   INSPECT WS-CHECK-PASSWORD
                       REPLACING ALL WS-NEW-LINE BY SPACE
                   IF WS-CHECK-PASSWORD NOT = OP-PASSWORD
                       DISPLAY "Current password is wrong."
                       MOVE "REFUSED" TO WS-OP-EVENT
                       MOVE "Wrong current password"
                           TO WS-OP-DETAIL
                       PERFORM WRITE-SECURITY-LOG
                   ELSE
                       PERFORM ASK-NEW-PASSWORD
                       MOVE WS-NEW-PASSWORD TO OP-PASSWORD
                       REWRITE OP-RECORD
                       DISPLAY "Password changed."
                       MOVE "ACTION" TO WS-OP-EVENT
                       MOVE "Changed own password"
                           TO WS-OP-DETAIL
                       PERFORM WRITE-SECURITY-LOG
                   END-IF
           END-READ.

       ASK-NEW-OPERATOR-ID.
           DISPLAY "New operator ID (up to 7 characters):".
           ACCEPT WS-ANSWER.
           INSPECT WS-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           IF WS-ANSWER = SPACES OR WS-ANSWER (8:) NOT = SPACES
               DISPLAY "Invalid operator ID please try again"
               PERFORM ASK-NEW-OPERATOR-ID
           ELSE
               MOVE WS-ANSWER (1:7) TO WS-NEW-ID
           END-IF.

       ASK-OPERATOR-NAME.
           DISPLAY "Operator's full name:".
           ACCEPT WS-NEW-NAME.
           INSPECT WS-NEW-NAME REPLACING ALL WS-NEW-LINE BY SPACE.
           IF WS-NEW-NAME = SPACES
               DISPLAY "Invalid name please try again"
               PERFORM ASK-OPERATOR-NAME
           END-IF.

       ASK-OPERATOR-ROLE.
           DISPLAY "Role (ADMIN, SUPERVSR, CASHIER or OPERATOR):".
           ACCEPT WS-ANSWER.
           INSPECT WS-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           EVALUATE WS-ANSWER
               WHEN "ADMIN"
               WHEN "SUPERVSR"
               WHEN "CASHIER"
               WHEN "OPERATOR"
                   MOVE WS-ANSWER (1:8) TO WS-NEW-ROLE
               WHEN OTHER
                   DISPLAY "Invalid role please try again"
                   PERFORM ASK-OPERATOR-ROLE
           END-EVALUATE.

      *-----------------------
      * Passwords are 4 to 8 characters with no leading or embedded
      * spaces, keyed twice
      *-----------------------
       ASK-NEW-PASSWORD.
           DISPLAY "New password (4 to 8 characters):".
           ACCEPT WS-NEW-PASSWORD.
           INSPECT WS-NEW-PASSWORD REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE 0 TO WS-OP-TALLY.
           INSPECT WS-NEW-PASSWORD (1:8) TALLYING WS-OP-TALLY
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-OP-TALLY < 4 OR WS-NEW-PASSWORD (9:) NOT = SPACES
                   OR WS-NEW-PASSWORD (WS-OP-TALLY + 1:) NOT = SPACES
               DISPLAY "Invalid password please try again"
               PERFORM ASK-NEW-PASSWORD
           ELSE
               DISPLAY "Key the new password again:"
               ACCEPT WS-CHECK-PASSWORD
               INSPECT WS-CHECK-PASSWORD
                   REPLACING ALL WS-NEW-LINE BY SPACE
               IF WS-CHECK-PASSWORD NOT = WS-NEW-PASSWORD
                   DISPLAY "The passwords do not match please try "
                       "again"
                   PERFORM ASK-NEW-PASSWORD
               END-IF
           END-IF.

       ASK-TARGET-OPERATOR.
           MOVE 0 TO WS-FOUND-FLAG.
           DISPLAY "Operator ID:".
           ACCEPT WS-ANSWER.
           INSPECT WS-ANSWER REPLACING ALL WS-NEW-LINE BY SPACE.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           MOVE WS-ANSWER (1:7) TO WS-TARGET-ID.
           MOVE WS-TARGET-ID TO OP-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator " WS-TARGET-ID " not found."
               NOT INVALID KEY
                   MOVE 1 TO WS-FOUND-FLAG
           END-READ.

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
       END PROGRAM OPERATOR-MAINT.
