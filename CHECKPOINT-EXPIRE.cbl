      * Purpose: Operator batch that lists the CHECKPOINT file,
      *          expires checkpoints older than a chosen number of
      *          days, and posts a forfeit LOSS for each expired game
      *          to AUDITLOG so it shows in the reports and stats.
      *          Needs an operator, supervisor or administrator sign-on
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDITCHN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS MANUAL
               RECORD KEY IS AH-DATE
               FILE STATUS IS WS-AH-STATUS.

           SELECT SYSLOCK-FILE ASSIGN TO "SYSLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           05  PL-PIN              PIC X(4).
           05  PL-PIN-FAILS        PIC 9.

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

      * One control row per business date - the last sequence number
      * and running hash written to AUDITLOG, and the sequence number
      * covered by the date's latest seal
       FD  AUDIT-CHAIN-FILE.
       01  AH-RECORD.
           05  AH-DATE             PIC 9(8).
           05  AH-LAST-SEQ         PIC 9(6).
           05  AH-LAST-HASH        PIC 9(10).
           05  AH-SEALED-SEQ       PIC 9(6).

       FD  SYSLOCK-FILE.
       01  SL-RECORD.
           05  PM-KEY-1            PIC X(7).
           05  FILLER              PIC X.
           05  PM-KEY-2            PIC X(7).
           05  FILLER              PIC X.
           05  PM-OPERATOR         PIC X(7).

       FD  BUSDATE-FILE.
       01  BD-RECORD.
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
       01  WS-CK-STATUS PIC XX.
       01  WS-LG-STATUS PIC XX.
       01  WS-ACTIVE-SESSIONS PIC 9(4) VALUE 0.
       01  WS-OVERRIDE-ANSWER PIC X.
       01  WS-LOG-DATE PIC 9(8).
       01  WS-EXPIRE-DAYS PIC 9(4).
       01  WS-DAYS-ANSWER PIC X(4).
       01  WS-LISTED-COUNT PIC 9(4) VALUE 0.
       01  WS-EXPIRED-COUNT PIC 9(4) VALUE 0.
       01  WS-RETAINED-COUNT PIC 9(4) VALUE 0.

      *-----------------------
      * Operator sign-on. The role's first letter - A(DMIN),
      * S(UPERVSR), C(ASHIER) or O(PERATOR) - is checked against the
      * letters allowed for the option chosen
      *-----------------------
       78  WS-OP-MAX-FAILS VALUE 3.
       01  WS-OP-STATUS PIC XX.
       01  WS-SC-STATUS PIC XX.
       01  WS-OP-PROGRAM PIC X(17) VALUE "CHECKPOINT-EXPIRE".
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
      * Audit chain. A date's chain starts from the date itself and
      * each row folds its bytes into the running hash, modulo the
      * prime 2147483647. The date's control row is held locked
      * while a row is chained and written; a terminal kept waiting
      * tries again once a second, WS-AH-MAX-TRIES times in all
      *-----------------------
       78  WS-CH-MODULUS VALUE 2147483647.
       78  WS-AH-MAX-TRIES VALUE 30.
       01  WS-AH-STATUS PIC XX.
       01  WS-AH-HELD-FLAG PIC 9 VALUE 0.
       01  WS-AH-ROW-STATUS PIC XX.
       01  WS-AH-TRIES PIC 99 VALUE 0.
       01  WS-AH-WAIT PIC 9 VALUE 1.
       01  WS-CH-HASH PIC 9(10).
       01  WS-CH-WORK PIC 9(12).
       01  WS-CH-TEXT PIC X(44).
       01  WS-CH-LENGTH PIC 99.
       01  WS-CH-IDX PIC 99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE "ASO" TO WS-OP-ALLOWED-ROLES.
           MOVE "Expire stale checkpoints" TO WS-OP-DETAIL.
           PERFORM CHECK-OPERATOR-ROLE.
           IF WS-OP-ALLOWED-FLAG = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-ACTIVE-SESSIONS.
           PERFORM READ-BUSINESS-DATE.
           PERFORM ASK-EXPIRE-DAYS.
           MOVE 0 TO AD-GUESS.
           MOVE "LOSS" TO AD-RESULT.
           MOVE WS-BUSINESS-DATE TO AD-DATE.
           PERFORM CHAIN-AUDIT-ROW.
           WRITE AUDIT-RECORD.
           MOVE WS-AUD-STATUS TO WS-AH-ROW-STATUS.
           CLOSE AUDIT-FILE.
           PERFORM STORE-CHAIN-ROW.

      *-----------------------
      * Number the row within its business date and chain it to the
      * date's last row through the AUDITCHN control row. The control
      * row stays locked until the row is written, so no two
      * terminals can append their rows out of sequence. Without
      * AUDITCHN the row is still logged, unchained, and the nightly
      * verification reports it
      *-----------------------
       CHAIN-AUDIT-ROW.
           PERFORM UNCHAIN-AUDIT-ROW.
           MOVE 0 TO WS-AH-HELD-FLAG.
           MOVE SPACES TO WS-AH-STATUS.
           OPEN I-O AUDIT-CHAIN-FILE.
           IF WS-AH-STATUS = "35"
               OPEN OUTPUT AUDIT-CHAIN-FILE
               CLOSE AUDIT-CHAIN-FILE
               OPEN I-O AUDIT-CHAIN-FILE
           END-IF.
           IF WS-AH-STATUS = "00"
               MOVE 0 TO WS-AH-TRIES
               MOVE "51" TO WS-AH-STATUS
               PERFORM LOCK-CHAIN-ROW
                   UNTIL WS-AH-STATUS NOT = "51"
                       OR WS-AH-TRIES NOT < WS-AH-MAX-TRIES
               IF WS-AH-STATUS = "00"
                   MOVE 1 TO WS-AH-HELD-FLAG
                   PERFORM LINK-AUDIT-ROW
               ELSE
                   CLOSE AUDIT-CHAIN-FILE
               END-IF
           END-IF.

      * Status 51 means another terminal holds the row - wait a
      * second and try again
       LOCK-CHAIN-ROW.
           IF WS-AH-TRIES > 0
               CALL "C$SLEEP" USING WS-AH-WAIT
           END-IF.
           ADD 1 TO WS-AH-TRIES.
           MOVE AD-DATE TO AH-DATE.
           READ AUDIT-CHAIN-FILE WITH LOCK
               INVALID KEY
                   PERFORM START-CHAIN-ROW
           END-READ.

      * The date's first row puts down a control row seeded with the
      * date and reads it back locked. Should another terminal have
      * put it down first the write is refused and the read waits its
      * turn like any other
       START-CHAIN-ROW.
           MOVE AD-DATE TO AH-DATE.
           MOVE 0 TO AH-LAST-SEQ.
           MOVE AD-DATE TO AH-LAST-HASH.
           MOVE 0 TO AH-SEALED-SEQ.
           WRITE AH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE AD-DATE TO AH-DATE.
           READ AUDIT-CHAIN-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.

       LINK-AUDIT-ROW.
           ADD 1 TO AH-LAST-SEQ.
           MOVE AH-LAST-SEQ TO AD-SEQ.
           MOVE "G" TO AD-TYPE.
           MOVE AH-LAST-HASH TO WS-CH-HASH.
           PERFORM HASH-AUDIT-ROW.
           MOVE WS-CH-HASH TO AD-HASH.
           MOVE WS-CH-HASH TO AH-LAST-HASH.

      * Once the row is written and AUDITLOG closed behind it, the
      * control row moves on to it and the lock is let go; a row that
      * failed to write leaves the control row where it was
       STORE-CHAIN-ROW.
           IF WS-AH-HELD-FLAG = 1
               IF WS-AH-ROW-STATUS = "00"
                   REWRITE AH-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               CLOSE AUDIT-CHAIN-FILE
               MOVE 0 TO WS-AH-HELD-FLAG
           END-IF.

       UNCHAIN-AUDIT-ROW.
           MOVE 0 TO AD-SEQ.
           MOVE 0 TO AD-HASH.
           MOVE SPACE TO AD-TYPE.

      * The row's bytes up to and including AD-SEQ, then its type,
      * are folded into the running hash held in WS-CH-HASH
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

      *-----------------------
      * No updating batch may run while the game holds live SYSLOCK
               MOVE FUNCTION UPPER-CASE(WS-OVERRIDE-ANSWER)
                   TO WS-OVERRIDE-ANSWER
               IF WS-OVERRIDE-ANSWER = "Y"
                   PERFORM WRITE-OVERRIDE-LOG
               ELSE
                   DISPLAY "Run refused while sessions are active."
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           MOVE WS-LOG-DATE TO PM-DATE.
           MOVE "OVERRIDE" TO PM-ACTION.
           MOVE WS-OP-ID TO PM-KEY-1.
           MOVE "CKPEXP" TO PM-KEY-2.
           MOVE WS-OP-ID TO PM-OPERATOR.
           WRITE PM-RECORD.
           CLOSE MAINT-LOG-FILE.
           MOVE "ACTION" TO WS-OP-EVENT.
           MOVE "Forced run past live sessions" TO WS-OP-DETAIL.
           PERFORM WRITE-SECURITY-LOG.

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
       END PROGRAM CHECKPOINT-EXPIRE.
