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
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF AD-DATE = WS-TARGET-DATE
                           AND AD-TYPE NOT = "S"
                       PERFORM WRITE-ONE-KEYED-ROW
                   END-IF
           END-READ.
