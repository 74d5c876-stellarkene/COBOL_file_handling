      * the supervisor role check - a clerk cannot repoint a
      * rep's commission at a different account. Salesmen are
      * validated on the sqnc_5 master before a row is
      * written. The account number is stored encoded and
      * shown masked to its last four digits (secure-field.cpy);
      * a row still in clear from before encoding is encoded
      * when the file is next rewritten. Run on demand from the
      * command line; it is not wired into FH-MAIN-MENU since
      * it is housekeeping, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
       01  BKM-FOUND                       PIC X.
       01  BKM-OVERFLOW                    PIC X VALUE "N".
       01  SEQ5-FILE-STATUS                PIC XX.
       01  BKM-NEW-ACCT                    PIC X(12).
       01  BKM-TABLE.
           05  BKM-ENTRY                   OCCURS 200 TIMES.
               10  BKM-T-SM                PIC 9(12).
               10  BKM-T-ACCT              PIC X(12).
               10  BKM-T-NAME              PIC X(25).
               10  BKM-T-ACTIVE            PIC X.
           COPY "secure-field-vars.cpy".
           COPY "ws-vars.cpy".


           DISPLAY "ENTER BANK CODE (4 CHARS): " WITH NO ADVANCING
           ACCEPT BKM-T-BANK(BKM-IDX)
           DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT BKM-NEW-ACCT
           MOVE BKM-NEW-ACCT TO WS-SF-ACCT
           MOVE SPACES TO BKM-NEW-ACCT
           PERFORM CHECK-BANK-ACCT-ENTRY
           IF WS-SF-ACCT-OK NOT = "Y"
               DISPLAY "ACCOUNT NUMBER MUST BE 4 TO 12 DIGITS - "
-                  "NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           MOVE BKM-SM-NUM TO WS-SF-ACCT-KEY
           PERFORM ENCODE-BANK-ACCT
           MOVE WS-SF-ACCT-CODED TO BKM-T-ACCT(BKM-IDX)
           DISPLAY "ENTER ACCOUNT NAME: " WITH NO ADVANCING
           ACCEPT BKM-T-NAME(BKM-IDX)
           MOVE "Y" TO BKM-T-ACTIVE(BKM-IDX)
           PERFORM VARYING BKM-IDX FROM 1 BY 1
               UNTIL BKM-IDX > BKM-TAB-COUNT
               ADD 1 TO BKM-COUNT
               MOVE BKM-T-ACCT(BKM-IDX) TO WS-SF-ACCT-CODED
               MOVE BKM-T-SM(BKM-IDX) TO WS-SF-ACCT-KEY
               PERFORM SHOW-BANK-ACCT
               DISPLAY BKM-T-SM(BKM-IDX) " " BKM-T-BANK(BKM-IDX)
                   " " WS-SF-ACCT-MASK " "
                   BKM-T-NAME(BKM-IDX) " ACTIVE: "
                   BKM-T-ACTIVE(BKM-IDX)
           END-PERFORM
               UNTIL BKM-IDX > BKM-TAB-COUNT
               MOVE BKM-T-SM(BKM-IDX) TO BK-SM-NUM
               MOVE BKM-T-BANK(BKM-IDX) TO BK-BANK-CODE
               MOVE BKM-T-ACCT(BKM-IDX) TO WS-SF-ACCT-CODED
               PERFORM CHECK-ACCT-ENCODED
               IF WS-SF-ENCODED NOT = "Y"
                   MOVE BKM-T-ACCT(BKM-IDX) TO WS-SF-ACCT
                   MOVE BKM-T-SM(BKM-IDX) TO WS-SF-ACCT-KEY
                   PERFORM ENCODE-BANK-ACCT
               END-IF
               MOVE WS-SF-ACCT-CODED TO BK-ACCT-NUM
               MOVE BKM-T-NAME(BKM-IDX) TO BK-ACCT-NAME
               MOVE BKM-T-ACTIVE(BKM-IDX) TO BK-ACTIVE
               WRITE SMBANK-RECORD

       COPY "role-check.cpy".

       COPY "secure-field.cpy".


       COPY "capture-operator.cpy".
