      * Stand-alone utility: maintains the customer master
      * file (custmast.dat) that REVISED-SALESMAN-INFO
      * validates the customer number on every transaction
      * against. Adds, deactivates, and lists customers, and
      * keeps the payment-terms table (terms.dat) that gives
      * the CU-TERMS code its net days and discount, and
      * flags the customers who bill electronically. Run
      * on demand from the command line; it is not wired into
      * FH-MAIN-MENU since it is housekeeping, not a
      * calculation.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "cust-select.cpy".
           COPY "terms-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "cust-rec.cpy".
           COPY "terms-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "fd-vars.cpy".

       01  CUM-EOF                         PIC X VALUE "N".
       01  CUM-LIST-COUNT                  PIC 9(5) VALUE 0.
       01  CUM-LIMIT-OUT                   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  CUM-TERMS-CHOICE                PIC X.
       01  CUM-TERMS-CODE                  PIC X(10).
       01  CUM-TERMS-FOUND                 PIC X.
       01  CUM-PCT-OUT                     PIC Z9.99.
           COPY "ws-vars.cpy".


               DISPLAY "2 - CHANGE NAME/TERMS"
               DISPLAY "3 - DEACTIVATE CUSTOMER"
               DISPLAY "4 - LIST CUSTOMERS"
               DISPLAY "5 - PAYMENT TERMS TABLE"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT CUM-CHOICE
                       PERFORM DEACTIVATE-CUSTOMER
                   WHEN 4
                       PERFORM LIST-CUSTOMERS
                   WHEN 5
                       PERFORM MAINTAIN-PAYMENT-TERMS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
           ACCEPT CU-CUST-NAME
           DISPLAY "ENTER TERMS (E.G. NET30): " WITH NO ADVANCING
           ACCEPT CU-TERMS
           PERFORM WARN-UNKNOWN-TERMS
           DISPLAY "ENTER CREDIT LIMIT (0 = NO LIMIT): "
-              WITH NO ADVANCING
           ACCEPT CU-CREDIT-LIMIT
           PERFORM ACCEPT-EBILL-FLAG
           MOVE "Y" TO CU-ACTIVE

           PERFORM OPEN-CUST-FOR-WRITE
                   DISPLAY "CURRENT TERMS: " CU-TERMS
                   DISPLAY "ENTER TERMS: " WITH NO ADVANCING
                   ACCEPT CU-TERMS
                   PERFORM WARN-UNKNOWN-TERMS
                   MOVE CU-CREDIT-LIMIT TO CUM-LIMIT-OUT
                   DISPLAY "CURRENT CREDIT LIMIT: " CUM-LIMIT-OUT
                   DISPLAY "ENTER CREDIT LIMIT (0 = NO LIMIT): "
-                      WITH NO ADVANCING
                   ACCEPT CU-CREDIT-LIMIT
                   DISPLAY "CURRENT ELECTRONIC BILLING: " CU-EBILL
                   PERFORM ACCEPT-EBILL-FLAG
                   REWRITE CUST-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED"
                       DISPLAY CU-CUST-NUM " " CU-CUST-NAME
                           " TERMS: " CU-TERMS
                           " ACTIVE: " CU-ACTIVE
                           " E-BILL: " CU-EBILL
               END-READ
           END-PERFORM
           CLOSE CUST-FILE

           EXIT PARAGRAPH.

      *ANYTHING BUT Y IS PAPER - THE EXPORT ONLY PICKS UP "Y"
       ACCEPT-EBILL-FLAG.
           DISPLAY "ELECTRONIC BILLING? (Y/N): " WITH NO ADVANCING
           ACCEPT CU-EBILL
           IF CU-EBILL = "y"
               MOVE "Y" TO CU-EBILL
           END-IF
           IF CU-EBILL NOT = "Y"
               MOVE "N" TO CU-EBILL
           END-IF.

           EXIT PARAGRAPH.

      *A CODE NOT ON TERMS.DAT IS STILL TAKEN, BUT ITS INVOICES
      *FALL BACK TO NET 30 WITH NO DISCOUNT UNTIL A ROW IS ADDED
       WARN-UNKNOWN-TERMS.
           MOVE CU-TERMS TO CUM-TERMS-CODE
           PERFORM FIND-TERMS-CODE
           IF CUM-TERMS-FOUND NOT = "Y"
               DISPLAY "WARNING - TERMS " CU-TERMS
                   " NOT ON THE TERMS TABLE - INVOICES WILL BE "
-                  "NET 30"
           END-IF.

           EXIT PARAGRAPH.

       FIND-TERMS-CODE.
           MOVE "N" TO CUM-TERMS-FOUND
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TERMS-STATUS NOT = "00"
               READ TERMS-FILE
                   AT END
                       MOVE "10" TO WS-TERMS-STATUS
                   NOT AT END
                       IF TM-TERMS-CODE = CUM-TERMS-CODE
                           MOVE "Y" TO CUM-TERMS-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE.

           EXIT PARAGRAPH.

       MAINTAIN-PAYMENT-TERMS.
           DISPLAY "(A)DD A TERMS CODE OR (L)IST THE TABLE? "
               WITH NO ADVANCING
           ACCEPT CUM-TERMS-CHOICE
           EVALUATE CUM-TERMS-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-PAYMENT-TERMS
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-PAYMENT-TERMS
               WHEN OTHER
                   DISPLAY "INVALID INPUT"
           END-EVALUATE.

           EXIT PARAGRAPH.

       ADD-PAYMENT-TERMS.
           DISPLAY "TERMS CODE (E.G. 2/10NET30): " WITH NO ADVANCING
           ACCEPT CUM-TERMS-CODE
           IF CUM-TERMS-CODE = SPACES
               DISPLAY "TERMS CODE MAY NOT BE BLANK"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TERMS-CODE
           IF CUM-TERMS-FOUND = "Y"
               DISPLAY "TERMS CODE ALREADY ON THE TABLE"
               EXIT PARAGRAPH
           END-IF
           MOVE CUM-TERMS-CODE TO TM-TERMS-CODE
           DISPLAY "NET DAYS: " WITH NO ADVANCING
           ACCEPT TM-NET-DAYS
           DISPLAY "DISCOUNT PERCENT (0 = NONE): " WITH NO ADVANCING
           ACCEPT TM-DISC-PCT
           MOVE ZERO TO TM-DISC-DAYS
           IF TM-DISC-PCT > ZERO
               DISPLAY "DISCOUNT DAYS: " WITH NO ADVANCING
               ACCEPT TM-DISC-DAYS
               IF TM-DISC-DAYS > TM-NET-DAYS
                   DISPLAY "DISCOUNT DAYS MAY NOT EXCEED NET DAYS"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING
           ACCEPT TM-DESCRIPTION

           OPEN EXTEND TERMS-FILE
           IF WS-TERMS-STATUS = "35"
               OPEN OUTPUT TERMS-FILE
           END-IF
           IF WS-TERMS-STATUS NOT = "00" AND NOT = "05"
               MOVE "TERMS-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-TERMS-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           WRITE TERMS-RECORD
           CLOSE TERMS-FILE
           DISPLAY "TERMS CODE ADDED".

           EXIT PARAGRAPH.

       LIST-PAYMENT-TERMS.
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS NOT = "00"
               DISPLAY "NO TERMS TABLE ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TERMS-STATUS NOT = "00"
               READ TERMS-FILE
                   AT END
                       MOVE "10" TO WS-TERMS-STATUS
                   NOT AT END
                       MOVE TM-DISC-PCT TO CUM-PCT-OUT
                       DISPLAY TM-TERMS-CODE " NET " TM-NET-DAYS
                           " DISC " CUM-PCT-OUT "% IN "
                           TM-DISC-DAYS " DAYS  " TM-DESCRIPTION
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE.

           EXIT PARAGRAPH.

       OPEN-CUST-FOR-WRITE.
           OPEN I-O CUST-FILE
           IF WS-CUST-FILE-STATUS = "35"
