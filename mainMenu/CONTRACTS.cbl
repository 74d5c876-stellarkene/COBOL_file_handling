      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-PRICING.

      *====================================================
      * Stand-alone utility: maintains the customer price
      * contracts (contract.dat) - customer, item, contract
      * price, start and end date. REVISED-SALESMAN-INFO,
      * SALES-BATCH-IMPORT, QUOTE-ACCEPTANCE and
      * SALES-ORDER-ENTRY sell at the contract price ahead of
      * list and quantity-break pricing (contract-price.cpy)
      * and stamp the sale, so a negotiated price no longer
      * needs the supervisor override or shows up as an
      * exception on the SOD report. Adding a contract is a
      * price decision and needs the supervisor role. The
      * expiry report spools every contract ending within the
      * next 30 days so sales can renegotiate before the
      * account drops back to list. Run on demand from the
      * command line; it is not wired into FH-MAIN-MENU since
      * it is housekeeping, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "contract-select.cpy".
           COPY "cust-select.cpy".
           COPY "prod-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "contract-rec.cpy".
           COPY "cust-rec.cpy".
           COPY "prod-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  CTM-CHOICE                      PIC 9.
       01  CTM-CUST-NUM                    PIC X(8).
       01  CTM-ITEM-CODE                   PIC X(8).
       01  CTM-PRICE                       PIC 9(5)V99.
       01  CTM-START-DATE                  PIC 9(8).
       01  CTM-END-DATE                    PIC 9(8).
       01  CTM-EOF                         PIC X VALUE "N".
       01  CTM-COUNT                       PIC 9(5).
       01  CTM-TODAY                       PIC 9(8).
       01  CTM-HORIZON                     PIC 9(8).
       01  CTM-DAYS-LEFT                   PIC 9(3).
       01  CTM-STATE                       PIC X(7).
       01  CTM-PRICE-OUT                   PIC ZZ,ZZ9.99.
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "CONTRACT-PRICING" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL CTM-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "  CUSTOMER PRICE CONTRACTS "
               DISPLAY "==========================="
               DISPLAY "1 - ADD A CONTRACT"
               DISPLAY "2 - LIST CONTRACTS FOR A CUSTOMER"
               DISPLAY "3 - CONTRACTS EXPIRING IN 30 DAYS (SPOOLED)"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT CTM-CHOICE

               EVALUATE CTM-CHOICE
                   WHEN 1
                       PERFORM ADD-CONTRACT
                   WHEN 2
                       PERFORM LIST-CUSTOMER-CONTRACTS
                   WHEN 3
                       PERFORM PRINT-EXPIRING-CONTRACTS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "CONTRACT-PRICING" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *A CONTRACT SETS THE PRICE OF RECORD FOR AN ACCOUNT, SO IT
      *TAKES THE SAME AUTHORITY AS A PRICE OVERRIDE AT ENTRY
       ADD-CONTRACT.
           MOVE "CONTRACT-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "CONTRACT-PRICING" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER CUSTOMER NUMBER: " WITH NO ADVANCING
           ACCEPT CTM-CUST-NUM
           OPEN INPUT CUST-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE CTM-CUST-NUM TO CU-CUST-NUM
               READ CUST-FILE
                   INVALID KEY
                       DISPLAY "CUSTOMER NOT ON MASTER - "
-                          "CONTRACT NOT ADDED"
                       CLOSE CUST-FILE
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       DISPLAY "CUSTOMER: " CU-CUST-NAME
               END-READ
               CLOSE CUST-FILE
           ELSE
               DISPLAY "WARNING - NO CUSTOMER MASTER ON FILE, "
-                  "NUMBER TAKEN AS KEYED"
           END-IF

      * A code off the product master is taken as a quotation
      * material code - QUOTE-ACCEPTANCE prices those lines
           DISPLAY "ENTER ITEM CODE: " WITH NO ADVANCING
           ACCEPT CTM-ITEM-CODE
           IF CTM-ITEM-CODE = SPACES
               DISPLAY "ITEM CODE IS REQUIRED - CONTRACT NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS = "00"
               MOVE CTM-ITEM-CODE TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       DISPLAY "NOT ON PRODUCT MASTER - TAKEN AS A "
-                          "QUOTATION MATERIAL CODE"
                   NOT INVALID KEY
                       MOVE PM-UNIT-PRICE TO CTM-PRICE-OUT
                       DISPLAY "ITEM: " PM-DESCRIPTION
                           " LIST PRICE: " CTM-PRICE-OUT
               END-READ
               CLOSE PROD-FILE
           END-IF

           DISPLAY "ENTER CONTRACT PRICE: " WITH NO ADVANCING
           ACCEPT CTM-PRICE
           IF CTM-PRICE = ZERO
               DISPLAY "CONTRACT PRICE MUST BE GREATER THAN ZERO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER START DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT CTM-START-DATE
           DISPLAY "ENTER END DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT CTM-END-DATE
           IF CTM-END-DATE < CTM-START-DATE
               DISPLAY "END DATE IS BEFORE START DATE - CONTRACT "
-                  "NOT ADDED"
               EXIT PARAGRAPH
           END-IF

           MOVE CTM-CUST-NUM TO CT-CUST-NUM
           MOVE CTM-ITEM-CODE TO CT-ITEM-CODE
           MOVE CTM-PRICE TO CT-PRICE
           MOVE CTM-START-DATE TO CT-START-DATE
           MOVE CTM-END-DATE TO CT-END-DATE
           MOVE WS-FH-OPERATOR-ID TO CT-OPERATOR-ID

           OPEN EXTEND CONTRACT-FILE
           IF WS-CONTRACT-STATUS = "35"
               OPEN OUTPUT CONTRACT-FILE
           END-IF
           IF WS-CONTRACT-STATUS NOT = "00" AND NOT = "05"
               MOVE "CONTRACT-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-CONTRACT-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           WRITE CONTRACT-RECORD
           CLOSE CONTRACT-FILE
           DISPLAY "CONTRACT ADDED".

           EXIT PARAGRAPH.

       LIST-CUSTOMER-CONTRACTS.
           DISPLAY "ENTER CUSTOMER NUMBER: " WITH NO ADVANCING
           ACCEPT CTM-CUST-NUM
           ACCEPT CTM-TODAY FROM DATE YYYYMMDD
           MOVE "N" TO CTM-EOF
           MOVE ZERO TO CTM-COUNT
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS NOT = "00"
               DISPLAY "NO CONTRACT FILE ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTM-EOF = "Y"
               READ CONTRACT-FILE
                   AT END
                       MOVE "Y" TO CTM-EOF
                   NOT AT END
                       IF CT-CUST-NUM = CTM-CUST-NUM
                           ADD 1 TO CTM-COUNT
                           PERFORM SET-CONTRACT-STATE
                           MOVE CT-PRICE TO CTM-PRICE-OUT
                           DISPLAY CT-ITEM-CODE " " CTM-PRICE-OUT
                               " " CT-START-DATE " TO "
                               CT-END-DATE " " CTM-STATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACT-FILE
           DISPLAY CTM-COUNT " CONTRACT(S) ON FILE".

           EXIT PARAGRAPH.

       SET-CONTRACT-STATE.
           EVALUATE TRUE
               WHEN CT-START-DATE > CTM-TODAY
                   MOVE "FUTURE" TO CTM-STATE
               WHEN CT-END-DATE < CTM-TODAY
                   MOVE "EXPIRED" TO CTM-STATE
               WHEN OTHER
                   MOVE "ACTIVE" TO CTM-STATE
           END-EVALUATE.

           EXIT PARAGRAPH.

      *EVERY CONTRACT STILL RUNNING THAT ENDS ON OR BEFORE THE DAY
      *30 DAYS OUT - THE RENEGOTIATION LIST FOR SALES
       PRINT-EXPIRING-CONTRACTS.
           ACCEPT CTM-TODAY FROM DATE YYYYMMDD
           COMPUTE CTM-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CTM-TODAY) + 30)
           MOVE "N" TO CTM-EOF
           MOVE ZERO TO CTM-COUNT
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS NOT = "00"
               DISPLAY "NO CONTRACT FILE ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "CONTRACT-EXPIRY" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           DISPLAY "#### CONTRACTS EXPIRING " CTM-TODAY " TO "
               CTM-HORIZON " ####"
           STRING "CONTRACTS EXPIRING " CTM-TODAY " TO "
               CTM-HORIZON
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "CUSTOMER ITEM         PRICE    START      END"
               "  DAYS LEFT"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM UNTIL CTM-EOF = "Y"
               READ CONTRACT-FILE
                   AT END
                       MOVE "Y" TO CTM-EOF
                   NOT AT END
                       IF CT-END-DATE >= CTM-TODAY AND
-                         CT-END-DATE <= CTM-HORIZON
                           PERFORM WRITE-EXPIRING-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACT-FILE
           DISPLAY CTM-COUNT " CONTRACT(S) TO RENEGOTIATE"
           STRING CTM-COUNT " CONTRACT(S) TO RENEGOTIATE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       WRITE-EXPIRING-LINE.
           ADD 1 TO CTM-COUNT
           COMPUTE CTM-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(CT-END-DATE) -
               FUNCTION INTEGER-OF-DATE(CTM-TODAY)
           MOVE CT-PRICE TO CTM-PRICE-OUT
           DISPLAY CT-CUST-NUM " " CT-ITEM-CODE " " CTM-PRICE-OUT
               " " CT-START-DATE " " CT-END-DATE " " CTM-DAYS-LEFT
           STRING CT-CUST-NUM " " CT-ITEM-CODE " " CTM-PRICE-OUT
               " " CT-START-DATE " " CT-END-DATE " " CTM-DAYS-LEFT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
