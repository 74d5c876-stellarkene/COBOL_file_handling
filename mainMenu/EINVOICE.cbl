      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E-INVOICE-EXPORT.

      *====================================================
      * Builds the outbound electronic invoice file
      * (einvoice.dat) for customers flagged for electronic
      * billing on the customer master (CU-EBILL = "Y"). The
      * daily export picks up every sel_8.dat invoice for
      * those customers that has not gone out yet - each
      * salesman's share of a split sale is a line of the one
      * invoice - and every return not yet credited, which
      * goes out as a credit note for the returned amount.
      * Layout, one batch per run inside the usual HDR/TRL
      * bracket (hdr-trl-rec.cpy):
      *   INV or CRN  document header - invoice number, date,
      *               customer, name, currency, reference
      *   LIN         one per sel_8 line - item, units, unit
      *               price, amount in the invoice currency
      *               and in home currency, salesman, split
      *               share, tax jurisdiction and tax
      *   END         document trailer - line count, net, tax
      *               and total (home currency)
      * The batch trailer carries the count of INV/CRN/LIN/END
      * records and, as its control total, the sum of the
      * document totals. Amounts are unsigned; a CRN header
      * is what makes a document a credit. Everything sent is
      * logged to einvsent.dat so nothing is transmitted
      * twice. The resend option re-exports a single invoice
      * number (invoice plus any credit note against it) on
      * request - e.g. when the customer lost the file.
      * Runs under the suite interlock.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT EINVOICE-FILE ASSIGN TO "einvoice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EIV-OUT-STATUS.
           COPY "sel8-select.cpy".
           COPY "cust-select.cpy".
           COPY "einvsent-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD  EINVOICE-FILE.

       01  EINV-DOC-RECORD.
           05  ED-TAG                      PIC X(3).
           05  ED-DOC-NUM                  PIC 9(8).
           05  ED-DOC-DATE                 PIC 9(8).
           05  ED-CUST-NUM                 PIC X(8).
           05  ED-CUST-NAME                PIC X(25).
           05  ED-CURRENCY                 PIC X(3).
           05  ED-REFERENCE                PIC X(12).

       01  EINV-LINE-RECORD.
           05  EL-TAG                      PIC X(3).
           05  EL-DOC-NUM                  PIC 9(8).
           05  EL-LINE-NUM                 PIC 9(4).
           05  EL-ITEM-CODE                PIC X(8).
           05  EL-UNITS                    PIC 9(5)V99.
           05  EL-UNIT-PRICE               PIC 9(5)V99.
           05  EL-FC-AMOUNT                PIC 9(10)V99.
           05  EL-AMOUNT                   PIC 9(10)V99.
           05  EL-SM-NUM                   PIC X(12).
           05  EL-SPLIT-PCT                PIC 9(3)V99.
           05  EL-TAX-JURIS                PIC X(3).
           05  EL-TAX                      PIC 9(10)V99.

       01  EINV-END-RECORD.
           05  EE-TAG                      PIC X(3).
           05  EE-DOC-NUM                  PIC 9(8).
           05  EE-LINE-COUNT               PIC 9(4).
           05  EE-NET                      PIC 9(10)V99.
           05  EE-TAX                      PIC 9(10)V99.
           05  EE-TOTAL                    PIC 9(11)V99.
           COPY "hdr-trl-rec.cpy".

           FD SEL8-FILE.
           COPY "sel8-rec.cpy".
           COPY "operator-field.cpy".
           COPY "cust-rec.cpy".
           COPY "einvsent-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  EIV-OUT-STATUS                  PIC XX.
       01  SEL8-FILE-STATUS                PIC XX.
       01  EIV-CHOICE                      PIC 9.
       01  EIV-EOF                         PIC X VALUE "N".
       01  EIV-RESEND-MODE                 PIC X VALUE "N".
       01  EIV-RESEND-INVOICE              PIC 9(8).
       01  EIV-OK                          PIC X.
       01  EIV-FOUND                       PIC X.
       01  EIV-TODAY                       PIC 9(8).
       01  EIV-NOW                         PIC X(6).
       01  EIV-DOC-COUNT                   PIC 9(5).
       01  EIV-CRN-COUNT                   PIC 9(5).

      * E-billing customers off the master
       01  EIV-EB-COUNT                    PIC 9(5) VALUE 0.
       01  EIV-EB-TABLE.
           05  EIV-EB-CUST OCCURS 1000 TIMES PIC X(8).

      * What has already gone out (first transmissions only)
       01  EIV-ST-COUNT                    PIC 9(5) VALUE 0.
       01  EIV-ST-TABLE.
           05  EIV-ST-ENTRY OCCURS 5000 TIMES.
               10  EIV-ST-INVOICE          PIC 9(8).
               10  EIV-ST-SM-NUM           PIC X(12).
               10  EIV-ST-DOC-TYPE         PIC X(3).
               10  EIV-ST-AMOUNT           PIC 9(10)V99.

      * sel_8 lines to transmit this run, sorted by invoice
       01  EIV-RW-COUNT                    PIC 9(5) VALUE 0.
       01  EIV-RW-TABLE.
           05  EIV-RW-ENTRY OCCURS 2000 TIMES.
               10  EIV-RW-INVOICE          PIC 9(8).
               10  EIV-RW-SM-NUM           PIC X(12).
               10  EIV-RW-DATE             PIC 9(8).
               10  EIV-RW-CUST             PIC X(8).
               10  EIV-RW-TXN-TYPE         PIC X.
               10  EIV-RW-ORIG-REF         PIC X(12).
               10  EIV-RW-ITEM             PIC X(8).
               10  EIV-RW-UNITS            PIC 9(5)V99.
               10  EIV-RW-PRICE            PIC 9(5)V99.
               10  EIV-RW-GROSS            PIC 9(10)V99.
               10  EIV-RW-RETURN           PIC 9(10)V99.
               10  EIV-RW-TAX              PIC 9(10)V99.
               10  EIV-RW-JURIS            PIC X(3).
               10  EIV-RW-CURRENCY         PIC X(3).
               10  EIV-RW-ORIG-AMT         PIC 9(10)V99.
               10  EIV-RW-SPLIT-PCT        PIC 9(3)V99.
               10  EIV-RW-NEED-INV         PIC X.
               10  EIV-RW-CREDIT-DUE       PIC 9(10)V99.
               10  EIV-RW-CREDIT-SENT      PIC 9(10)V99.
       01  EIV-RW-HOLD                     PIC X(155).

       01  EIV-IDX                         PIC 9(5).
       01  EIV-JDX                         PIC 9(5).
       01  EIV-FIRST                       PIC 9(5).
       01  EIV-LAST                        PIC 9(5).
       01  EIV-CUR-INVOICE                 PIC 9(8).
       01  EIV-DOC-TYPE                    PIC X(3).
       01  EIV-LINE-NUM                    PIC 9(4).
       01  EIV-NET                         PIC 9(10)V99.
       01  EIV-TAX                         PIC 9(10)V99.
       01  EIV-WORK                        PIC S9(12)V99.
       01  EIV-LINE-AMT                    PIC 9(10)V99.
       01  EIV-LINE-FC                     PIC 9(10)V99.
       01  EIV-LINE-TAX                    PIC 9(10)V99.
       01  EIV-LINE-UNITS                  PIC 9(5)V99.
       01  EIV-RATE                        PIC 9V9999.
       01  EIV-CUST-NAME                   PIC X(25).
           COPY "hdr-trl-vars.cpy".
           COPY "tax-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "E-INVOICE-EXPORT" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL EIV-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "   ELECTRONIC INVOICING    "
               DISPLAY "==========================="
               DISPLAY "1 - DAILY EXPORT OF UNSENT INVOICES"
               DISPLAY "2 - RESEND ONE INVOICE NUMBER"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT EIV-CHOICE

               EVALUATE EIV-CHOICE
                   WHEN 1
                       MOVE "N" TO EIV-RESEND-MODE
                       PERFORM RUN-EINVOICE-EXPORT
                   WHEN 2
                       DISPLAY "ENTER INVOICE NUMBER: "
                           WITH NO ADVANCING
                       ACCEPT EIV-RESEND-INVOICE
                       MOVE "Y" TO EIV-RESEND-MODE
                       PERFORM RUN-EINVOICE-EXPORT
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           PERFORM RELEASE-FH-LOCK.

           MOVE "E-INVOICE-EXPORT" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *GATHER, SORT, WRITE ONE BATCH, THEN LOG WHAT WENT OUT
       RUN-EINVOICE-EXPORT.
           ACCEPT EIV-TODAY FROM DATE YYYYMMDD
           ACCEPT EIV-NOW FROM TIME
           MOVE ZERO TO EIV-RW-COUNT
           MOVE ZERO TO EIV-DOC-COUNT
           MOVE ZERO TO EIV-CRN-COUNT

           IF EIV-RESEND-MODE = "N"
               PERFORM LOAD-EBILL-CUSTOMERS
               IF EIV-EB-COUNT = ZERO
                   DISPLAY "NO CUSTOMERS FLAGGED FOR ELECTRONIC "
-                      "BILLING"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOAD-SENT-LOG
           IF EIV-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM GATHER-EINVOICE-LINES
           IF EIV-RW-COUNT = ZERO
               IF EIV-RESEND-MODE = "Y"
                   DISPLAY "INVOICE " EIV-RESEND-INVOICE
                       " NOT ON SEL_8.DAT"
               ELSE
                   DISPLAY "NOTHING TO SEND - EVERY ELECTRONIC "
-                      "INVOICE HAS GONE OUT"
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM SORT-EINVOICE-LINES

           OPEN EXTEND EINVOICE-FILE
           IF EIV-OUT-STATUS = "35"
               OPEN OUTPUT EINVOICE-FILE
           END-IF
           IF EIV-OUT-STATUS NOT = "00" AND NOT = "05"
               MOVE "EINVOICE-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE EIV-OUT-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND EINVSENT-FILE
           IF WS-EINVSENT-STATUS = "35"
               OPEN OUTPUT EINVSENT-FILE
           END-IF
           IF WS-EINVSENT-STATUS NOT = "00" AND NOT = "05"
               MOVE "EINVSENT-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-EINVSENT-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               CLOSE EINVOICE-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUST-FILE
           PERFORM WRITE-HT-HEADER
           MOVE 1 TO EIV-FIRST
           PERFORM UNTIL EIV-FIRST > EIV-RW-COUNT
               MOVE EIV-RW-INVOICE(EIV-FIRST) TO EIV-CUR-INVOICE
               MOVE EIV-FIRST TO EIV-LAST
               PERFORM UNTIL EIV-LAST >= EIV-RW-COUNT
                   OR EIV-RW-INVOICE(EIV-LAST + 1) NOT =
                       EIV-CUR-INVOICE
                   ADD 1 TO EIV-LAST
               END-PERFORM
               PERFORM WRITE-INVOICE-DOCUMENT
               PERFORM WRITE-CREDIT-DOCUMENT
               COMPUTE EIV-FIRST = EIV-LAST + 1
           END-PERFORM
           PERFORM WRITE-HT-TRAILER
           CLOSE CUST-FILE
           CLOSE EINVSENT-FILE
           CLOSE EINVOICE-FILE

           DISPLAY "====== ELECTRONIC INVOICE EXPORT ======"
           DISPLAY "INVOICES WRITTEN:     " EIV-DOC-COUNT
           DISPLAY "CREDIT NOTES WRITTEN: " EIV-CRN-COUNT
           DISPLAY "RECORDS IN BATCH:     " WS-HT-DETAIL-COUNT
           DISPLAY "CONTROL TOTAL:        " WS-HT-CONTROL-TOTAL
           DISPLAY "FILE: EINVOICE.DAT"
           DISPLAY "=======================================".

           EXIT PARAGRAPH.

       LOAD-EBILL-CUSTOMERS.
           MOVE ZERO TO EIV-EB-COUNT
           MOVE "N" TO EIV-EOF
           OPEN INPUT CUST-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CU-CUST-NUM
           START CUST-FILE KEY IS NOT LESS THAN CU-CUST-NUM
               INVALID KEY
                   MOVE "Y" TO EIV-EOF
           END-START
           PERFORM UNTIL EIV-EOF = "Y"
               READ CUST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EIV-EOF
                   NOT AT END
                       IF CU-EBILL = "Y"
                           IF EIV-EB-COUNT < 1000
                               ADD 1 TO EIV-EB-COUNT
                               MOVE CU-CUST-NUM TO
                                   EIV-EB-CUST(EIV-EB-COUNT)
                           ELSE
                               DISPLAY "E-BILLING TABLE FULL - "
                                   CU-CUST-NUM " NOT EXPORTED"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-FILE.

           EXIT PARAGRAPH.

      *A LOG TOO BIG TO HOLD WOULD LET SENT INVOICES GO OUT AGAIN,
      *SO THE EXPORT STOPS RATHER THAN GUESS
       LOAD-SENT-LOG.
           MOVE "Y" TO EIV-OK
           MOVE ZERO TO EIV-ST-COUNT
           MOVE "N" TO EIV-EOF
           OPEN INPUT EINVSENT-FILE
           IF WS-EINVSENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EIV-EOF = "Y"
               READ EINVSENT-FILE
                   AT END
                       MOVE "Y" TO EIV-EOF
                   NOT AT END
                       IF ES-RESEND NOT = "Y"
                           IF EIV-ST-COUNT < 5000
                               ADD 1 TO EIV-ST-COUNT
                               MOVE ES-INVOICE-NUM TO
                                   EIV-ST-INVOICE(EIV-ST-COUNT)
                               MOVE ES-SM-NUM TO
                                   EIV-ST-SM-NUM(EIV-ST-COUNT)
                               MOVE ES-DOC-TYPE TO
                                   EIV-ST-DOC-TYPE(EIV-ST-COUNT)
                               MOVE ES-AMOUNT TO
                                   EIV-ST-AMOUNT(EIV-ST-COUNT)
                           ELSE
                               MOVE "N" TO EIV-OK
                               MOVE "Y" TO EIV-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EINVSENT-FILE
           IF EIV-OK NOT = "Y"
               DISPLAY "EINVSENT.DAT HOLDS MORE THAN 5000 SENT LINES "
-                  "- ARCHIVE IT BEFORE EXPORTING"
           END-IF.

           EXIT PARAGRAPH.

       GATHER-EINVOICE-LINES.
           MOVE "N" TO EIV-EOF
           OPEN INPUT SEL8-FILE
           IF SEL8-FILE-STATUS NOT = "00"
               DISPLAY "NO SEL_8.DAT ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO SEL8_SM_NUM_FH
           START SEL8-FILE KEY IS NOT LESS THAN SEL8_SM_NUM_FH
               INVALID KEY
                   MOVE "Y" TO EIV-EOF
           END-START
           PERFORM UNTIL EIV-EOF = "Y"
               READ SEL8-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EIV-EOF
                   NOT AT END
                       PERFORM CONSIDER-SEL8-LINE
               END-READ
           END-PERFORM
           CLOSE SEL8-FILE.

           EXIT PARAGRAPH.

      *DAILY: AN E-BILL CUSTOMER'S LINE WITH ITS INVOICE UNSENT OR A
      *RETURN NOT YET CREDITED. RESEND: EVERY LINE OF THE ONE INVOICE
       CONSIDER-SEL8-LINE.
           IF SEL8_INVOICE_NUM_FH = ZERO
               EXIT PARAGRAPH
           END-IF
           IF EIV-RESEND-MODE = "Y"
               IF SEL8_INVOICE_NUM_FH NOT = EIV-RESEND-INVOICE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE "N" TO EIV-FOUND
               PERFORM VARYING EIV-IDX FROM 1 BY 1
                   UNTIL EIV-IDX > EIV-EB-COUNT OR EIV-FOUND = "Y"
                   IF EIV-EB-CUST(EIV-IDX) = SEL8_CUST_NUM_FH
                       MOVE "Y" TO EIV-FOUND
                   END-IF
               END-PERFORM
               IF EIV-FOUND NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF EIV-RW-COUNT >= 2000
               DISPLAY "LINE TABLE FULL - INVOICE "
                   SEL8_INVOICE_NUM_FH " LEFT FOR THE NEXT RUN"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EIV-RW-COUNT
           MOVE EIV-RW-COUNT TO EIV-IDX
           MOVE SEL8_INVOICE_NUM_FH TO EIV-RW-INVOICE(EIV-IDX)
           MOVE SEL8_SM_NUM_FH TO EIV-RW-SM-NUM(EIV-IDX)
           MOVE SEL8_DATE_FH TO EIV-RW-DATE(EIV-IDX)
           MOVE SEL8_CUST_NUM_FH TO EIV-RW-CUST(EIV-IDX)
           MOVE SEL8_TXN_TYPE_FH TO EIV-RW-TXN-TYPE(EIV-IDX)
           MOVE SEL8_ORIG_REF_FH TO EIV-RW-ORIG-REF(EIV-IDX)
           MOVE SEL8_ITEM_CODE_FH TO EIV-RW-ITEM(EIV-IDX)
           MOVE SEL8_UNIT_SOLD_FH TO EIV-RW-UNITS(EIV-IDX)
           MOVE SEL8_UNIT_PRICE_FH TO EIV-RW-PRICE(EIV-IDX)
           MOVE SEL8_GROSS_SALES_FH TO EIV-RW-GROSS(EIV-IDX)
           MOVE SEL8_RETURN_SALES_FH TO EIV-RW-RETURN(EIV-IDX)
           MOVE SEL8_TAX_OUT_FH TO EIV-RW-TAX(EIV-IDX)
           MOVE SEL8_TAX_JURIS_FH TO EIV-RW-JURIS(EIV-IDX)
           MOVE SEL8_CURRENCY_FH TO EIV-RW-CURRENCY(EIV-IDX)
           MOVE SEL8_ORIG_AMT_FH TO EIV-RW-ORIG-AMT(EIV-IDX)
           MOVE SEL8_SPLIT_PCT_FH TO EIV-RW-SPLIT-PCT(EIV-IDX)
      * Rows from before the gross/returns split carry no gross -
      * what was sold is the net plus anything since returned
           IF EIV-RW-GROSS(EIV-IDX) = ZERO
               MOVE SEL8_SALES_OUT_FH TO EIV-WORK
               ADD EIV-RW-RETURN(EIV-IDX) TO EIV-WORK
               IF EIV-WORK > ZERO
                   MOVE EIV-WORK TO EIV-RW-GROSS(EIV-IDX)
               END-IF
           END-IF

           MOVE "Y" TO EIV-RW-NEED-INV(EIV-IDX)
           MOVE ZERO TO EIV-RW-CREDIT-SENT(EIV-IDX)
           PERFORM VARYING EIV-JDX FROM 1 BY 1
               UNTIL EIV-JDX > EIV-ST-COUNT
               IF EIV-ST-INVOICE(EIV-JDX) = EIV-RW-INVOICE(EIV-IDX)
                   IF EIV-ST-DOC-TYPE(EIV-JDX) = "INV"
                       MOVE "N" TO EIV-RW-NEED-INV(EIV-IDX)
                   END-IF
                   IF EIV-ST-DOC-TYPE(EIV-JDX) = "CRN" AND
-                     EIV-ST-SM-NUM(EIV-JDX) = EIV-RW-SM-NUM(EIV-IDX)
                       ADD EIV-ST-AMOUNT(EIV-JDX) TO
                           EIV-RW-CREDIT-SENT(EIV-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO EIV-RW-CREDIT-DUE(EIV-IDX)
           IF EIV-RW-RETURN(EIV-IDX) > EIV-RW-CREDIT-SENT(EIV-IDX)
               COMPUTE EIV-RW-CREDIT-DUE(EIV-IDX) =
                   EIV-RW-RETURN(EIV-IDX) - EIV-RW-CREDIT-SENT(EIV-IDX)
           END-IF

           IF EIV-RESEND-MODE = "N" AND
-             EIV-RW-NEED-INV(EIV-IDX) = "N" AND
-             EIV-RW-CREDIT-DUE(EIV-IDX) = ZERO
               SUBTRACT 1 FROM EIV-RW-COUNT
           END-IF.

           EXIT PARAGRAPH.

      *ASCENDING BUBBLE SORT BY INVOICE SO THE SPLIT SHARES OF ONE
      *INVOICE COME OUT TOGETHER - SAME SHAPE AS SORT-ITEM-TABLE
      *IN GROSS-MARGIN-REPORT
       SORT-EINVOICE-LINES.
           PERFORM VARYING EIV-IDX FROM 1 BY 1
               UNTIL EIV-IDX >= EIV-RW-COUNT
               PERFORM VARYING EIV-JDX FROM 1 BY 1
                   UNTIL EIV-JDX > EIV-RW-COUNT - EIV-IDX
                   IF EIV-RW-INVOICE(EIV-JDX) >
-                     EIV-RW-INVOICE(EIV-JDX + 1)
                       MOVE EIV-RW-ENTRY(EIV-JDX) TO EIV-RW-HOLD
                       MOVE EIV-RW-ENTRY(EIV-JDX + 1) TO
                           EIV-RW-ENTRY(EIV-JDX)
                       MOVE EIV-RW-HOLD TO EIV-RW-ENTRY(EIV-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

      *THE INVOICE AS RAISED - FULL GROSS, TAX AS CHARGED. A LINE
      *ALREADY RETURNED HAS ITS TAX RESTATED ON THE NET, SO ITS
      *ORIGINAL TAX IS PUT BACK AT THE JURISDICTION RATE
       WRITE-INVOICE-DOCUMENT.
           MOVE "N" TO EIV-FOUND
           PERFORM VARYING EIV-IDX FROM EIV-FIRST BY 1
               UNTIL EIV-IDX > EIV-LAST
               IF EIV-RW-NEED-INV(EIV-IDX) = "Y" OR
-                 EIV-RESEND-MODE = "Y"
                   MOVE "Y" TO EIV-FOUND
               END-IF
           END-PERFORM
           IF EIV-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "INV" TO EIV-DOC-TYPE
           PERFORM WRITE-DOCUMENT-HEADER
           MOVE EIV-RW-ORIG-REF(EIV-FIRST) TO ED-REFERENCE
           IF EIV-RW-TXN-TYPE(EIV-FIRST) = "R"
               MOVE SPACES TO ED-REFERENCE
           END-IF
           WRITE EINV-DOC-RECORD
           ADD 1 TO WS-HT-DETAIL-COUNT

           PERFORM VARYING EIV-IDX FROM EIV-FIRST BY 1
               UNTIL EIV-IDX > EIV-LAST
               MOVE EIV-RW-GROSS(EIV-IDX) TO EIV-LINE-AMT
               MOVE EIV-RW-ORIG-AMT(EIV-IDX) TO EIV-LINE-FC
               MOVE EIV-RW-UNITS(EIV-IDX) TO EIV-LINE-UNITS
               IF EIV-RW-TXN-TYPE(EIV-IDX) = "R"
                   PERFORM LOOK-UP-LINE-TAX-RATE
                   COMPUTE EIV-LINE-TAX ROUNDED =
                       EIV-LINE-AMT * EIV-RATE
               ELSE
                   MOVE EIV-RW-TAX(EIV-IDX) TO EIV-LINE-TAX
               END-IF
               PERFORM WRITE-DOCUMENT-LINE
               MOVE "INV" TO ES-DOC-TYPE
               MOVE EIV-LINE-AMT TO ES-AMOUNT
               MOVE "N" TO ES-RESEND
               IF EIV-RW-NEED-INV(EIV-IDX) NOT = "Y"
                   MOVE "Y" TO ES-RESEND
               END-IF
               PERFORM WRITE-SENT-LOG-ENTRY
           END-PERFORM

           PERFORM WRITE-DOCUMENT-TRAILER
           ADD 1 TO EIV-DOC-COUNT.

           EXIT PARAGRAPH.

      *ONE CREDIT NOTE PER INVOICE FOR WHAT HAS COME BACK - ONLY THE
      *UNCREDITED PART ON THE DAILY RUN, EVERYTHING ON A RESEND
       WRITE-CREDIT-DOCUMENT.
           MOVE "N" TO EIV-FOUND
           PERFORM VARYING EIV-IDX FROM EIV-FIRST BY 1
               UNTIL EIV-IDX > EIV-LAST
               IF EIV-RW-CREDIT-DUE(EIV-IDX) > ZERO
                   MOVE "Y" TO EIV-FOUND
               END-IF
               IF EIV-RESEND-MODE = "Y" AND
-                 EIV-RW-RETURN(EIV-IDX) > ZERO
                   MOVE "Y" TO EIV-FOUND
               END-IF
           END-PERFORM
           IF EIV-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "CRN" TO EIV-DOC-TYPE
           PERFORM WRITE-DOCUMENT-HEADER
           MOVE SPACES TO ED-REFERENCE
           MOVE EIV-CUR-INVOICE TO ED-REFERENCE(1:8)
           WRITE EINV-DOC-RECORD
           ADD 1 TO WS-HT-DETAIL-COUNT

           PERFORM VARYING EIV-IDX FROM EIV-FIRST BY 1
               UNTIL EIV-IDX > EIV-LAST
               IF EIV-RESEND-MODE = "Y"
                   MOVE EIV-RW-RETURN(EIV-IDX) TO EIV-LINE-AMT
               ELSE
                   MOVE EIV-RW-CREDIT-DUE(EIV-IDX) TO EIV-LINE-AMT
               END-IF
               IF EIV-LINE-AMT > ZERO
                   PERFORM PRORATE-CREDIT-LINE
                   PERFORM WRITE-DOCUMENT-LINE
                   PERFORM LOG-CREDIT-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-DOCUMENT-TRAILER
           ADD 1 TO EIV-CRN-COUNT.

           EXIT PARAGRAPH.

      *UNITS AND THE INVOICE-CURRENCY AMOUNT COME BACK IN THE SAME
      *PROPORTION AS THE HOME AMOUNT; TAX AT THE JURISDICTION RATE,
      *THE SAME WAY THE RETURN RESTATED IT ON SEL_8
       PRORATE-CREDIT-LINE.
           MOVE ZERO TO EIV-LINE-UNITS
           MOVE ZERO TO EIV-LINE-FC
           IF EIV-RW-GROSS(EIV-IDX) > ZERO
               COMPUTE EIV-LINE-UNITS ROUNDED =
                   EIV-RW-UNITS(EIV-IDX) * EIV-LINE-AMT
                   / EIV-RW-GROSS(EIV-IDX)
               COMPUTE EIV-LINE-FC ROUNDED =
                   EIV-RW-ORIG-AMT(EIV-IDX) * EIV-LINE-AMT
                   / EIV-RW-GROSS(EIV-IDX)
           END-IF
           PERFORM LOOK-UP-LINE-TAX-RATE
           COMPUTE EIV-LINE-TAX ROUNDED = EIV-LINE-AMT * EIV-RATE.

           EXIT PARAGRAPH.

      *A RESEND LOGS ONLY AS HISTORY, EXCEPT ANY PART OF THE RETURN
      *NOT CREDITED BEFORE - THAT HAS NOW GONE OUT FOR THE FIRST TIME
       LOG-CREDIT-LINE.
           MOVE "CRN" TO ES-DOC-TYPE
           IF EIV-RESEND-MODE = "N"
               MOVE EIV-LINE-AMT TO ES-AMOUNT
               MOVE "N" TO ES-RESEND
               PERFORM WRITE-SENT-LOG-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF EIV-RW-CREDIT-DUE(EIV-IDX) > ZERO
               MOVE EIV-RW-CREDIT-DUE(EIV-IDX) TO ES-AMOUNT
               MOVE "N" TO ES-RESEND
               PERFORM WRITE-SENT-LOG-ENTRY
           END-IF
           IF EIV-RW-CREDIT-SENT(EIV-IDX) > ZERO
               MOVE EIV-RW-CREDIT-SENT(EIV-IDX) TO ES-AMOUNT
               MOVE "Y" TO ES-RESEND
               PERFORM WRITE-SENT-LOG-ENTRY
           END-IF.

           EXIT PARAGRAPH.

       WRITE-DOCUMENT-HEADER.
           MOVE ZERO TO EIV-LINE-NUM
           MOVE ZERO TO EIV-NET
           MOVE ZERO TO EIV-TAX
           MOVE SPACES TO EIV-CUST-NAME
           MOVE EIV-RW-CUST(EIV-FIRST) TO CU-CUST-NUM
           IF WS-CUST-FILE-STATUS = "00"
               READ CUST-FILE
                   INVALID KEY
                       MOVE "** NOT ON CUSTOMER MASTER" TO
                           EIV-CUST-NAME
                   NOT INVALID KEY
                       MOVE CU-CUST-NAME TO EIV-CUST-NAME
               END-READ
           END-IF
           MOVE EIV-DOC-TYPE TO ED-TAG
           MOVE EIV-CUR-INVOICE TO ED-DOC-NUM
           IF EIV-DOC-TYPE = "CRN"
               MOVE EIV-TODAY TO ED-DOC-DATE
           ELSE
               MOVE EIV-RW-DATE(EIV-FIRST) TO ED-DOC-DATE
           END-IF
           MOVE EIV-RW-CUST(EIV-FIRST) TO ED-CUST-NUM
           MOVE EIV-CUST-NAME TO ED-CUST-NAME
           MOVE EIV-RW-CURRENCY(EIV-FIRST) TO ED-CURRENCY.

           EXIT PARAGRAPH.

       WRITE-DOCUMENT-LINE.
           ADD 1 TO EIV-LINE-NUM
           MOVE "LIN" TO EL-TAG
           MOVE EIV-CUR-INVOICE TO EL-DOC-NUM
           MOVE EIV-LINE-NUM TO EL-LINE-NUM
           MOVE EIV-RW-ITEM(EIV-IDX) TO EL-ITEM-CODE
           MOVE EIV-LINE-UNITS TO EL-UNITS
           MOVE EIV-RW-PRICE(EIV-IDX) TO EL-UNIT-PRICE
           MOVE EIV-LINE-FC TO EL-FC-AMOUNT
           MOVE EIV-LINE-AMT TO EL-AMOUNT
           MOVE EIV-RW-SM-NUM(EIV-IDX) TO EL-SM-NUM
           MOVE EIV-RW-SPLIT-PCT(EIV-IDX) TO EL-SPLIT-PCT
           MOVE EIV-RW-JURIS(EIV-IDX) TO EL-TAX-JURIS
           MOVE EIV-LINE-TAX TO EL-TAX
           WRITE EINV-LINE-RECORD
           ADD 1 TO WS-HT-DETAIL-COUNT
           ADD EIV-LINE-AMT TO EIV-NET
           ADD EIV-LINE-TAX TO EIV-TAX.

           EXIT PARAGRAPH.

       WRITE-DOCUMENT-TRAILER.
           MOVE "END" TO EE-TAG
           MOVE EIV-CUR-INVOICE TO EE-DOC-NUM
           MOVE EIV-LINE-NUM TO EE-LINE-COUNT
           MOVE EIV-NET TO EE-NET
           MOVE EIV-TAX TO EE-TAX
           COMPUTE EE-TOTAL = EIV-NET + EIV-TAX
           WRITE EINV-END-RECORD
           ADD 1 TO WS-HT-DETAIL-COUNT
           ADD EE-TOTAL TO WS-HT-CONTROL-TOTAL.

           EXIT PARAGRAPH.

       WRITE-SENT-LOG-ENTRY.
           MOVE EIV-CUR-INVOICE TO ES-INVOICE-NUM
           MOVE EIV-RW-SM-NUM(EIV-IDX) TO ES-SM-NUM
           MOVE EIV-TODAY TO ES-SENT-DATE
           MOVE EIV-NOW TO ES-SENT-TIME
           MOVE WS-FH-OPERATOR-ID TO ES-OPERATOR-ID
           WRITE EINVSENT-RECORD.

           EXIT PARAGRAPH.

      *AN UNKNOWN JURISDICTION CARRIES NO TAX, AS AT ENTRY
       LOOK-UP-LINE-TAX-RATE.
           MOVE ZERO TO EIV-RATE
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-TAX-TABLE-COUNT
               IF WS-TAX-JURIS(WS-TAX-IDX) = EIV-RW-JURIS(EIV-IDX)
                   MOVE WS-TAX-RATE(WS-TAX-IDX) TO EIV-RATE
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "write-hdr.cpy".

       COPY "write-trl.cpy".


       COPY "capture-operator.cpy".
