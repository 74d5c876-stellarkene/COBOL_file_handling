      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-LIFECYCLE.

      *====================================================
      * Stand-alone utility: the whole story of one invoice
      * in one place, for a customer dispute. Given an
      * invoice number it gathers everything tied to it -
      * the sel_8.dat sale lines and splits with their tax,
      * returns naming it in SEL8_ORIG_REF_FH, the quote it
      * was won from (quotstat.dat, with the quote's date
      * from quotes.dat), its open item and dunning on
      * openitem.dat, every payment on arpay.dat, the tax
      * return that reported it (taxdet.dat), any write-off,
      * the commission clawbacks its salesmen took for the
      * invoice's period, and the maintenance-audit
      * corrections made to its sale lines - and lists them
      * as a single timeline in date order. The footer gives
      * the GL period the sale falls in, whether the period's
      * sales journal has been posted and whether the period
      * is closed. The timeline can be printed to the report
      * spool (INVOICE-LIFECYCLE) for the customer file.
      * Read-only. Run on demand from the command line; it is
      * not wired into FH-MAIN-MENU since it is an inquiry
      * tool, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "sel8-select.cpy".
           COPY "cust-select.cpy".
           COPY "quotstat-select.cpy".
           COPY "quote-select.cpy".
           COPY "openitem-select.cpy".
           COPY "arpay-select.cpy".
           COPY "taxdet-select.cpy".
           COPY "writeoff-select.cpy".
           COPY "clawback-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "perctl-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD SEL8-FILE.
           COPY "sel8-rec.cpy".
           COPY "operator-field.cpy".

           COPY "cust-rec.cpy".

           COPY "quotstat-rec.cpy".

           COPY "quote-rec.cpy".

           COPY "openitem-rec.cpy".

           COPY "arpay-rec.cpy".

           COPY "taxdet-rec.cpy".

           COPY "writeoff-rec.cpy".

           COPY "clawback-rec.cpy".

           COPY "gljrnl-rec.cpy".

           COPY "coa-rec.cpy".

           COPY "glmap-rec.cpy".

           COPY "perctl-rec.cpy".

           COPY "maint-audit-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  SEL8-FILE-STATUS                PIC XX.
       01  ILC-EOF                         PIC X VALUE "N".
       01  ILC-DONE                        PIC X VALUE "N".
       01  ILC-INV-IN                      PIC X(10).
       01  ILC-INVOICE                     PIC 9(8).
       01  ILC-ANSWER                      PIC X.
       01  ILC-TO-SPOOL                    PIC X VALUE "N".
       01  ILC-CUST-NUM                    PIC X(8).
       01  ILC-CUST-NAME                   PIC X(25).
       01  ILC-INV-DATE                    PIC X(8).
       01  ILC-PERIOD                      PIC X(6).
       01  ILC-GL-LINES                    PIC 9(5).
       01  ILC-GL-OUT                      PIC ZZZZ9.
       01  ILC-PERIOD-STATE                PIC X(6).
       01  ILC-SALES-ACCT                  PIC X(8).
       01  ILC-SALES-DESC                  PIC X(19).
       01  ILC-RECV-ACCT                   PIC X(8).
       01  ILC-RECV-DESC                   PIC X(19).
       01  ILC-SALES-SEEN                  PIC X.
       01  ILC-AMT-OUT                     PIC ZZZ,ZZZ,ZZ9.99-.
       01  ILC-AMT2-OUT                    PIC ZZZ,ZZZ,ZZ9.99-.
       01  ILC-PCT-OUT                     PIC ZZ9.99.
       01  ILC-COUNT-OUT                   PIC ZZ9.
      * The sale-line images on maint_audit.dat are SEL8_RECORD
      * as it stood; the invoice number sits at this offset
       01  ILC-IMG-INV-POS                 PIC 999 VALUE 184.
      *THE SALESMEN WHO HAVE A LINE ON THE INVOICE
       01  ILC-SM-COUNT                    PIC 99 VALUE 0.
       01  ILC-SM-IDX                      PIC 99.
       01  ILC-SM-HIT                      PIC X.
       01  ILC-SM-TABLE.
           05  ILC-SM-NUM                  PIC X(12) OCCURS 20 TIMES.
      *THE QUOTES THE INVOICE WAS WON FROM
       01  ILC-JOB-COUNT                   PIC 99 VALUE 0.
       01  ILC-JOB-IDX                     PIC 99.
       01  ILC-JOB-HIT                     PIC X.
       01  ILC-JOB-TABLE.
           05  ILC-JOB-ENTRY               OCCURS 10 TIMES.
               10  ILC-JOB-NUM             PIC X(8).
               10  ILC-JOB-FIRST-DATE      PIC X(8).
               10  ILC-JOB-FIRST-REV       PIC 9(3).
      *ONE ENTRY PER EVENT; THE KEY SORTS BY DATE, THEN BY THE
      *ORDER THE EVENT WAS FOUND IN
       01  ILC-EV-COUNT                    PIC 9(3) VALUE 0.
       01  ILC-EV-OVERFLOW                 PIC X VALUE "N".
       01  ILC-IDX                         PIC 9(3).
       01  ILC-JDX                         PIC 9(3).
       01  ILC-NEW-DATE                    PIC X(8).
       01  ILC-NEW-SOURCE                  PIC X(8).
       01  ILC-NEW-DETAIL                  PIC X(62).
       01  ILC-EV-SWAP                     PIC X(90).
       01  ILC-EV-TABLE.
           05  ILC-EV-ENTRY                OCCURS 500 TIMES.
               10  ILC-EV-KEY.
                   15  ILC-EV-DATE         PIC X(8).
                   15  ILC-EV-SEQ          PIC 9(4).
               10  ILC-EV-SOURCE           PIC X(8).
               10  ILC-EV-DETAIL           PIC X(62).
               10  FILLER                  PIC X(8).
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "INVOICE-LIFECYCLE" TO WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL ILC-DONE = "Y"
               DISPLAY "=================================="
               DISPLAY "       INVOICE LIFECYCLE          "
               DISPLAY "=================================="
               DISPLAY "INVOICE NUMBER (0 TO EXIT): "
                   WITH NO ADVANCING
               ACCEPT ILC-INV-IN
               IF FUNCTION TEST-NUMVAL(ILC-INV-IN) NOT = ZERO
                   DISPLAY "INVALID INPUT"
               ELSE
                   COMPUTE ILC-INVOICE = FUNCTION NUMVAL(ILC-INV-IN)
                   IF ILC-INVOICE = ZERO
                       MOVE "Y" TO ILC-DONE
                   ELSE
                       PERFORM TRACE-ONE-INVOICE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "INVOICE-LIFECYCLE" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *THE SALE LINES COME FIRST - THE SALESMEN AND THE PERIOD
      *THEY GIVE ARE WHAT THE CLAWBACK, AUDIT AND GL LOOKUPS
      *ARE KEYED ON
       TRACE-ONE-INVOICE.
           MOVE ZERO TO ILC-EV-COUNT
           MOVE ZERO TO ILC-SM-COUNT
           MOVE ZERO TO ILC-JOB-COUNT
           MOVE "N" TO ILC-EV-OVERFLOW
           MOVE SPACES TO ILC-CUST-NUM
           MOVE SPACES TO ILC-CUST-NAME
           MOVE SPACES TO ILC-INV-DATE
           MOVE SPACES TO ILC-PERIOD
           PERFORM COLLECT-SALE-LINES
           PERFORM COLLECT-OPEN-ITEM
           IF ILC-EV-COUNT = ZERO
               DISPLAY "NOTHING ON FILE FOR INVOICE " ILC-INVOICE
               EXIT PARAGRAPH
           END-IF
           IF ILC-PERIOD = SPACES
               MOVE ILC-INV-DATE(1:6) TO ILC-PERIOD
           END-IF
           PERFORM LOOK-UP-CUSTOMER
           PERFORM COLLECT-QUOTE-HISTORY
           PERFORM COLLECT-PAYMENTS
           PERFORM COLLECT-TAX-REPORTING
           PERFORM COLLECT-WRITE-OFFS
           PERFORM COLLECT-CLAWBACKS
           PERFORM COLLECT-CORRECTIONS
           PERFORM CHECK-GL-PERIOD
           PERFORM SORT-EVENT-TABLE

           MOVE "N" TO ILC-TO-SPOOL
           PERFORM PRODUCE-TIMELINE
           IF ILC-EV-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 EVENTS - ONLY THE FIRST 500 "
                   "FOUND ARE LISTED"
           END-IF
           DISPLAY "PRINT THIS TIMELINE TO THE SPOOL FOR THE "
               "CUSTOMER FILE (Y/N): " WITH NO ADVANCING
           ACCEPT ILC-ANSWER
           IF ILC-ANSWER = "Y" OR ILC-ANSWER = "y"
               MOVE "INVOICE-LIFECYCLE" TO WS-SPOOL-NAME
               PERFORM SPOOL-OPEN-REPORT
               MOVE "Y" TO ILC-TO-SPOOL
               PERFORM PRODUCE-TIMELINE
               PERFORM SPOOL-CLOSE-REPORT
               MOVE "N" TO ILC-TO-SPOOL
               DISPLAY "TIMELINE SENT TO THE SPOOL"
           END-IF.

           EXIT PARAGRAPH.

      *A SPLIT SALE IS ONE ROW PER SALESMAN UNDER THE SAME
      *INVOICE NUMBER; A RETURN KEYED AGAINST THE INVOICE
      *CARRIES ITS NUMBER IN SEL8_ORIG_REF_FH
       COLLECT-SALE-LINES.
           OPEN INPUT SEL8-FILE
           IF SEL8-FILE-STATUS NOT = "00"
               DISPLAY "SEL_8.DAT NOT READABLE - SALE LINES NOT "
                   "SHOWN"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ILC-EOF
           MOVE LOW-VALUES TO SEL8_SM_NUM_FH
           START SEL8-FILE KEY IS NOT LESS THAN SEL8_SM_NUM_FH
               INVALID KEY
                   MOVE "Y" TO ILC-EOF
           END-START
           PERFORM UNTIL ILC-EOF = "Y"
               READ SEL8-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ILC-EOF
                   NOT AT END
                       IF SEL8_INVOICE_NUM_FH = ILC-INVOICE
                           PERFORM ADD-SALE-LINE-EVENT
                       ELSE
                           PERFORM CHECK-RETURN-REFERENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEL8-FILE.

           EXIT PARAGRAPH.

       ADD-SALE-LINE-EVENT.
           PERFORM NOTE-INVOICE-SALESMAN
           IF ILC-CUST-NUM = SPACES
               MOVE SEL8_CUST_NUM_FH TO ILC-CUST-NUM
           END-IF
           IF ILC-INV-DATE = SPACES OR
-             SEL8_DATE_FH < ILC-INV-DATE
               MOVE SEL8_DATE_FH TO ILC-INV-DATE
               MOVE SEL8_DATE_FH(1:6) TO ILC-PERIOD
           END-IF
           MOVE SEL8_DATE_FH TO ILC-NEW-DATE
           EVALUATE TRUE
               WHEN SEL8_TXN_TYPE_FH = "R"
                   MOVE "RETURN" TO ILC-NEW-SOURCE
               WHEN SEL8_SPLIT_PCT_FH < 100
                   MOVE "SPLIT" TO ILC-NEW-SOURCE
               WHEN OTHER
                   MOVE "SALE" TO ILC-NEW-SOURCE
           END-EVALUATE
           MOVE SEL8_SPLIT_PCT_FH TO ILC-PCT-OUT
           STRING "SM " SEL8_SM_NUM_FH " ITEM " SEL8_ITEM_CODE_FH
               " NET" SEL8_SALES_OUT_FH " " ILC-PCT-OUT "%"
               DELIMITED BY SIZE INTO ILC-NEW-DETAIL
           PERFORM ADD-EVENT
           MOVE "TAX" TO ILC-NEW-SOURCE
           STRING "JURIS " SEL8_TAX_JURIS_FH " TAX" SEL8_TAX_OUT_FH
               " ON SM " SEL8_SM_NUM_FH
               DELIMITED BY SIZE INTO ILC-NEW-DETAIL
           PERFORM ADD-EVENT.

           EXIT PARAGRAPH.

       CHECK-RETURN-REFERENCE.
           IF SEL8_TXN_TYPE_FH NOT = "R" OR
-             SEL8_ORIG_REF_FH = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(SEL8_ORIG_REF_FH) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(SEL8_ORIG_REF_FH) NOT = ILC-INVOICE
               EXIT PARAGRAPH
           END-IF
           MOVE SEL8_DATE_FH TO ILC-NEW-DATE
           MOVE "RETURN" TO ILC-NEW-SOURCE
           STRING "SM " SEL8_SM_NUM_FH " RETURNED"
               SEL8_RETURN_SALES_FH " INV " SEL8_INVOICE_NUM_FH
               DELIMITED BY SIZE INTO ILC-NEW-DETAIL
           PERFORM ADD-EVENT.

           EXIT PARAGRAPH.

       NOTE-INVOICE-SALESMAN.
           MOVE "N" TO ILC-SM-HIT
           PERFORM VARYING ILC-SM-IDX FROM 1 BY 1
               UNTIL ILC-SM-IDX > ILC-SM-COUNT
               IF ILC-SM-NUM(ILC-SM-IDX) = SEL8_SM_NUM_FH
                   MOVE "Y" TO ILC-SM-HIT
               END-IF
           END-PERFORM
           IF ILC-SM-HIT = "N" AND ILC-SM-COUNT < 20
               ADD 1 TO ILC-SM-COUNT
               MOVE SEL8_SM_NUM_FH TO ILC-SM-NUM(ILC-SM-COUNT)
           END-IF.

           EXIT PARAGRAPH.

       COLLECT-OPEN-ITEM.
           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ILC-EOF
           PERFORM UNTIL ILC-EOF = "Y"
               READ OPENITEM-FILE
                   AT END
                       MOVE "Y" TO ILC-EOF
                   NOT AT END
                       IF OI-INVOICE-NUM = ILC-INVOICE
                           PERFORM ADD-OPEN-ITEM-EVENTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPENITEM-FILE.

           EXIT PARAGRAPH.

       ADD-OPEN-ITEM-EVENTS.
           IF ILC-CUST-NUM = SPACES
               MOVE OI-CUST-NUM TO ILC-CUST-NUM
           END-IF
           IF ILC-INV-DATE = SPACES
               MOVE OI-INV-DATE TO ILC-INV-DATE
           END-IF
           MOVE OI-INV-DATE TO ILC-NEW-DATE
           MOVE "OPENITEM" TO ILC-NEW-SOURCE
           MOVE OI-ORIG-AMT TO ILC-AMT-OUT
           MOVE OI-BALANCE TO ILC-AMT2-OUT
           STRING "ORIG " ILC-AMT-OUT " BAL " ILC-AMT2-OUT " "
               OI-STATUS " DUE " OI-DUE-DATE
               DELIMITED BY SIZE INTO ILC-NEW-DETAIL
           PERFORM ADD-EVENT
           IF OI-DUN-LEVEL > ZERO
               MOVE OI-DUN-DATE TO ILC-NEW-DATE
               MOVE "DUNNING" TO ILC-NEW-SOURCE
               STRING "DUNNING LETTER AT LEVEL " OI-DUN-LEVEL
                   DELIMITED BY SIZE INTO ILC-NEW-DETAIL
               PERFORM ADD-EVENT
           END-IF.

           EXIT PARAGRAPH.

       LOOK-UP-CUSTOMER.
           IF ILC-CUST-NUM = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ILC-CUST-NUM TO CU-CUST-NUM
           READ CUST-FILE
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)" TO ILC-CUST-NAME
               NOT INVALID KEY
                   MOVE CU-CUST-NAME TO ILC-CUST-NAME
           END-READ
           CLOSE CUST-FILE.

           EXIT PARAGRAPH.

      *THE QUOTE IS FOUND BY THE INVOICE ITS WIN WAS RECORDED
      *AGAINST; ITS EARLIER STATUS ROWS CARRY NO INVOICE, SO A
      *SECOND PASS PICKS UP THE JOB'S WHOLE STATUS HISTORY
       COLLECT-QUOTE-HISTORY.
           OPEN INPUT QUOTSTAT-FILE
           IF WS-QUOTSTAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ILC-EOF
           PERFORM UNTIL ILC-EOF = "Y"
               READ QUOTSTAT-FILE
                   AT END
                       MOVE "Y" TO ILC-EOF
                   NOT AT END
                       IF QS-INVOICE-NUM = ILC-INVOICE
                           PERFORM NOTE-QUOTE-JOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTSTAT-FILE
           IF ILC-JOB-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT QUOTSTAT-FILE
           MOVE "N" TO ILC-EOF
           PERFORM UNTIL ILC-EOF = "Y"
               READ QUOTSTAT-FILE
                   AT END
                       MOVE "Y" TO ILC-EOF
                   NOT AT END
                       PERFORM FIND-QUOTE-JOB
                       IF ILC-JOB-HIT = "Y"
                           MOVE QS-STATUS-DATE TO ILC-NEW-DATE
                           MOVE "QUOTE" TO ILC-NEW-SOURCE
                           STRING "JOB " QS-JOB-NUM " " QS-STATUS
                               " " QS-LOSS-REASON " BY "
                               QS-OPERATOR-ID
                               DELIMITED BY SIZE INTO ILC-NEW-DETAIL
                           PERFORM ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTSTAT-FILE
           PERFORM COLLECT-QUOTE-DATES.

           EXIT PARAGRAPH.

       NOTE-QUOTE-JOB.
           PERFORM FIND-QUOTE-JOB
           IF ILC-JOB-HIT = "N" AND ILC-JOB-COUNT < 10
               ADD 1 TO ILC-JOB-COUNT
               MOVE QS-JOB-NUM TO ILC-JOB-NUM(ILC-JOB-COUNT)
               MOVE SPACES TO ILC-JOB-FIRST-DATE(ILC-JOB-COUNT)
               MOVE ZERO TO ILC-JOB-FIRST-REV(ILC-JOB-COUNT)
           END-IF.

           EXIT PARAGRAPH.

       FIND-QUOTE-JOB.
           MOVE "N" TO ILC-JOB-HIT
           PERFORM VARYING ILC-JOB-IDX FROM 1 BY 1
               UNTIL ILC-JOB-IDX > ILC-JOB-COUNT
                  OR ILC-JOB-HIT = "Y"
               IF ILC-JOB-NUM(ILC-JOB-IDX) = QS-JOB-NUM
                   MOVE "Y" TO ILC-JOB-HIT
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *ONE EVENT PER QUOTE - THE DATE IT WAS FIRST PRICED
       COLLECT-QUOTE-DATES.
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ILC-EOF
           PERFORM UNTIL ILC-EOF = "Y"
               READ QUOTE-FILE
                   AT END
                       MOVE "Y" TO ILC-EOF
                   NOT AT END
                       PERFORM VARYING ILC-JOB-IDX FROM 1 BY 1
                           UNTIL ILC-JOB-IDX > ILC-JOB-COUNT
                           IF ILC-JOB-NUM(ILC-JOB-IDX) = QU-JOB-NUM
-                             AND (ILC-JOB-FIRST-DATE(ILC-JOB-IDX)
-                             = SPACES OR QU-QUOTE-DATE <
-                             ILC-JOB-FIRST-DATE(ILC-JOB-IDX))
                               MOVE QU-QUOTE-DATE TO
                                   ILC-JOB-FIRST-DATE(ILC-JOB-IDX)
                               MOVE QU-REVISION TO
                                   ILC-JOB-FIRST-REV(ILC-JOB-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE
           PERFORM VARYING ILC-JOB-IDX FROM 1 BY 1
               UNTIL ILC-JOB-IDX > ILC-JOB-COUNT
               IF ILC-JOB-FIRST-DATE(ILC-JOB-IDX) NOT = SPACES
                   MOVE ILC-JOB-FIRST-DATE(ILC-JOB-IDX) TO
                       ILC-NEW-DATE
                   MOVE "QUOTE" TO ILC-NEW-SOURCE
                   STRING "JOB " ILC-JOB-NUM(ILC-JOB-IDX)
                       " FIRST QUOTED, REVISION "
                       ILC-JOB-FIRST-REV(ILC-JOB-IDX)
                       DELIMITED BY SIZE INTO ILC-NEW-DETAIL
                   PERFORM ADD-EVENT
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       COLLECT-PAYMENTS.
           OPEN INPUT ARPAY-FILE
           IF WS-ARPAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ILC-EOF
           PERFORM UNTIL ILC-EOF = "Y"
               READ ARPAY-FILE
                   AT END
                       MOVE "Y" TO ILC-EOF
                   NOT AT END
                       IF AP-INVOICE-NUM = ILC-INVOICE
                           MOVE AP-PAY-DATE TO ILC-NEW-DATE
                           MOVE "PAYMENT" TO ILC-NEW-SOURCE
                           MOVE AP-PAY-AMT TO ILC-AMT-OUT
                           MOVE AP-DISC-AMT TO ILC-AMT2-OUT
                           STRING "PAID " ILC-AMT-OUT " DISC "
                               ILC-AMT2-OUT " SRC " AP-SOURCE
                               " BY " AP-OPERATOR-ID
                               DELIMITED BY SIZE INTO ILC-NEW-DETAIL
                           PERFORM ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARPAY-FILE.

           EXIT PARAGRAPH.

       COLLECT-TAX-REPORTING.
           OPEN INPUT TAXDET-FILE
           IF WS-TAXDET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ILC-EOF
           PERFORM UNTIL ILC-EOF = "Y"
               READ TAXDET-FILE
                   AT END
                       MOVE "Y" TO ILC-EOF
                   NOT AT END
                       IF TD-INVOICE-NUM = ILC-INVOICE
                           MOVE TD-POST-DATE TO ILC-NEW-DATE
                           MOVE "TAX-RTN" TO ILC-NEW-SOURCE
                           MOVE TD-TAX TO ILC-AMT-OUT
                           STRING "REPORTED PERIOD " TD-PERIOD
                               " JURIS " TD-JURIS " TAX "
                               ILC-AMT-OUT
                               DELIMITED BY SIZE INTO ILC-NEW-DETAIL
                           PERFORM ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAXDET-FILE.

           EXIT PARAGRAPH.

       COLLECT-WRITE-OFFS.
           OPEN INPUT WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ILC-EOF
           PERFORM UNTIL ILC-EOF = "Y"
               READ WRITEOFF-FILE
                   AT END
                       MOVE "Y" TO ILC-EOF
                   NOT AT END
                       IF WO-INVOICE-NUM = ILC-INVOICE
                           MOVE WO-REQ-DATE TO ILC-NEW-DATE
                           MOVE "WRITEOFF" TO ILC-NEW-SOURCE
                           MOVE WO-AMOUNT TO ILC-AMT-OUT
                           STRING "REF " WO-REF " " WO-STATUS " "
                               ILC-AMT-OUT " " WO-REASON
                               DELIMITED BY SIZE INTO ILC-NEW-DETAIL
                           PERFORM ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITEOFF-FILE.

           EXIT PARAGRAPH.

      *A CLAWBACK IS TAKEN PER SALESMAN AGAINST THE PERIOD THE
      *COMMISSION WAS PAID IN, SO THE ONES SHOWN ARE THOSE OF
      *THE INVOICE'S SALESMEN FOR THE INVOICE'S PERIOD
       COLLECT-CLAWBACKS.
           IF ILC-SM-COUNT = ZERO OR ILC-PERIOD = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLAWBACK-FILE
           IF WS-CLAWBACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ILC-EOF
           PERFORM UNTIL ILC-EOF = "Y"
               READ CLAWBACK-FILE
                   AT END
                       MOVE "Y" TO ILC-EOF
                   NOT AT END
                       IF CB-ORIG-PERIOD = ILC-PERIOD
                           PERFORM ADD-CLAWBACK-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAWBACK-FILE.

           EXIT PARAGRAPH.

       ADD-CLAWBACK-EVENT.
           MOVE "N" TO ILC-SM-HIT
           PERFORM VARYING ILC-SM-IDX FROM 1 BY 1
               UNTIL ILC-SM-IDX > ILC-SM-COUNT
               IF ILC-SM-NUM(ILC-SM-IDX) = CB-SM-NUM
                   MOVE "Y" TO ILC-SM-HIT
               END-IF
           END-PERFORM
           IF ILC-SM-HIT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE CB-POST-DATE TO ILC-NEW-DATE
           MOVE "CLAWBACK" TO ILC-NEW-SOURCE
           MOVE CB-AMOUNT TO ILC-AMT-OUT
           STRING "SM " CB-SM-NUM " TOOK BACK " ILC-AMT-OUT
               " OF " CB-ORIG-PERIOD
               DELIMITED BY SIZE INTO ILC-NEW-DETAIL
           PERFORM ADD-EVENT.

           EXIT PARAGRAPH.

      *SALE-LINE CORRECTIONS ARE AUDITED UNDER THE SALESMAN
      *NUMBER; THE IMAGES SAY WHICH INVOICE THE LINE WAS
       COLLECT-CORRECTIONS.
           IF ILC-SM-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MAINT-AUDIT-FILE
           IF WS-MAINT-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ILC-EOF
           PERFORM UNTIL ILC-EOF = "Y"
               READ MAINT-AUDIT-FILE
                   AT END
                       MOVE "Y" TO ILC-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-CORRECTION
               END-READ
           END-PERFORM
           CLOSE MAINT-AUDIT-FILE.

           EXIT PARAGRAPH.

       CHECK-ONE-CORRECTION.
           MOVE "N" TO ILC-SM-HIT
           PERFORM VARYING ILC-SM-IDX FROM 1 BY 1
               UNTIL ILC-SM-IDX > ILC-SM-COUNT
               IF ILC-SM-NUM(ILC-SM-IDX) = MA-KEY-NUM
                   MOVE "Y" TO ILC-SM-HIT
               END-IF
           END-PERFORM
           IF ILC-SM-HIT = "N"
               EXIT PARAGRAPH
           END-IF
           IF MA-BEFORE-IMAGE(ILC-IMG-INV-POS:8) NOT = ILC-INVOICE
-             AND MA-AFTER-IMAGE(ILC-IMG-INV-POS:8) NOT =
-             ILC-INVOICE
               EXIT PARAGRAPH
           END-IF
           MOVE MA-RUN-DATE TO ILC-NEW-DATE
           MOVE "CORRECTN" TO ILC-NEW-SOURCE
           STRING MA-ACTION " OF SM " MA-KEY-NUM " LINE BY "
               MA-OPERATOR-ID
               DELIMITED BY SIZE INTO ILC-NEW-DETAIL
           PERFORM ADD-EVENT.

           EXIT PARAGRAPH.

      *GL-JOURNAL-POST POSTS A WHOLE PERIOD AT ONCE, SO THE
      *INVOICE IS IN THE GL ONCE ITS PERIOD HAS THE SALES JOURNAL.
      *THE OTHER POSTERS GENERATE LINES TOO, SO ONLY THE SALES
      *CREDIT AND RECEIVABLE DEBIT ON THE ACCOUNTS THE MAPPING
      *TABLE GIVES THOSE PURPOSES, UNDER THE ACCOUNT NAME THE
      *POSTING RUN STAMPS, ARE COUNTED - AND NONE UNLESS THE
      *SALES CREDIT IS THERE, SINCE TUITION, TAX AND LOAN
      *BILLING DEBIT THE RECEIVABLE ACCOUNT AS WELL
       CHECK-GL-PERIOD.
           MOVE ZERO TO ILC-GL-LINES
           MOVE "OPEN" TO ILC-PERIOD-STATE
           IF ILC-PERIOD = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-GL-ACCOUNT-MAP
           MOVE SPACES TO ILC-SALES-ACCT
           MOVE SPACES TO ILC-RECV-ACCT
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "SALES"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO ILC-SALES-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO ILC-SALES-DESC
               END-IF
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "RECEIVABLE"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO ILC-RECV-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO ILC-RECV-DESC
               END-IF
           END-PERFORM
           MOVE "N" TO ILC-SALES-SEEN
           IF ILC-SALES-ACCT NOT = SPACES
               OPEN INPUT GLJRNL-FILE
               IF WS-GLJRNL-STATUS = "00"
                   MOVE "N" TO ILC-EOF
                   PERFORM UNTIL ILC-EOF = "Y"
                       READ GLJRNL-FILE
                           AT END
                               MOVE "Y" TO ILC-EOF
                           NOT AT END
                               PERFORM TALLY-SALES-JOURNAL-LINE
                       END-READ
                   END-PERFORM
                   CLOSE GLJRNL-FILE
               END-IF
           END-IF
           IF ILC-SALES-SEEN NOT = "Y"
               MOVE ZERO TO ILC-GL-LINES
           END-IF
           OPEN INPUT PERCTL-FILE
           IF WS-PERCTL-STATUS = "00"
               MOVE "N" TO ILC-EOF
               PERFORM UNTIL ILC-EOF = "Y"
                   READ PERCTL-FILE
                       AT END
                           MOVE "Y" TO ILC-EOF
                       NOT AT END
                           IF PC-PERIOD = ILC-PERIOD
                               MOVE PC-STATUS TO ILC-PERIOD-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERCTL-FILE
           END-IF.

           EXIT PARAGRAPH.

      *BLANK SOURCE IS A GENERATED LINE WRITTEN BEFORE GJ-SOURCE
      *EXISTED
       TALLY-SALES-JOURNAL-LINE.
           IF GJ-PERIOD NOT = ILC-PERIOD OR
-             (GJ-SOURCE NOT = "S" AND GJ-SOURCE NOT = SPACE)
               EXIT PARAGRAPH
           END-IF
           IF GJ-ACCOUNT = ILC-SALES-ACCT AND
-             GJ-DESC = ILC-SALES-DESC AND GJ-CREDIT NOT = ZERO
               MOVE "Y" TO ILC-SALES-SEEN
               ADD 1 TO ILC-GL-LINES
               EXIT PARAGRAPH
           END-IF
           IF GJ-ACCOUNT = ILC-RECV-ACCT AND
-             GJ-DESC = ILC-RECV-DESC AND GJ-DEBIT NOT = ZERO
               ADD 1 TO ILC-GL-LINES
           END-IF.

           EXIT PARAGRAPH.

       ADD-EVENT.
           IF ILC-EV-COUNT NOT < 500
               MOVE "Y" TO ILC-EV-OVERFLOW
               MOVE SPACES TO ILC-NEW-DETAIL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ILC-EV-COUNT
           MOVE ILC-NEW-DATE TO ILC-EV-DATE(ILC-EV-COUNT)
           MOVE ILC-EV-COUNT TO ILC-EV-SEQ(ILC-EV-COUNT)
           MOVE ILC-NEW-SOURCE TO ILC-EV-SOURCE(ILC-EV-COUNT)
           MOVE ILC-NEW-DETAIL TO ILC-EV-DETAIL(ILC-EV-COUNT)
           MOVE SPACES TO ILC-NEW-DETAIL.

           EXIT PARAGRAPH.

      *ASCENDING BUBBLE SORT ON DATE THEN FIND ORDER - SAME
      *SHAPE AS THE SORTS IN GROSS-MARGIN-REPORT
       SORT-EVENT-TABLE.
           PERFORM VARYING ILC-IDX FROM 1 BY 1
               UNTIL ILC-IDX >= ILC-EV-COUNT
               PERFORM VARYING ILC-JDX FROM 1 BY 1
                   UNTIL ILC-JDX > ILC-EV-COUNT - ILC-IDX
                   IF ILC-EV-KEY(ILC-JDX) >
-                      ILC-EV-KEY(ILC-JDX + 1)
                       MOVE ILC-EV-ENTRY(ILC-JDX) TO ILC-EV-SWAP
                       MOVE ILC-EV-ENTRY(ILC-JDX + 1) TO
                           ILC-EV-ENTRY(ILC-JDX)
                       MOVE ILC-EV-SWAP TO
                           ILC-EV-ENTRY(ILC-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

       PRODUCE-TIMELINE.
           MOVE "=========== INVOICE LIFECYCLE ===========" TO
               WS-SPOOL-LINE
           PERFORM EMIT-TIMELINE-LINE
           STRING "INVOICE " ILC-INVOICE "   CUSTOMER " ILC-CUST-NUM
               " " ILC-CUST-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-TIMELINE-LINE
           MOVE ILC-SM-COUNT TO ILC-COUNT-OUT
           STRING "INVOICE DATE " ILC-INV-DATE "   SALESMEN "
               ILC-COUNT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-TIMELINE-LINE
           MOVE "DATE     SOURCE   DETAIL" TO WS-SPOOL-LINE
           PERFORM EMIT-TIMELINE-LINE
           PERFORM VARYING ILC-IDX FROM 1 BY 1
               UNTIL ILC-IDX > ILC-EV-COUNT
               STRING ILC-EV-DATE(ILC-IDX) " "
                   ILC-EV-SOURCE(ILC-IDX) " "
                   ILC-EV-DETAIL(ILC-IDX)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-TIMELINE-LINE
           END-PERFORM
           MOVE "-----------------------------------------" TO
               WS-SPOOL-LINE
           PERFORM EMIT-TIMELINE-LINE
           IF ILC-PERIOD = SPACES
               MOVE "GL PERIOD UNKNOWN - NO SALE LINE ON FILE" TO
                   WS-SPOOL-LINE
           ELSE
               IF ILC-GL-LINES > ZERO
                   MOVE ILC-GL-LINES TO ILC-GL-OUT
                   STRING "GL PERIOD " ILC-PERIOD " - POSTED ("
                       ILC-GL-OUT " SALES JOURNAL LINES), PERIOD "
                       ILC-PERIOD-STATE
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
               ELSE
                   STRING "GL PERIOD " ILC-PERIOD
                       " - NOT YET POSTED, PERIOD "
                       ILC-PERIOD-STATE
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
               END-IF
           END-IF
           PERFORM EMIT-TIMELINE-LINE.

           EXIT PARAGRAPH.

       EMIT-TIMELINE-LINE.
           IF ILC-TO-SPOOL = "Y"
               PERFORM SPOOL-WRITE-LINE
           ELSE
               DISPLAY WS-SPOOL-LINE
               MOVE SPACES TO WS-SPOOL-LINE
           END-IF.

           EXIT PARAGRAPH.

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
