           COPY "cust-select.cpy".
           COPY "prod-select.cpy".
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "loc-select.cpy".
           COPY "invctl-select.cpy".
           COPY "perctl-select.cpy".
           COPY "currate-select.cpy".
           COPY "custassign-select.cpy".
           COPY "taxexempt-select.cpy".
           COPY "backord-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "bom-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "clawback-select.cpy".
           COPY "contact-select.cpy".
           COPY "qtybreak-select.cpy".
           COPY "contract-select.cpy".
           COPY "salesord-select.cpy".
           COPY "promo-select.cpy".
           COPY "mgrrate-select.cpy".
           COPY "override-select.cpy".
           COPY "commadj-select.cpy".
           COPY "apprq-select.cpy".
           SELECT YTDHIST-FILE ASSIGN TO "ytdhist.dat"
-              ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEL8-YH-STATUS.

           COPY "inv-rec.cpy".

           COPY "invloc-rec.cpy".

           COPY "loc-rec.cpy".

           COPY "invctl-rec.cpy".

           COPY "perctl-rec.cpy".
           COPY "taxexempt-rec.cpy".

           COPY "backord-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "bom-rec.cpy".
           COPY "salesord-rec.cpy".

           COPY "updjrnl-rec.cpy".

           COPY "contact-rec.cpy".

           COPY "qtybreak-rec.cpy".
           COPY "contract-rec.cpy".
           COPY "promo-rec.cpy".
           COPY "mgrrate-rec.cpy".
           COPY "override-rec.cpy".
           COPY "commadj-rec.cpy".
           COPY "apprq-rec.cpy".

           FD  YTDHIST-FILE.

       01  SEL8_REC_SALES              PIC S9(12)V99.
       01  SEL8_REC_COMMISSION         PIC S9(12)V99.
       01  SEL8_EXPORT_PAYROLL         PIC X VALUE "N".
       01  SEL8_PAID_OUT               PIC X.
       01  SEL8_EXPORT_COUNT           PIC 9(5) VALUE 0.
       01  SEL8_YTD_SALES              PIC S9(12)V99.
       01  SEL8_YTD_YEAR                PIC 9(4).
       01  SEL8_ITEM_CODE              PIC X(8).
       01  SEL8_ITEM_OK                PIC X VALUE "N".
       01  SEL8_PRICE_OVR              PIC X VALUE "N".
       01  SEL8_CONTRACT               PIC X VALUE "N".
       01  SEL8_PROMO_CODE             PIC X(6) VALUE SPACES.
       01  SEL8_PROMO_UNIT_DISC        PIC 9(5)V99 VALUE 0.
       01  SEL8_PROMO_DISC             PIC 9(9)V99 VALUE 0.
       01  SEL8_OVR_ANSWER             PIC X.
       01  SEL8_LIST_PRICE_OUT         PIC ZZ,ZZ9.99.
       01  SEL8_TXN_TYPE               PIC X VALUE "S".
       01  SEL8_SHARE_UNITS            PIC 9(5)V99.
       01  SEL8_SHARE_TAX              PIC S9(10)V99.
       01  SEL8_SHARE_ORIG             PIC S9(12)V99.
       01  SEL8_SHARE_DISC             PIC 9(9)V99.
       01  SEL8_REC_SAVE               PIC X(269).
       01  SEL8_OVR_OLD_SALES          PIC S9(12)V99.
       01  SEL8_OVR_FROM               PIC 9(8).
       01  SEL8_OVR_TO                 PIC 9(8).
       01  SEL8_OVR_EOF                PIC X.
       01  SEL8_OVR_IDX                PIC 9(3).
       01  SEL8_OVR_COUNT              PIC 9(3) VALUE 0.
       01  SEL8_OVR_TABLE.
           05  SEL8_OVR_ENTRY          OCCURS 200 TIMES.
               10  SEL8_OVR_MGR        PIC X(12).
               10  SEL8_OVR_SALES      PIC S9(12)V99.
               10  SEL8_OVR_AMOUNT     PIC S9(12)V99.
               10  SEL8_OVR_LAST_DATE  PIC 9(8).
       01  SEL8_SPLIT_CONFLICT         PIC X.
       01  SEL8_SPLIT_TABLE.
           05  SEL8_SPLIT_ENTRY        OCCURS 4 TIMES.
       01  SEL8_OPEN_BAL               PIC S9(12)V99.
       01  SEL8_EXPOSURE               PIC S9(12)V99.
       01  SEL8_CREDIT_OK              PIC X VALUE "Y".
       01  SEL8_PERIOD_OK              PIC X VALUE "N".
       01  SEL8_LIMIT_OUT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  SEL8_EXPOSURE_OUT           PIC Z,ZZZ,ZZZ,ZZZ.99-.
       01  SEL8_CUR_SUM_TABLE.
           END-IF.
           MOVE SEL8_SOLVE_SALES TO SEL8_SALES_OUT.
           DISPLAY "TOTAL SALES (PHP): " SEL8_SALES_OUT.
           COMPUTE SEL8_PROMO_DISC = SEL8_UNIT_SOLD *
               SEL8_PROMO_UNIT_DISC.
           IF SEL8_CURRENCY NOT = "PHP"
               COMPUTE SEL8_PROMO_DISC ROUNDED =
                   SEL8_PROMO_DISC * SEL8_CURR_RATE
           END-IF.

      *A SALE THAT PUSHES OPEN ITEMS PLUS THIS ENTRY OVER THE
      *CUSTOMER'S CREDIT LIMIT GOES ON HOLD - SUPERVISOR RELEASES
               MOVE SEL8_CUST_NUM TO SEL8_CUST_NUM_FH.
               MOVE SEL8_ITEM_CODE TO SEL8_ITEM_CODE_FH.
               MOVE SEL8_PRICE_OVR TO SEL8_PRICE_OVR_FH.
               MOVE SEL8_CONTRACT TO SEL8_CONTRACT_FH.
               MOVE SEL8_PROMO_CODE TO SEL8_PROMO_CODE_FH.
               MOVE SEL8_PROMO_DISC TO SEL8_PROMO_DISC_FH.
               MOVE SEL8_CURRENCY TO SEL8_CURRENCY_FH.
               MOVE SEL8_ORIG_AMT TO SEL8_ORIG_AMT_FH.
           
-                  "FOR COMMISSION"
               MOVE "SEL8-PERIOD-REFUSED" TO WS-RUNLOG-PROGRAM-ID
               PERFORM CHECK-SUPERVISOR-ROLE
               MOVE WS-FH-ROLE-OK TO SEL8_PERIOD_OK
               IF SEL8_PERIOD_OK NOT = "Y"
                   PERFORM SEEK-SEL8-PERIOD-RELEASE
               END-IF
               IF SEL8_PERIOD_OK NOT = "Y"
                   DISPLAY "TRANSACTION NOT POSTED"
                   PERFORM RELEASE-FH-LOCK
                   GOBACK
                           MOVE "WRITE" TO WS-UJ-ACTION
                           MOVE SEL8_RECORD TO WS-UJ-IMAGE
                           PERFORM WRITE-UPDATE-JOURNAL
                           MOVE SEL8_SOLVE_SALES TO WS-MO-SALES
                           PERFORM BOOK-SEL8-OVERRIDE
                   END-WRITE
                   CLOSE SEL8-FILE
               END-IF
                   MOVE SEL8_ITEM_CODE TO WS-INV-ITEM-CODE
                   MOVE SEL8_UNIT_SOLD TO WS-INV-UNITS
                   MOVE SEL8_CUST_NUM TO WS-INV-CUST-NUM
                   STRING "IN" SEL8_INVOICE_NUM_FH
                       DELIMITED BY SIZE INTO WS-MV-REF
                   PERFORM POST-ITEM-SALE
                   PERFORM PRINT-SEL8-INVOICE
               END-IF
           END-IF.

                           IF SEL8_EXPORT_PAYROLL = "Y" OR
-                              SEL8_EXPORT_PAYROLL = "y"
                               PERFORM CHECK-SEL8-PAID-OUT
                               IF SEL8_PAID_OUT = "Y"
                                   DISPLAY "TERMINATED - PAID BY THE "
-                                      "FINAL SETTLEMENT, NOT EXPORTED"
                               ELSE
                                   PERFORM WRITE-SEL8-PAYROLL-RECORD
                               END-IF
                           END-IF

                           ADD 1 TO SEL8_PAGE_LINE_COUNT
               DISPLAY "================================="

               IF SEL8_EXPORT_PAYROLL = "Y" OR SEL8_EXPORT_PAYROLL = "y"
                   PERFORM WRITE-SEL8-OVERRIDE-PAYROLL
                   CLOSE SEL8-PAYROLL-FILE
                   DISPLAY "PAYROLL EXPORT WRITTEN TO SEL8_PAYROLL."
-                      "DAT - " SEL8_EXPORT_COUNT " RECORD(S)"

      *PRICE OF RECORD COMES FROM THE PRODUCT MASTER, NOT THE
      *KEYBOARD - A KEYED PRICE NEEDS THE SUPERVISOR OVERRIDE AND
      *FLAGS THE TRANSACTION (SEL8_PRICE_OVR_FH) FOR THE AUDITORS.
      *THE STOCK LOCATION THE UNITS LEAVE FROM (OR A RETURN GOES
      *BACK TO) IS ASKED WITH THE ITEM; UNDO PUTS THEM BACK THERE.
      *STOCK ON QUARANTINE HOLD AT THAT LOCATION CANNOT BE SOLD -
      *BOTH ARE ASKED AGAIN (A RETURN MAY STILL GO BACK THERE)
       ACCEPT-SEL8-ITEM-PRICE.
           MOVE "Y" TO WS-QH-HELD
           PERFORM UNTIL WS-QH-HELD NOT = "Y"
               MOVE "N" TO SEL8_ITEM_OK
               MOVE "N" TO SEL8_PRICE_OVR
               MOVE "N" TO SEL8_CONTRACT
               MOVE SPACES TO SEL8_PROMO_CODE
               MOVE ZERO TO SEL8_PROMO_UNIT_DISC
               PERFORM UNTIL SEL8_ITEM_OK = "Y"
                   DISPLAY "PLEASE ENTER ITEM CODE: "
                       WITH NO ADVANCING
                   ACCEPT SEL8_ITEM_CODE
                   PERFORM LOOK-UP-PRODUCT-MASTER
               END-PERFORM

               MOVE "N" TO WS-LOC-OK
               PERFORM UNTIL WS-LOC-OK = "Y"
                   DISPLAY "PLEASE ENTER STOCK LOCATION (BLANK FOR "
-                      "MAIN): " WITH NO ADVANCING
                   MOVE SPACES TO WS-INV-LOCATION
                   ACCEPT WS-INV-LOCATION
                   PERFORM CHECK-STOCK-LOCATION
               END-PERFORM

               MOVE "N" TO WS-QH-HELD
               IF SEL8_TXN_TYPE NOT = "R"
                   MOVE SEL8_ITEM_CODE TO WS-QH-ITEM-CODE
                   PERFORM CHECK-ITEM-HOLD
               END-IF
               IF WS-QH-HELD = "Y"
                   DISPLAY SEL8_ITEM_CODE " AT " WS-INV-LOCATION
                       " IS ON QUARANTINE HOLD - NOT FOR SALE"
               END-IF
           END-PERFORM.
           IF SEL8_TXN_TYPE NOT = "R"
               PERFORM CHECK-SEL8-FREE-TO-PROMISE
           END-IF.

           EXIT PARAGRAPH.

      *UNITS OPEN SALES ORDERS ARE WAITING ON ARE NOT FREE TO SELL
      *OVER THE COUNTER - THE SALE STILL GOES THROUGH (A SHORTFALL
      *BACKORDERS AS ALWAYS) BUT THE CLERK IS TOLD IT TAKES STOCK
      *ALREADY PROMISED. A KIT GOES AS FAR AS ITS SCARCEST PART
       CHECK-SEL8-FREE-TO-PROMISE.
           MOVE SEL8_ITEM_CODE TO WS-SOR-ITEM-CODE
           PERFORM WORK-OUT-FREE-TO-PROMISE
           MOVE SEL8_ITEM_CODE TO WS-KIT-PARENT
           PERFORM WORK-OUT-KIT-AVAILABLE
           IF WS-KIT-COUNT > ZERO
               MOVE "Y" TO WS-SOR-STOCKED
               MOVE WS-KIT-AVAILABLE TO WS-SOR-ON-HAND
               COMPUTE WS-SOR-FREE =
                   WS-SOR-ON-HAND - WS-SOR-RESERVED
           END-IF
           MOVE "N" TO WS-QH-HELD
           IF WS-SOR-STOCKED = "Y" AND SEL8_UNIT_SOLD > WS-SOR-FREE
               MOVE WS-SOR-FREE TO WS-SOR-QTY-OUT
               DISPLAY "WARNING - ONLY " WS-SOR-QTY-OUT " OF "
                   SEL8_ITEM_CODE " FREE TO PROMISE"
               IF WS-SOR-RESERVED > ZERO
                   MOVE WS-SOR-RESERVED TO WS-SOR-QTY-OUT
                   DISPLAY "  OPEN SALES ORDERS RESERVE "
                       WS-SOR-QTY-OUT " - THIS SALE TAKES STOCK "
                       "ALREADY PROMISED"
               END-IF
           END-IF.

           EXIT PARAGRAPH.

                       MOVE PM-UNIT-PRICE TO SEL8_LIST_PRICE_OUT
                       DISPLAY "ITEM: " PM-DESCRIPTION
                       DISPLAY "LIST PRICE: " SEL8_LIST_PRICE_OUT
                       PERFORM APPLY-SEL8-CONTRACT-PRICE
                       IF SEL8_CONTRACT NOT = "Y"
                           PERFORM APPLY-SEL8-QTY-BREAK
                           PERFORM APPLY-SEL8-PROMOTION
                       END-IF
                       MOVE "Y" TO SEL8_ITEM_OK
                       PERFORM OFFER-SEL8-PRICE-OVERRIDE
               END-READ

           EXIT PARAGRAPH.

      *A NEGOTIATED PRICE IN FORCE TODAY BEATS LIST AND ANY
      *QUANTITY BREAK - THE BIG ACCOUNTS STOP NEEDING THE OVERRIDE
      *AND THE SALE IS STAMPED AS CONTRACT-PRICED
       APPLY-SEL8-CONTRACT-PRICE.
           MOVE "N" TO SEL8_CONTRACT
           MOVE SEL8_CUST_NUM TO WS-CP-CUST
           MOVE SEL8_ITEM_CODE TO WS-CP-ITEM
           ACCEPT WS-CP-DATE FROM DATE YYYYMMDD
           PERFORM PICK-CONTRACT-PRICE
           IF WS-CP-HIT = "Y"
               MOVE WS-CP-PRICE TO SEL8_UNIT_PRICE
               MOVE WS-CP-PRICE TO SEL8_LIST_PRICE_OUT
               MOVE ZERO TO SEL8_QTY_BREAK
               MOVE "Y" TO SEL8_CONTRACT
               DISPLAY "CONTRACT PRICE APPLIES - PRICE "
                   SEL8_LIST_PRICE_OUT
           END-IF.

           EXIT PARAGRAPH.

      *A BIG ENOUGH ORDER BUYS AT ITS TIER PRICE AUTOMATICALLY -
      *THE ROUTINE DISCOUNT STOPS BORROWING THE SUPERVISOR'S
      *OVERRIDE AND THE TIER IS STAMPED ON THE TRANSACTION

           EXIT PARAGRAPH.

      *A CAMPAIGN IN EFFECT TODAY DISCOUNTS THE LIST OR BREAK
      *PRICE BY ITSELF AND STAMPS ITS CODE ON THE SALE, SO THE
      *RESULTS REPORT CAN MEASURE IT. A CONTRACT PRICE IS ALREADY
      *NEGOTIATED AND IS NOT PROMOTED FURTHER; A RETURN IS NOT
      *A SALE AND TAKES NO PROMOTION
       APPLY-SEL8-PROMOTION.
           MOVE SPACES TO SEL8_PROMO_CODE
           MOVE ZERO TO SEL8_PROMO_UNIT_DISC
           IF SEL8_TXN_TYPE = "R"
               EXIT PARAGRAPH
           END-IF
           MOVE SEL8_ITEM_CODE TO WS-PR-ITEM
           MOVE SEL8_UNIT_SOLD TO WS-PR-UNITS
           MOVE SEL8_UNIT_PRICE TO WS-PR-PRICE
           ACCEPT WS-PR-DATE FROM DATE YYYYMMDD
           PERFORM PICK-PROMOTION-PRICE
           IF WS-PR-HIT = "Y"
               COMPUTE SEL8_PROMO_UNIT_DISC =
                   SEL8_UNIT_PRICE - WS-PR-NEW-PRICE
               MOVE WS-PR-NEW-PRICE TO SEL8_UNIT_PRICE
               MOVE WS-PR-NEW-PRICE TO SEL8_LIST_PRICE_OUT
               MOVE WS-PR-CODE TO SEL8_PROMO_CODE
               DISPLAY "PROMOTION " WS-PR-CODE " APPLIES - PRICE "
                   SEL8_LIST_PRICE_OUT
           END-IF.

           EXIT PARAGRAPH.

       OFFER-SEL8-PRICE-OVERRIDE.
           DISPLAY "OVERRIDE LIST PRICE? (Y): " WITH NO ADVANCING
           ACCEPT SEL8_OVR_ANSWER
-                      WITH NO ADVANCING
                   ACCEPT SEL8_UNIT_PRICE
                   MOVE "Y" TO SEL8_PRICE_OVR
                   MOVE "N" TO SEL8_CONTRACT
                   MOVE SPACES TO SEL8_PROMO_CODE
                   MOVE ZERO TO SEL8_PROMO_UNIT_DISC
               END-IF
           END-IF.

                   DISPLAY "CREDIT HOLD RELEASED UNDER SUPERVISOR "
-                      "APPROVAL"
               ELSE
                   PERFORM SEEK-SEL8-CREDIT-RELEASE
               END-IF
           END-IF.

           EXIT PARAGRAPH.

      *NO SUPERVISOR AT THE TERMINAL - THE SALE GOES TO THE
      *APPROVAL QUEUE AND POSTS WHEN IT IS KEYED AGAIN AFTER A
      *SUPERVISOR HAS RELEASED THE CUSTOMER FOR THE AMOUNT
       SEEK-SEL8-CREDIT-RELEASE.
           MOVE "CREDHOLD" TO WS-AQ-TYPE
           MOVE SPACES TO WS-AQ-REF
           STRING "CUST " SEL8_CUST_NUM
               DELIMITED BY SIZE INTO WS-AQ-REF
           MOVE "REVISED-SALESMAN-INFO" TO WS-AQ-PROGRAM
           MOVE SEL8_SOLVE_SALES TO WS-AQ-AMOUNT
           MOVE SPACES TO WS-AQ-REASON
           STRING "OVER LIMIT - EXPOSURE " SEL8_EXPOSURE_OUT
               DELIMITED BY SIZE INTO WS-AQ-REASON
           PERFORM SEEK-APPROVAL
           IF WS-AQ-DECISION = "APPROVED"
               DISPLAY "CREDIT HOLD RELEASED UNDER SUPERVISOR "
-                  "APPROVAL"
           ELSE
               MOVE "N" TO SEL8_CREDIT_OK
           END-IF.

           EXIT PARAGRAPH.

      *A SALE DATED IN A CLOSED PERIOD WAITS ON THE QUEUE THE
      *SAME WAY, BY PERIOD AND SALESMAN
       SEEK-SEL8-PERIOD-RELEASE.
           MOVE "PERIOD" TO WS-AQ-TYPE
           MOVE SPACES TO WS-AQ-REF
           STRING SEL8_RUN_DATE(1:6) " " SEL8_SM_NUM
               DELIMITED BY SIZE INTO WS-AQ-REF
           MOVE "REVISED-SALESMAN-INFO" TO WS-AQ-PROGRAM
           MOVE SEL8_SOLVE_SALES TO WS-AQ-AMOUNT
           MOVE SPACES TO WS-AQ-REASON
           STRING "SALE DATED IN CLOSED PERIOD "
               SEL8_RUN_DATE(1:6)
               DELIMITED BY SIZE INTO WS-AQ-REASON
           PERFORM SEEK-APPROVAL
           IF WS-AQ-DECISION = "APPROVED"
               MOVE "Y" TO SEL8_PERIOD_OK
           END-IF.

           EXIT PARAGRAPH.

       LOOK-UP-SALESMAN-MASTER.
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS NOT = "00"
                           MOVE "STD" TO SEL8_PLAN_CODE
                       END-IF
                       MOVE "Y" TO SEL8_MASTER_OK
      *A TERMINATED NUMBER TAKES NO FURTHER SALES OR RETURNS - THE
      *SUCCESSOR OWNS THE ACCOUNTS NOW
                       IF SEQ5_STATUS_FH = "T"
                           DISPLAY "SALESMAN TERMINATED "
-                              SEQ5_TERM_DATE_FH " - ENTER UNDER "
-                              "SUCCESSOR " SEQ5_SUCCESSOR_FH
                           MOVE "N" TO SEL8_MASTER_OK
                       END-IF
               END-READ
               CLOSE SQNC5-FILE
           END-IF.
                                   SEL8_SPLIT_PLAN(SEL8_SPLIT_IDX)
                           END-IF
                           MOVE "Y" TO SEL8_SPLIT_FOUND
                           IF SEQ5_STATUS_FH = "T"
                               DISPLAY "SALESMAN TERMINATED "
-                                  SEQ5_TERM_DATE_FH " - NO SHARE "
-                                  "UNDER THIS NUMBER"
                               MOVE "N" TO SEL8_SPLIT_FOUND
                           END-IF
                   END-READ
                   CLOSE SQNC5-FILE
               END-IF
           COMPUTE SEL8_SHARE_ORIG ROUNDED = SEL8_ORIG_AMT *
               SEL8_SPLIT_PCT(SEL8_SPLIT_IDX) / 100
           MOVE SEL8_SHARE_ORIG TO SEL8_ORIG_AMT_FH
           COMPUTE SEL8_SHARE_DISC ROUNDED = SEL8_PROMO_DISC *
               SEL8_SPLIT_PCT(SEL8_SPLIT_IDX) / 100
           MOVE SEL8_SHARE_DISC TO SEL8_PROMO_DISC_FH
           MOVE SEL8_SHARE_UNITS TO SEL8_UNIT_SOLD_FH
           MOVE SEL8_SHARE_SALES TO SEL8_SALES_OUT_FH
           MOVE SEL8_SHARE_SALES TO SEL8_GROSS_SALES_FH
                   MOVE "WRITE" TO WS-UJ-ACTION
                   MOVE SEL8_RECORD TO WS-UJ-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
                   MOVE SEL8_SHARE_SALES TO WS-MO-SALES
                   PERFORM BOOK-SEL8-OVERRIDE
           END-WRITE.

           EXIT PARAGRAPH.
                   MOVE "DELETE" TO WS-UJ-ACTION
                   MOVE SEL8_RECORD TO WS-UJ-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
                   MOVE SEL8_SALES_OUT_FH TO SEL8_OVR_OLD_SALES
                   COMPUTE WS-MO-SALES = 0 - SEL8_OVR_OLD_SALES
                   PERFORM BOOK-SEL8-OVERRIDE
                   MOVE SEL8_ITEM_CODE_FH TO WS-INV-ITEM-CODE
                   COMPUTE WS-INV-UNITS = 0 - SEL8_UNIT_SOLD
                   STRING "IN" SEL8_INVOICE_NUM_FH
                       DELIMITED BY SIZE INTO WS-MV-REF
                   PERFORM POST-ITEM-SALE
                   MOVE "REVISED-SALESMAN-INFO" TO WS-MA-PROGRAM-ID
                   MOVE SEL8_SM_NUM_FH TO WS-MA-KEY-NUM
                   MOVE "UNDO" TO WS-MA-ACTION
                           MOVE "REWRITE" TO WS-UJ-ACTION
                           MOVE SEL8_RECORD TO WS-UJ-IMAGE
                           PERFORM WRITE-UPDATE-JOURNAL
                           COMPUTE WS-MO-SALES = 0 - SEL8_SOLVE_SALES
                           PERFORM BOOK-SEL8-OVERRIDE
                           PERFORM CHECK-SEL8-CLAWBACK
                           MOVE SEL8_ITEM_CODE TO WS-INV-ITEM-CODE
                           COMPUTE WS-INV-UNITS = 0 - SEL8_UNIT_SOLD
                           STRING "IN" SEL8_INVOICE_NUM_FH
                               DELIMITED BY SIZE INTO WS-MV-REF
                           PERFORM POST-ITEM-SALE
                   END-REWRITE
                   ELSE
                       DISPLAY "YEAR ROLLOVER - PRIOR YEAR "
               DISPLAY "4  UNITS:    " SEL8_UNITS_OUT
               DISPLAY "5  ITEM:     " SEL8_ITEM_CODE
-                  "  PRICE: " SEL8_LIST_PRICE_OUT
               DISPLAY "   LOCATION: " WS-INV-LOCATION
               DISPLAY "+-----------------------------------------+"
               DISPLAY "FIELD TO CHANGE (1-5), (C)ONFIRM, OR "
-                  "(A)BANDON: " WITH NO ADVANCING
           EXIT PARAGRAPH.

       WRITE-SEL8-PAYROLL-RECORD.
           MOVE "C" TO SEL8_PR_LINE_TYPE
           MOVE SEL8_SM_NUM_FH TO SEL8_PR_SM_NUM
           MOVE SEL8_SM_NAME_FH TO SEL8_PR_SM_NAME
           MOVE SEL8_REC_COMMISSION TO SEL8_PR_COMMISSION
           MOVE SEL8_DRAW_TOTAL TO SEL8_PR_DRAWS
           PERFORM SUM-SEL8-PERIOD-CLAWBACKS
           MOVE SEL8_CLAWBACK_TOTAL TO SEL8_PR_CLAWBACK
      *APPROVED ADJUSTMENTS PAYING IN THE EXPORT'S PERIOD CORRECT
      *THE COMMISSION WITHOUT TOUCHING THE SEL_8 ROW ITSELF
           MOVE SEL8_SM_NUM_FH TO WS-AJ-SM-NUM
           MOVE SEL8_RUN_DATE(1:6) TO WS-AJ-PERIOD
           PERFORM SUM-APPROVED-ADJUSTMENTS
           MOVE WS-AJ-TOTAL TO SEL8_PR_ADJUSTMENT
           COMPUTE SEL8_PR_NET_PAY =
               SEL8_REC_COMMISSION - SEL8_DRAW_TOTAL
               - SEL8_CLAWBACK_TOTAL + WS-AJ-TOTAL

           WRITE SEL8_PAYROLL_RECORD.
           IF WS-SEL8PAY-STATUS NOT = "00"

           EXIT PARAGRAPH.

      *A TERMINATED SALESMAN WAS PAID OUT BY THE FINAL PAYROLL LINE
      *SALESMAN-TERMINATION WROTE - EXPORTING THE ROW AGAIN WOULD
      *PAY THE SAME COMMISSION TWICE
       CHECK-SEL8-PAID-OUT.
           MOVE "N" TO SEL8_PAID_OUT
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SEL8_SM_NUM_FH TO SEQ5_SALES_MAN_NUM_FH
           READ SQNC5-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SEQ5_STATUS_FH = "T"
                       MOVE "Y" TO SEL8_PAID_OUT
                   END-IF
           END-READ
           CLOSE SQNC5-FILE.

           EXIT PARAGRAPH.

      *THE ROW JUST POSTED EARNS (OR, NEGATIVE, GIVES BACK) THE
      *SALESMAN'S REPORTING MANAGER THE OVERRIDE - THE CALLER SETS
      *WS-MO-SALES. A FAILED LOOKUP NEVER STOPS THE SALE ITSELF
       BOOK-SEL8-OVERRIDE.
           MOVE SEL8_SM_NUM_FH TO WS-MO-SM-NUM
           MOVE SEL8_INVOICE_NUM_FH TO WS-MO-INVOICE
           MOVE SEL8_DATE_FH TO WS-MO-DATE
           PERFORM CREDIT-MANAGER-OVERRIDE
           IF WS-MO-AMOUNT NOT = ZERO
               MOVE WS-MO-AMOUNT TO SEL8_CB_AMT_OUT
               DISPLAY "MANAGER " WS-MO-MGR-NUM " OVERRIDE "
                   SEL8_CB_AMT_OUT
           END-IF.

           EXIT PARAGRAPH.

      *ONE OVERRIDE LINE PER MANAGER FOR THE EXPORT'S DATES - THE
      *FILTER RANGE WHEN ONE WAS KEYED, OTHERWISE THE CURRENT MONTH.
      *THE LINE IS ITS OWN PAYABLE: DRAWS AND CLAWBACKS ARE NETTED
      *ON THE MANAGER'S COMMISSION LINE, NOT HERE
       WRITE-SEL8-OVERRIDE-PAYROLL.
           MOVE ZERO TO SEL8_OVR_COUNT
           ACCEPT SEL8_TODAY FROM DATE YYYYMMDD
           IF SEL8_FILTER_DATE_YN = "Y" OR SEL8_FILTER_DATE_YN = "y"
               MOVE SEL8_FILTER_DATE_START TO SEL8_OVR_FROM
               MOVE SEL8_FILTER_DATE_END TO SEL8_OVR_TO
           ELSE
               MOVE SEL8_TODAY TO SEL8_OVR_FROM
               MOVE "01" TO SEL8_OVR_FROM(7:2)
               MOVE SEL8_TODAY TO SEL8_OVR_TO
               MOVE "31" TO SEL8_OVR_TO(7:2)
           END-IF
           MOVE "N" TO SEL8_OVR_EOF
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SEL8_OVR_EOF = "Y"
               READ OVERRIDE-FILE
                   AT END
                       MOVE "Y" TO SEL8_OVR_EOF
                   NOT AT END
                       IF OV-DATE >= SEL8_OVR_FROM AND
-                         OV-DATE <= SEL8_OVR_TO
                           PERFORM TALLY-SEL8-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-FILE

           PERFORM WRITE-ONE-OVERRIDE-PAYROLL
               VARYING SEL8_OVR_IDX FROM 1 BY 1
               UNTIL SEL8_OVR_IDX > SEL8_OVR_COUNT.

           EXIT PARAGRAPH.

       TALLY-SEL8-OVERRIDE.
           IF SEL8_FILTER_NUM_YN = "Y" OR SEL8_FILTER_NUM_YN = "y"
               IF OV-MGR-NUM NOT = SEL8_FILTER_NUM
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING SEL8_OVR_IDX FROM 1 BY 1
               UNTIL SEL8_OVR_IDX > SEL8_OVR_COUNT
               IF SEL8_OVR_MGR(SEL8_OVR_IDX) = OV-MGR-NUM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SEL8_OVR_IDX > SEL8_OVR_COUNT
               IF SEL8_OVR_COUNT >= 200
                   DISPLAY "OVERRIDE TABLE FULL - MANAGER "
                       OV-MGR-NUM " LEFT OFF THE EXPORT"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SEL8_OVR_COUNT
               MOVE SEL8_OVR_COUNT TO SEL8_OVR_IDX
               MOVE OV-MGR-NUM TO SEL8_OVR_MGR(SEL8_OVR_IDX)
               MOVE ZERO TO SEL8_OVR_SALES(SEL8_OVR_IDX)
               MOVE ZERO TO SEL8_OVR_AMOUNT(SEL8_OVR_IDX)
               MOVE ZERO TO SEL8_OVR_LAST_DATE(SEL8_OVR_IDX)
           END-IF
           ADD OV-SALES TO SEL8_OVR_SALES(SEL8_OVR_IDX)
           ADD OV-AMOUNT TO SEL8_OVR_AMOUNT(SEL8_OVR_IDX)
           IF OV-DATE > SEL8_OVR_LAST_DATE(SEL8_OVR_IDX)
               MOVE OV-DATE TO SEL8_OVR_LAST_DATE(SEL8_OVR_IDX)
           END-IF.

           EXIT PARAGRAPH.

       WRITE-ONE-OVERRIDE-PAYROLL.
           MOVE "O" TO SEL8_PR_LINE_TYPE
           MOVE SEL8_OVR_MGR(SEL8_OVR_IDX) TO SEL8_PR_SM_NUM
           MOVE SPACES TO SEL8_PR_SM_NAME
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS = "00"
               MOVE SEL8_OVR_MGR(SEL8_OVR_IDX) TO
                   SEQ5_SALES_MAN_NUM_FH
               READ SQNC5-FILE
                   NOT INVALID KEY
                       MOVE SEQ5_SALES_MAN_NAME_FH TO SEL8_PR_SM_NAME
               END-READ
               CLOSE SQNC5-FILE
           END-IF
           MOVE SEL8_OVR_AMOUNT(SEL8_OVR_IDX) TO SEL8_PR_COMMISSION
           MOVE SEL8_OVR_LAST_DATE(SEL8_OVR_IDX) TO SEL8_PR_DATE
           MOVE ZERO TO SEL8_PR_GROSS
           MOVE ZERO TO SEL8_PR_RETURNS
           MOVE SEL8_OVR_SALES(SEL8_OVR_IDX) TO SEL8_PR_NET
           MOVE ZERO TO SEL8_PR_DRAWS
           MOVE ZERO TO SEL8_PR_CLAWBACK
           MOVE ZERO TO SEL8_PR_ADJUSTMENT
           MOVE SEL8_OVR_AMOUNT(SEL8_OVR_IDX) TO SEL8_PR_NET_PAY
           WRITE SEL8_PAYROLL_RECORD
           IF WS-SEL8PAY-STATUS NOT = "00"
               MOVE "SEL8-PAYROLL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-SEL8PAY-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF
           ADD 1 TO SEL8_EXPORT_COUNT.

           EXIT PARAGRAPH.

       MAINTAIN-SEL8-RECORD.
           DISPLAY "ENTER SALESMAN NUMBER: " WITH NO ADVANCING
           PERFORM GET-VALID-SM-NUM
                           COMPUTE SEL8_SOLVE_SALES =
-                              SEL8_UNIT_SOLD * SEL8_UNIT_PRICE
                           MOVE "Y" TO SEL8_PRICE_OVR_FH
                           MOVE "N" TO SEL8_CONTRACT_FH
                           MOVE SPACES TO SEL8_PROMO_CODE_FH
                           MOVE ZERO TO SEL8_PROMO_DISC_FH
                           MOVE SEL8_SALES_OUT_FH TO SEL8_OVR_OLD_SALES
                           MOVE SEL8_SOLVE_SALES TO SEL8_SALES_OUT
                           MOVE SEL8_UNIT_SOLD TO SEL8_UNIT_SOLD_FH
                           MOVE SEL8_UNIT_PRICE TO SEL8_UNIT_PRICE_FH
                                   MOVE "REWRITE" TO WS-UJ-ACTION
                                   MOVE SEL8_RECORD TO WS-UJ-IMAGE
                                   PERFORM WRITE-UPDATE-JOURNAL
                                   COMPUTE WS-MO-SALES =
                                       SEL8_SOLVE_SALES
                                       - SEL8_OVR_OLD_SALES
                                   PERFORM BOOK-SEL8-OVERRIDE
                           END-REWRITE
                           DISPLAY "RECORD UPDATED"
                           DISPLAY "YEAR-TO-DATE SALES: "
                                       MOVE SEL8_RECORD TO
                                           WS-UJ-IMAGE
                                       PERFORM WRITE-UPDATE-JOURNAL
                                       MOVE SEL8_SALES_OUT_FH TO
                                           SEL8_OVR_OLD_SALES
                                       COMPUTE WS-MO-SALES =
                                           0 - SEL8_OVR_OLD_SALES
                                       PERFORM BOOK-SEL8-OVERRIDE
                                       MOVE SPACES TO WS-MA-AFTER
                                       PERFORM WRITE-MAINT-AUDIT-ENTRY
                               END-DELETE

       COPY "qty-break.cpy".

       COPY "contract-price.cpy".

       COPY "promo-price.cpy".

       COPY "mgr-override.cpy".

       COPY "commadj-sum.cpy".

       COPY "upd-journal.cpy".

       COPY "runlog-write.cpy".

       COPY "inv-post.cpy".

       COPY "loc-check.cpy".

       COPY "hold-check.cpy".

       COPY "kit-post.cpy".

       COPY "order-reserve.cpy".

       COPY "stkmove-write.cpy".

       COPY "invoice-next.cpy".

       COPY "period-check.cpy".

       COPY "approval-queue.cpy".

       COPY "help-prompt.cpy".

       COPY "spool-call.cpy".
