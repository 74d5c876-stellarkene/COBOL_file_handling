      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURN-TO-VENDOR.

      *====================================================
      * Stand-alone utility: ships damaged or defective goods
      * back to the supplier against the PO line they came in
      * on. The return names the quantity, the reason and the
      * vendor's return authorization (RA) number; it may not
      * take back more than the PO received less what earlier
      * returns already sent, nor more than is on hand at the
      * location it leaves from, and stock on quarantine hold
      * has to be released or scrapped first. The units leave
      * IV-ON-HAND and the location through inv-post.cpy as an
      * RTV movement on the stock ledger, and the item's
      * moving-average cost takes them out at the PO price
      * (avg-cost.cpy). The return is recorded on rtv.dat,
      * which doubles as the vendor debit memo: its value at
      * the PO price posts AP-PAY DR / INVENTORY CR through
      * the run-time GL mapping, and VENDOR-INVOICE offsets
      * the open memo against that vendor's next payment. The
      * open-RTV report lists the returns still awaiting the
      * vendor's credit, with days outstanding and a total
      * per vendor. Runs under the suite interlock. Run on
      * demand from the command line; it is not wired into
      * FH-MAIN-MENU since it is an entry tool, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "rtv-select.cpy".
           COPY "openpo-select.cpy".
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "loc-select.cpy".
           COPY "backord-select.cpy".
           COPY "prod-select.cpy".
           COPY "prodhist-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "perctl-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "rtv-rec.cpy".
           COPY "openpo-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "loc-rec.cpy".
           COPY "backord-rec.cpy".
           COPY "prod-rec.cpy".
           COPY "prodhist-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "perctl-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  RTM-CHOICE                      PIC 9.
       01  RTM-EOF                         PIC X VALUE "N".
       01  RTM-OK                          PIC X.
       01  RTM-FOUND                       PIC X.
       01  RTM-CONFIRM                     PIC X.
       01  RTM-TODAY                       PIC 9(8).
       01  RTM-PO-NUM                      PIC 9(6).
       01  RTM-PO-ITEM                     PIC X(8).
       01  RTM-PO-VENDOR                   PIC X(10).
       01  RTM-PO-STATUS                   PIC X(6).
       01  RTM-PO-RECV-QTY                 PIC 9(5)V99.
       01  RTM-PO-PRICE                    PIC 9(5)V99.
       01  RTM-RETURNED                    PIC 9(7)V99.
       01  RTM-AVAILABLE                   PIC S9(7)V99.
       01  RTM-ON-HAND                     PIC S9(7)V99.
       01  RTM-QTY                         PIC 9(5)V99.
       01  RTM-QTY-IN                      PIC X(15).
       01  RTM-RA-NUM                      PIC X(15).
       01  RTM-REASON                      PIC X(20).
       01  RTM-AMOUNT                      PIC S9(12)V99.
       01  RTM-NEXT-NUM                    PIC 9(6).
       01  RTM-INV-ACCT                    PIC X(8).
       01  RTM-INV-DESC                    PIC X(19).
       01  RTM-APPAY-ACCT                  PIC X(8).
       01  RTM-APPAY-DESC                  PIC X(19).
       01  RTM-COUNT                       PIC 9(5).
       01  RTM-DAYS                        PIC 9(5).
       01  RTM-OWED                        PIC S9(12)V99.
       01  RTM-VENDOR-OWED                 PIC S9(12)V99.
       01  RTM-TOTAL-OWED                  PIC S9(12)V99.
       01  RTM-PREV-VENDOR                 PIC X(10).
       01  RTM-IDX                         PIC 9(3).
       01  RTM-JDX                         PIC 9(3).
       01  RTM-TAB-COUNT                   PIC 9(3) VALUE 0.
       01  RTM-OVERFLOW                    PIC X VALUE "N".
       01  RTM-QTY-OUT                     PIC ZZ,ZZ9.99.
       01  RTM-QTY2-OUT                    PIC -Z,ZZZ,ZZ9.99.
       01  RTM-PRICE-OUT                   PIC ZZ,ZZ9.99.
       01  RTM-DAYS-OUT                    PIC ZZZZ9.
       01  RTM-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZZ.99-.
       01  RTM-AMT2-OUT                    PIC Z,ZZZ,ZZZ,ZZZ.99-.
       01  RTM-SWAP                        PIC X(152).
       01  RTM-TABLE.
           05  RTM-ENTRY                   OCCURS 500 TIMES.
               10  RTM-T-IMAGE             PIC X(152).
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "RETURN-TO-VENDOR" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

      * A return moves stock, appends to the journal and
      * rewrites rtv.dat whole - take the suite interlock.
           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL RTM-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "     RETURN TO VENDOR      "
               DISPLAY "==========================="
               DISPLAY "1 - RETURN GOODS AGAINST A PO"
               DISPLAY "2 - LIST OPEN DEBIT MEMOS"
               DISPLAY "3 - OPEN-RTV REPORT (SPOOLED)"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT RTM-CHOICE

               EVALUATE RTM-CHOICE
                   WHEN 1
                       PERFORM RETURN-AGAINST-PO
                   WHEN 2
                       PERFORM LIST-OPEN-MEMOS
                   WHEN 3
                       PERFORM OPEN-RTV-REPORT
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           PERFORM RELEASE-FH-LOCK.

           MOVE "RETURN-TO-VENDOR" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *===================== RETURN ============================
      *THE PO LINE MUST HAVE BEEN RECEIVED, AND NO MORE GOES BACK
      *THAN IT BROUGHT IN LESS EARLIER RETURNS AGAINST IT
       RETURN-AGAINST-PO.
           PERFORM CHECK-RETURN-POSTABLE
           IF RTM-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RTV-TABLE
           IF RTM-OVERFLOW = "Y" OR RTM-TAB-COUNT NOT < 500
               DISPLAY "500 OR MORE ROWS ON RTV.DAT - ARCHIVE THE "
-                  "REGISTER BEFORE ENTERING RETURNS"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PO NUMBER THE GOODS CAME IN ON: "
               WITH NO ADVANCING
           ACCEPT RTM-PO-NUM
           PERFORM FIND-RETURN-PO-LINE
           IF RTM-FOUND NOT = "Y"
               DISPLAY "NO PO " RTM-PO-NUM " ON FILE"
               EXIT PARAGRAPH
           END-IF
           IF RTM-PO-STATUS NOT = "RECVD"
               DISPLAY "PO " RTM-PO-NUM " HAS NOT BEEN RECEIVED - "
                   "NOTHING TO RETURN"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO RTM-RETURNED
           PERFORM VARYING RTM-IDX FROM 1 BY 1
               UNTIL RTM-IDX > RTM-TAB-COUNT
               MOVE RTM-T-IMAGE(RTM-IDX) TO RTV-RECORD
               IF RV-PO-NUM = RTM-PO-NUM
                   ADD RV-QTY TO RTM-RETURNED
               END-IF
           END-PERFORM
           COMPUTE RTM-AVAILABLE = RTM-PO-RECV-QTY - RTM-RETURNED
           MOVE RTM-PO-RECV-QTY TO RTM-QTY-OUT
           MOVE RTM-AVAILABLE TO RTM-QTY2-OUT
           MOVE RTM-PO-PRICE TO RTM-PRICE-OUT
           DISPLAY "ITEM " RTM-PO-ITEM " VENDOR " RTM-PO-VENDOR
               " RECEIVED " RTM-QTY-OUT " AT " RTM-PRICE-OUT
           DISPLAY "STILL RETURNABLE ON THIS PO: " RTM-QTY2-OUT
           IF RTM-AVAILABLE NOT > ZERO
               DISPLAY "EVERYTHING RECEIVED ON THIS PO HAS ALREADY "
                   "GONE BACK"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "RETURN FROM LOCATION (BLANK FOR MAIN): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INV-LOCATION
           ACCEPT WS-INV-LOCATION
           PERFORM CHECK-STOCK-LOCATION
           IF WS-LOC-OK NOT = "Y"
               DISPLAY "RETURN ABANDONED"
               EXIT PARAGRAPH
           END-IF
           MOVE RTM-PO-ITEM TO WS-QH-ITEM-CODE
           PERFORM CHECK-STOCK-HOLD
           IF WS-QH-HELD = "Y"
               DISPLAY RTM-PO-ITEM " AT " WS-INV-LOCATION
                   " IS ON QUARANTINE HOLD - RELEASE OR SCRAP IT "
                   "IN STOCK-QUARANTINE FIRST"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RETURN-ON-HAND
           MOVE RTM-ON-HAND TO RTM-QTY2-OUT
           DISPLAY "ON HAND AT " WS-INV-LOCATION ": " RTM-QTY2-OUT

           DISPLAY "QUANTITY TO RETURN: " WITH NO ADVANCING
           ACCEPT RTM-QTY-IN
           IF FUNCTION TEST-NUMVAL(RTM-QTY-IN) NOT = ZERO
               DISPLAY "QUANTITY IS NOT A NUMBER - RETURN ABANDONED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE RTM-QTY = FUNCTION NUMVAL(RTM-QTY-IN)
           IF RTM-QTY = ZERO
               DISPLAY "NOTHING TO RETURN"
               EXIT PARAGRAPH
           END-IF
           IF RTM-QTY > RTM-AVAILABLE
               DISPLAY "MORE THAN THE PO HAS LEFT TO RETURN - "
                   "RETURN ABANDONED"
               EXIT PARAGRAPH
           END-IF
           IF RTM-QTY > RTM-ON-HAND
               DISPLAY "MORE THAN IS ON HAND AT " WS-INV-LOCATION
                   " - RETURN ABANDONED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REASON FOR RETURN: " WITH NO ADVANCING
           ACCEPT RTM-REASON
           IF RTM-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - RETURN ABANDONED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VENDOR RETURN AUTHORIZATION NUMBER: "
               WITH NO ADVANCING
           ACCEPT RTM-RA-NUM
           IF RTM-RA-NUM = SPACES
               DISPLAY "NO RA NUMBER - THE VENDOR HAS TO AUTHORIZE "
                   "THE RETURN FIRST"
               EXIT PARAGRAPH
           END-IF
           COMPUTE RTM-AMOUNT ROUNDED = RTM-QTY * RTM-PO-PRICE
           MOVE RTM-QTY TO RTM-QTY-OUT
           MOVE RTM-AMOUNT TO RTM-AMT-OUT
           DISPLAY "RETURN " RTM-QTY-OUT " OF " RTM-PO-ITEM
               " TO " RTM-PO-VENDOR " - DEBIT MEMO " RTM-AMT-OUT
           DISPLAY "POST THIS RETURN? (Y/N): " WITH NO ADVANCING
           ACCEPT RTM-CONFIRM
           IF RTM-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "RETURN ABANDONED"
               EXIT PARAGRAPH
           END-IF

      * The average cost is taken on the on-hand before the
      * units leave, so it goes first
           IF RTM-PO-PRICE > ZERO
               MOVE RTM-PO-ITEM TO WS-AC-ITEM-CODE
               COMPUTE WS-AC-QTY = 0 - RTM-QTY
               COMPUTE WS-AC-VALUE = 0 - RTM-AMOUNT
               MOVE "RTV" TO WS-AC-CHANGE-TYPE
               PERFORM REVALUE-AVERAGE-COST
           END-IF

           MOVE RTM-PO-ITEM TO WS-INV-ITEM-CODE
           MOVE RTM-QTY TO WS-INV-UNITS
           MOVE SPACES TO WS-INV-CUST-NUM
           MOVE "RTV" TO WS-MV-TYPE
           MOVE SPACES TO WS-MV-REF
           STRING "PO" RTM-PO-NUM
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM POST-SALE-TO-INVENTORY

           MOVE ZERO TO RTM-NEXT-NUM
           PERFORM VARYING RTM-IDX FROM 1 BY 1
               UNTIL RTM-IDX > RTM-TAB-COUNT
               MOVE RTM-T-IMAGE(RTM-IDX) TO RTV-RECORD
               IF RV-NUM > RTM-NEXT-NUM
                   MOVE RV-NUM TO RTM-NEXT-NUM
               END-IF
           END-PERFORM
           ADD 1 TO RTM-NEXT-NUM
           MOVE SPACES TO RTV-RECORD
           MOVE RTM-NEXT-NUM TO RV-NUM
           MOVE RTM-TODAY TO RV-DATE
           MOVE RTM-PO-VENDOR TO RV-VENDOR
           MOVE RTM-PO-NUM TO RV-PO-NUM
           MOVE RTM-PO-ITEM TO RV-ITEM-CODE
           MOVE WS-INV-LOCATION TO RV-LOCATION
           MOVE RTM-QTY TO RV-QTY
           MOVE RTM-PO-PRICE TO RV-UNIT-COST
           MOVE RTM-AMOUNT TO RV-AMOUNT
           MOVE RTM-RA-NUM TO RV-RA-NUM
           MOVE RTM-REASON TO RV-REASON
           MOVE WS-FH-OPERATOR-ID TO RV-OPERATOR
           MOVE ZERO TO RV-CREDIT-AMT
           MOVE ZERO TO RV-CREDIT-DATE
           IF RTM-AMOUNT > ZERO
               MOVE "OPEN" TO RV-STATUS
           ELSE
               MOVE "CREDIT" TO RV-STATUS
           END-IF
           OPEN EXTEND RTV-FILE
           IF WS-RTV-STATUS = "35"
               OPEN OUTPUT RTV-FILE
           END-IF
           IF WS-RTV-STATUS NOT = "00" AND NOT = "05"
               MOVE "RTV-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-RTV-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           WRITE RTV-RECORD
           CLOSE RTV-FILE

           IF RTM-AMOUNT > ZERO
               PERFORM POST-RETURN-JOURNAL
           END-IF
           DISPLAY "RETURN " RTM-NEXT-NUM " POSTED - RA "
               RTM-RA-NUM.

           EXIT PARAGRAPH.

      *A RETURN POSTS IN THE CURRENT PERIOD; RTM-OK COMES BACK "Y"
      *WHEN THAT PERIOD IS OPEN AND INVENTORY AND AP-PAY ARE BOTH
      *MAPPED TO ACTIVE ACCOUNTS
       CHECK-RETURN-POSTABLE.
           MOVE "N" TO RTM-OK
           ACCEPT RTM-TODAY FROM DATE YYYYMMDD
           MOVE RTM-TODAY TO WS-PC-CHECK-DATE
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PC-CLOSED = "Y"
               DISPLAY "THE CURRENT PERIOD IS CLOSED - NO RETURNS "
                   "CAN BE POSTED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RTM-INV-ACCT
           MOVE SPACES TO RTM-APPAY-ACCT
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "INVENTORY"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO RTM-INV-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO RTM-INV-DESC
               END-IF
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "AP-PAY"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO
                       RTM-APPAY-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO RTM-APPAY-DESC
               END-IF
           END-PERFORM
           MOVE RTM-INV-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE RTM-APPAY-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "INVENTORY AND AP-PAY MUST BOTH BE MAPPED "
                   "TO ACTIVE ACCOUNTS - NO RETURNS CAN BE POSTED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RTM-OK.

           EXIT PARAGRAPH.

      *THE PO LINE AS IT STANDS ON OPENPO.DAT. A LINE RAISED
      *BEFORE THE AGREED PRICE WAS KEPT GOES BACK AT THE ITEM'S
      *UNIT COST
       FIND-RETURN-PO-LINE.
           MOVE "N" TO RTM-FOUND
           MOVE "N" TO RTM-EOF
           OPEN INPUT OPENPO-FILE
           IF WS-OPENPO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RTM-EOF = "Y"
               READ OPENPO-FILE
                   AT END
                       MOVE "Y" TO RTM-EOF
                   NOT AT END
                       IF PO-NUM = RTM-PO-NUM
                           MOVE "Y" TO RTM-FOUND
                           MOVE "Y" TO RTM-EOF
                           MOVE PO-ITEM-CODE TO RTM-PO-ITEM
                           MOVE PO-VENDOR TO RTM-PO-VENDOR
                           MOVE PO-STATUS TO RTM-PO-STATUS
                           MOVE PO-RECV-QTY TO RTM-PO-RECV-QTY
                           MOVE ZERO TO RTM-PO-PRICE
                           IF PO-UNIT-PRICE NUMERIC
                               MOVE PO-UNIT-PRICE TO RTM-PO-PRICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPENPO-FILE
           IF RTM-FOUND NOT = "Y" OR RTM-PO-PRICE > ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS = "00"
               MOVE RTM-PO-ITEM TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-UNIT-COST TO RTM-PO-PRICE
               END-READ
               CLOSE PROD-FILE
           END-IF.

           EXIT PARAGRAPH.

       READ-RETURN-ON-HAND.
           MOVE ZERO TO RTM-ON-HAND
           OPEN INPUT INVLOC-FILE
           IF WS-INVLOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE RTM-PO-ITEM TO IL-ITEM-CODE
           MOVE WS-INV-LOCATION TO IL-LOCATION
           READ INVLOC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IL-ON-HAND TO RTM-ON-HAND
           END-READ
           CLOSE INVLOC-FILE.

           EXIT PARAGRAPH.

      *THE VENDOR NOW OWES US THE GOODS' VALUE: THE PAYABLE GOES
      *DOWN AND THE STOCK COMES OFF THE BOOKS
       POST-RETURN-JOURNAL.
           OPEN EXTEND GLJRNL-FILE
           IF WS-GLJRNL-STATUS = "35"
               OPEN OUTPUT GLJRNL-FILE
           END-IF
           IF WS-GLJRNL-STATUS NOT = "00" AND NOT = "05"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO GJ-SOURCE
           MOVE SPACES TO GJ-REF
           STRING "RTV" RTM-NEXT-NUM
               DELIMITED BY SIZE INTO GJ-REF

           MOVE RTM-TODAY(1:6) TO GJ-PERIOD
           MOVE RTM-APPAY-ACCT TO GJ-ACCOUNT
           MOVE RTM-APPAY-DESC TO GJ-DESC
           MOVE RTM-AMOUNT TO GJ-DEBIT
           MOVE ZERO TO GJ-CREDIT
           WRITE GLJRNL-RECORD

           MOVE RTM-TODAY(1:6) TO GJ-PERIOD
           MOVE RTM-INV-ACCT TO GJ-ACCOUNT
           MOVE RTM-INV-DESC TO GJ-DESC
           MOVE ZERO TO GJ-DEBIT
           MOVE RTM-AMOUNT TO GJ-CREDIT
           WRITE GLJRNL-RECORD
           CLOSE GLJRNL-FILE

           MOVE RTM-AMOUNT TO RTM-AMT-OUT
           DISPLAY "DEBIT MEMO JOURNAL POSTED FOR " RTM-AMT-OUT.

           EXIT PARAGRAPH.

      *===================== INQUIRY ===========================
       LIST-OPEN-MEMOS.
           PERFORM LOAD-RTV-TABLE
           MOVE ZERO TO RTM-COUNT
           MOVE ZERO TO RTM-TOTAL-OWED
           DISPLAY "RTV#   DATE     VENDOR     PO#    ITEM    "
               "          STILL OWED"
           PERFORM VARYING RTM-IDX FROM 1 BY 1
               UNTIL RTM-IDX > RTM-TAB-COUNT
               MOVE RTM-T-IMAGE(RTM-IDX) TO RTV-RECORD
               IF RV-STATUS-OPEN
                   ADD 1 TO RTM-COUNT
                   COMPUTE RTM-OWED = RV-AMOUNT - RV-CREDIT-AMT
                   ADD RTM-OWED TO RTM-TOTAL-OWED
                   MOVE RTM-OWED TO RTM-AMT-OUT
                   DISPLAY RV-NUM " " RV-DATE " " RV-VENDOR " "
                       RV-PO-NUM " " RV-ITEM-CODE " " RTM-AMT-OUT
               END-IF
           END-PERFORM
           MOVE RTM-TOTAL-OWED TO RTM-AMT-OUT
           DISPLAY RTM-COUNT " OPEN MEMO(S), STILL OWED "
               RTM-AMT-OUT.

           EXIT PARAGRAPH.

      *===================== REPORT ============================
      *RETURNS STILL AWAITING THE VENDOR'S CREDIT, GROUPED BY
      *VENDOR WITH A SUBTOTAL EACH. DAYS RUN FROM THE RETURN DATE
       OPEN-RTV-REPORT.
           PERFORM LOAD-RTV-TABLE
           PERFORM SORT-RTV-BY-VENDOR
           ACCEPT RTM-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO RTM-COUNT
           MOVE ZERO TO RTM-TOTAL-OWED
           MOVE ZERO TO RTM-VENDOR-OWED
           MOVE SPACES TO RTM-PREV-VENDOR
           MOVE "OPEN-RTV" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "RETURNS AWAITING VENDOR CREDIT  " RTM-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "RTV#   RETURNED PO#    ITEM     RA NUMBER      "
               "  DAYS        STILL OWED"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING RTM-IDX FROM 1 BY 1
               UNTIL RTM-IDX > RTM-TAB-COUNT
               MOVE RTM-T-IMAGE(RTM-IDX) TO RTV-RECORD
               IF RV-STATUS-OPEN
                   PERFORM REPORT-ONE-RETURN
               END-IF
           END-PERFORM
           IF RTM-COUNT > ZERO
               PERFORM REPORT-VENDOR-TOTAL
           END-IF
           IF RTM-OVERFLOW = "Y"
               MOVE "** MORE THAN 500 RETURNS - REPORT INCOMPLETE **"
                   TO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE RTM-TOTAL-OWED TO RTM-AMT-OUT
           STRING RTM-COUNT " OPEN RETURN(S), STILL OWED "
               RTM-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       REPORT-ONE-RETURN.
           IF RTM-COUNT > ZERO AND RV-VENDOR NOT = RTM-PREV-VENDOR
               PERFORM REPORT-VENDOR-TOTAL
           END-IF
           IF RTM-COUNT = ZERO OR RV-VENDOR NOT = RTM-PREV-VENDOR
               MOVE RV-VENDOR TO RTM-PREV-VENDOR
               MOVE ZERO TO RTM-VENDOR-OWED
               STRING "VENDOR " RV-VENDOR
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           ADD 1 TO RTM-COUNT
           COMPUTE RTM-OWED = RV-AMOUNT - RV-CREDIT-AMT
           ADD RTM-OWED TO RTM-VENDOR-OWED
           ADD RTM-OWED TO RTM-TOTAL-OWED
           MOVE ZERO TO RTM-DAYS
           IF RV-DATE NOT = ZERO AND RTM-TODAY > RV-DATE
               COMPUTE RTM-DAYS =
                   FUNCTION INTEGER-OF-DATE(RTM-TODAY) -
                   FUNCTION INTEGER-OF-DATE(RV-DATE)
           END-IF
           MOVE RTM-DAYS TO RTM-DAYS-OUT
           MOVE RTM-OWED TO RTM-AMT-OUT
           STRING RV-NUM " " RV-DATE " " RV-PO-NUM " "
               RV-ITEM-CODE " " RV-RA-NUM " " RTM-DAYS-OUT " "
               RTM-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE RV-QTY TO RTM-QTY-OUT
           MOVE RV-UNIT-COST TO RTM-PRICE-OUT
           MOVE RV-AMOUNT TO RTM-AMT2-OUT
           STRING "       " RTM-QTY-OUT " @ " RTM-PRICE-OUT
               " = " RTM-AMT2-OUT "  " RV-REASON
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       REPORT-VENDOR-TOTAL.
           MOVE RTM-VENDOR-OWED TO RTM-AMT-OUT
           STRING "  " RTM-PREV-VENDOR " STILL OWES"
               "                            " RTM-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *ASCENDING BY VENDOR, THEN RTV NUMBER - THE TABLE IS ONLY
      *REORDERED FOR PRINTING, NEVER WRITTEN BACK
       SORT-RTV-BY-VENDOR.
           PERFORM VARYING RTM-IDX FROM 1 BY 1
               UNTIL RTM-IDX >= RTM-TAB-COUNT
               PERFORM VARYING RTM-JDX FROM 1 BY 1
                   UNTIL RTM-JDX > RTM-TAB-COUNT - RTM-IDX
                   IF RTM-T-IMAGE(RTM-JDX)(15:10) >
-                      RTM-T-IMAGE(RTM-JDX + 1)(15:10)
                   OR (RTM-T-IMAGE(RTM-JDX)(15:10) =
-                      RTM-T-IMAGE(RTM-JDX + 1)(15:10) AND
-                      RTM-T-IMAGE(RTM-JDX)(1:6) >
-                      RTM-T-IMAGE(RTM-JDX + 1)(1:6))
                       MOVE RTM-T-IMAGE(RTM-JDX) TO RTM-SWAP
                       MOVE RTM-T-IMAGE(RTM-JDX + 1) TO
                           RTM-T-IMAGE(RTM-JDX)
                       MOVE RTM-SWAP TO
                           RTM-T-IMAGE(RTM-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

      *===================== RTV.DAT TABLE =====================
       LOAD-RTV-TABLE.
           MOVE ZERO TO RTM-TAB-COUNT
           MOVE "N" TO RTM-OVERFLOW
           MOVE "N" TO RTM-EOF
           OPEN INPUT RTV-FILE
           IF WS-RTV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RTM-EOF = "Y"
               READ RTV-FILE
                   AT END
                       MOVE "Y" TO RTM-EOF
                   NOT AT END
                       IF RTM-TAB-COUNT < 500
                           ADD 1 TO RTM-TAB-COUNT
                           MOVE RTV-RECORD TO
                               RTM-T-IMAGE(RTM-TAB-COUNT)
                       ELSE
                           MOVE "Y" TO RTM-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RTV-FILE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "inv-post.cpy".

       COPY "upd-journal.cpy".

       COPY "stkmove-write.cpy".

       COPY "avg-cost.cpy".

       COPY "loc-check.cpy".

       COPY "hold-check.cpy".

       COPY "period-check.cpy".

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
