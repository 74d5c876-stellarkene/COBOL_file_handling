      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-VALUATION.

      *====================================================
      * Stand-alone utility: period-end inventory valuation.
      * Every item on the on-hand file (invmast.dat) is valued
      * at on-hand times its moving-average cost (PM-UNIT-COST,
      * kept current by PURCHASE-ORDER receipts and
      * VENDOR-INVOICE approvals through avg-cost.cpy), one
      * line per item with a grand total. The total is then
      * tied to the balance of the account mapped to the
      * INVENTORY purpose - gljrnl.dat debits less credits for
      * every period up to and including the keyed one - and
      * any difference is flagged for the accountant to chase.
      * Items that are oversold (negative on-hand) or carry no
      * cost are counted under the total since either one
      * throws the tie-out off. Run it at period end: on-hand
      * is as of the moment it runs, not as of the keyed
      * period. Written to the report spool. Run on demand
      * from the command line; it is not wired into
      * FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "inv-select.cpy".
           COPY "prod-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "inv-rec.cpy".
           COPY "prod-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  IVL-PERIOD                      PIC 9(6).
       01  IVL-PERIOD-PARTS REDEFINES IVL-PERIOD.
           05  IVL-PERIOD-YEAR             PIC 9(4).
           05  IVL-PERIOD-MONTH            PIC 99.
       01  IVL-EOF                         PIC X VALUE "N".
       01  IVL-INV-ACCT                    PIC X(8).
       01  IVL-INV-DESC                    PIC X(19).
       01  IVL-DESC                        PIC X(25).
       01  IVL-COST                        PIC 9(5)V99.
       01  IVL-VALUE                       PIC S9(12)V99.
       01  IVL-TOT-VALUE                   PIC S9(12)V99 VALUE 0.
       01  IVL-GL-BALANCE                  PIC S9(12)V99 VALUE 0.
       01  IVL-DIFFERENCE                  PIC S9(12)V99.
       01  IVL-ITEM-COUNT                  PIC 9(5) VALUE 0.
       01  IVL-NEG-COUNT                   PIC 9(5) VALUE 0.
       01  IVL-NOCOST-COUNT                PIC 9(5) VALUE 0.
       01  IVL-FLAG                        PIC X(12).
       01  IVL-QTY-OUT                     PIC -Z,ZZZ,ZZ9.99.
       01  IVL-COST-OUT                    PIC ZZ,ZZ9.99.
       01  IVL-VALUE-OUT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  IVL-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "INVENTORY-VALUATION" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.
           MOVE SPACES TO IVL-INV-ACCT
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "INVENTORY"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO IVL-INV-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO IVL-INV-DESC
               END-IF
           END-PERFORM.

           DISPLAY "PERIOD END TO VALUE (YYYYMM): "
               WITH NO ADVANCING.
           ACCEPT IVL-PERIOD.
           IF IVL-PERIOD-MONTH < 1 OR IVL-PERIOD-MONTH > 12
               DISPLAY "NOT A VALID PERIOD"
               GOBACK
           END-IF.

           OPEN INPUT INV-FILE.
           IF WS-INV-FILE-STATUS NOT = "00"
               DISPLAY "NO INVENTORY FILE ON FILE"
               GOBACK
           END-IF.
           OPEN INPUT PROD-FILE.

           MOVE "INV-VALUATION" TO WS-SPOOL-NAME.
           PERFORM SPOOL-OPEN-REPORT.
           DISPLAY SPACE.
           DISPLAY "######### INVENTORY VALUATION - PERIOD "
               IVL-PERIOD " #########".
           DISPLAY "ITEM     DESCRIPTION               ON HAND  "
               " AVG COST             VALUE".
           STRING "INVENTORY VALUATION - PERIOD " IVL-PERIOD
               DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM SPOOL-WRITE-LINE.

           MOVE LOW-VALUES TO IV-ITEM-CODE.
           START INV-FILE KEY IS NOT LESS THAN IV-ITEM-CODE
               INVALID KEY
                   MOVE "Y" TO IVL-EOF
           END-START.
           PERFORM UNTIL IVL-EOF = "Y"
               READ INV-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO IVL-EOF
                   NOT AT END
                       PERFORM VALUE-ONE-ITEM
               END-READ
           END-PERFORM.
           CLOSE INV-FILE.
           CLOSE PROD-FILE.

           PERFORM SUM-INVENTORY-ACCOUNT.

           MOVE IVL-TOT-VALUE TO IVL-AMT-OUT.
           DISPLAY "---------------------------------------------".
           DISPLAY IVL-ITEM-COUNT " ITEM(S)   TOTAL VALUE: "
               IVL-AMT-OUT.
           STRING IVL-ITEM-COUNT " ITEM(S)   TOTAL VALUE: "
               IVL-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM SPOOL-WRITE-LINE.
           IF IVL-NEG-COUNT > ZERO
               DISPLAY IVL-NEG-COUNT " ITEM(S) OVERSOLD (NEGATIVE "
                   "ON HAND)"
               STRING IVL-NEG-COUNT " ITEM(S) OVERSOLD (NEGATIVE "
                   "ON HAND)"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF.
           IF IVL-NOCOST-COUNT > ZERO
               DISPLAY IVL-NOCOST-COUNT " ITEM(S) WITH NO COST - "
                   "VALUED AT ZERO"
               STRING IVL-NOCOST-COUNT " ITEM(S) WITH NO COST - "
                   "VALUED AT ZERO"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF.

           IF IVL-INV-ACCT = SPACES
               DISPLAY "INVENTORY PURPOSE NOT MAPPED - NO GL TIE-OUT"
               STRING "INVENTORY PURPOSE NOT MAPPED - NO GL TIE-OUT"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           ELSE
               PERFORM PRINT-GL-TIE-OUT
           END-IF.
           DISPLAY "#############################################".
           PERFORM SPOOL-CLOSE-REPORT.

           MOVE "INVENTORY-VALUATION" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *ONE LINE PER ON-HAND ROW. AN ITEM OFF THE PRODUCT MASTER
      *OR WITH NO COST KEYED IS VALUED AT ZERO AND FLAGGED
       VALUE-ONE-ITEM.
           ADD 1 TO IVL-ITEM-COUNT
           MOVE SPACES TO IVL-FLAG
           MOVE ZERO TO IVL-COST
           MOVE "NOT ON PRODUCT MASTER" TO IVL-DESC
           IF WS-PROD-FILE-STATUS = "00"
               MOVE IV-ITEM-CODE TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-DESCRIPTION TO IVL-DESC
                       MOVE PM-UNIT-COST TO IVL-COST
               END-READ
           END-IF
           IF IVL-COST = ZERO
               ADD 1 TO IVL-NOCOST-COUNT
               MOVE "NO COST" TO IVL-FLAG
           END-IF
           IF IV-ON-HAND < ZERO
               ADD 1 TO IVL-NEG-COUNT
               MOVE "OVERSOLD" TO IVL-FLAG
           END-IF
           COMPUTE IVL-VALUE ROUNDED = IV-ON-HAND * IVL-COST
           ADD IVL-VALUE TO IVL-TOT-VALUE

           MOVE IV-ON-HAND TO IVL-QTY-OUT
           MOVE IVL-COST TO IVL-COST-OUT
           MOVE IVL-VALUE TO IVL-VALUE-OUT
           DISPLAY IV-ITEM-CODE " " IVL-DESC(1:20) " " IVL-QTY-OUT
               " " IVL-COST-OUT " " IVL-VALUE-OUT " " IVL-FLAG
           STRING IV-ITEM-CODE " " IVL-DESC(1:20) " " IVL-QTY-OUT
               " " IVL-COST-OUT " " IVL-VALUE-OUT " " IVL-FLAG
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

      *THE INVENTORY ACCOUNT'S BALANCE AT THE END OF THE PERIOD -
      *EVERY LINE POSTED TO IT IN THAT PERIOD OR EARLIER
       SUM-INVENTORY-ACCOUNT.
           MOVE ZERO TO IVL-GL-BALANCE
           IF IVL-INV-ACCT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO IVL-EOF
           OPEN INPUT GLJRNL-FILE
           IF WS-GLJRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IVL-EOF = "Y"
               READ GLJRNL-FILE
                   AT END
                       MOVE "Y" TO IVL-EOF
                   NOT AT END
                       IF GJ-ACCOUNT = IVL-INV-ACCT AND
-                         GJ-PERIOD NOT > IVL-PERIOD
                           ADD GJ-DEBIT TO IVL-GL-BALANCE
                           SUBTRACT GJ-CREDIT FROM IVL-GL-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLJRNL-FILE.

           EXIT PARAGRAPH.

       PRINT-GL-TIE-OUT.
           MOVE IVL-GL-BALANCE TO IVL-AMT-OUT
           DISPLAY "GL " IVL-INV-ACCT " " IVL-INV-DESC
               " BALANCE: " IVL-AMT-OUT
           STRING "GL " IVL-INV-ACCT " " IVL-INV-DESC
               " BALANCE: " IVL-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           COMPUTE IVL-DIFFERENCE = IVL-TOT-VALUE - IVL-GL-BALANCE
           IF IVL-DIFFERENCE = ZERO
               DISPLAY "VALUATION TIES TO THE GENERAL LEDGER"
               STRING "VALUATION TIES TO THE GENERAL LEDGER"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               MOVE IVL-DIFFERENCE TO IVL-AMT-OUT
               DISPLAY "*** DOES NOT TIE - VALUATION LESS GL: "
                   IVL-AMT-OUT " ***"
               STRING "*** DOES NOT TIE - VALUATION LESS GL: "
                   IVL-AMT-OUT " ***"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
