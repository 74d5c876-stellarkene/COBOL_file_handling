      * detail off sel_8.dat, the draws taken off the draw
      * ledger (drawledg.dat), gross commission, outstanding
      * draws, the keyed period's clawbacks (clawback.dat),
      * a sales manager's override on the team's sales
      * (override.dat), the approved commission adjustments
      * paying in the period (commadj.dat), each with its
      * reason and invoice, and the net payable - the same
      * netting the payroll export and the deposit apply, so
      * the page matches the deposit. A manager with overrides but no
      * personal sales gets an override-only page. Run on
      * demand from the command line; it is not wired into
      * FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
           COPY "sel8-select.cpy".
           COPY "drawledg-select.cpy".
           COPY "clawback-select.cpy".
           COPY "override-select.cpy".
           COPY "commadj-select.cpy".
           COPY "sqnc5-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.

           COPY "drawledg-rec.cpy".
           COPY "clawback-rec.cpy".
           COPY "override-rec.cpy".
           COPY "commadj-rec.cpy".

           FD SQNC5-FILE.
           COPY "sqnc5-rec.cpy".
           COPY "operator-field.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  CST-NET-PAY                     PIC S9(12)V99.
       01  CST-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  SEL8-FILE-STATUS                PIC XX.
       01  SEQ5-FILE-STATUS                PIC XX.
       01  CST-OVERRIDE                    PIC S9(12)V99.
       01  CST-ADJUSTMENTS                 PIC S9(12)V99.
       01  CST-AJ-EOF                      PIC X.
       01  CST-OV-EOF                      PIC X.
       01  CST-OV-IDX                      PIC 9(3).
       01  CST-OV-COUNT                    PIC 9(3) VALUE 0.
       01  CST-OV-SM-NUM                   PIC X(12).
       01  CST-OV-TABLE.
           05  CST-OV-ENTRY                OCCURS 200 TIMES.
               10  CST-OV-MGR              PIC X(12).
               10  CST-OV-AMOUNT           PIC S9(12)V99.
               10  CST-OV-PRINTED          PIC X.
           COPY "ws-vars.cpy".



           DISPLAY "STATEMENT PERIOD (YYYYMM): " WITH NO ADVANCING.
           ACCEPT CST-PERIOD.
           PERFORM LOAD-PERIOD-OVERRIDES.

           OPEN INPUT SEL8-FILE.
           IF SEL8-FILE-STATUS NOT = "00"
           END-PERFORM.
           CLOSE SEL8-FILE.

           PERFORM OVERRIDE-ONLY-STATEMENT
               VARYING CST-OV-IDX FROM 1 BY 1
               UNTIL CST-OV-IDX > CST-OV-COUNT.

           PERFORM SPOOL-CLOSE-REPORT.
           DISPLAY CST-PAGE-COUNT " STATEMENT PAGE(S) SPOOLED".

                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF
           MOVE SEL8_SM_NUM_FH TO CST-OV-SM-NUM
           PERFORM LIST-STATEMENT-OVERRIDES
           PERFORM LIST-STATEMENT-ADJUSTMENTS
      *SAME NETTING AS THE PAYROLL EXPORT - THE PAGE MUST MATCH
      *THE DEPOSIT OR THE ARGUMENT JUST MOVES DESKS
           COMPUTE CST-NET-PAY = CST-GROSS-COMM - CST-DRAWS
               - CST-CLAWBACKS + CST-OVERRIDE + CST-ADJUSTMENTS
           MOVE CST-NET-PAY TO CST-AMT-OUT
           STRING "NET PAYABLE:       " CST-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE

           EXIT PARAGRAPH.

      *EVERY MANAGER WITH OVERRIDE ROWS IN THE PERIOD, SO ONE WHO
      *SELLS NOTHING PERSONALLY STILL GETS A PAGE
       LOAD-PERIOD-OVERRIDES.
           MOVE ZERO TO CST-OV-COUNT
           MOVE "N" TO CST-OV-EOF
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CST-OV-EOF = "Y"
               READ OVERRIDE-FILE
                   AT END
                       MOVE "Y" TO CST-OV-EOF
                   NOT AT END
                       IF OV-DATE(1:6) = CST-PERIOD
                           PERFORM TALLY-ONE-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-FILE.

           EXIT PARAGRAPH.

       TALLY-ONE-OVERRIDE.
           PERFORM VARYING CST-OV-IDX FROM 1 BY 1
               UNTIL CST-OV-IDX > CST-OV-COUNT
               IF CST-OV-MGR(CST-OV-IDX) = OV-MGR-NUM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CST-OV-IDX > CST-OV-COUNT
               IF CST-OV-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CST-OV-COUNT
               MOVE CST-OV-COUNT TO CST-OV-IDX
               MOVE OV-MGR-NUM TO CST-OV-MGR(CST-OV-IDX)
               MOVE ZERO TO CST-OV-AMOUNT(CST-OV-IDX)
               MOVE "N" TO CST-OV-PRINTED(CST-OV-IDX)
           END-IF
           ADD OV-AMOUNT TO CST-OV-AMOUNT(CST-OV-IDX).

           EXIT PARAGRAPH.

      *ONE LINE PER TEAM SALE (OR SPLIT SHARE, OR RETURN) THE
      *MANAGER CST-OV-SM-NUM WAS CREDITED FOR IN THE PERIOD
       LIST-STATEMENT-OVERRIDES.
           MOVE ZERO TO CST-OVERRIDE
           PERFORM VARYING CST-OV-IDX FROM 1 BY 1
               UNTIL CST-OV-IDX > CST-OV-COUNT
               IF CST-OV-MGR(CST-OV-IDX) = CST-OV-SM-NUM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CST-OV-IDX > CST-OV-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO CST-OV-PRINTED(CST-OV-IDX)
           MOVE CST-OV-AMOUNT(CST-OV-IDX) TO CST-OVERRIDE

           MOVE "N" TO CST-OV-EOF
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CST-OV-EOF = "Y"
               READ OVERRIDE-FILE
                   AT END
                       MOVE "Y" TO CST-OV-EOF
                   NOT AT END
                       IF OV-MGR-NUM = CST-OV-SM-NUM AND
-                          OV-DATE(1:6) = CST-PERIOD
                           MOVE OV-AMOUNT TO CST-AMT-OUT
                           STRING "  OVERRIDE " OV-DATE " INV "
                               OV-INVOICE-NUM " REP " OV-SM-NUM
                               " " CST-AMT-OUT
                               DELIMITED BY SIZE INTO WS-SPOOL-LINE
                           PERFORM SPOOL-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-FILE

           MOVE CST-OVERRIDE TO CST-AMT-OUT
           STRING "MANAGER OVERRIDE:  " CST-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

      *A MANAGER WITH NO SEL_8 ROW OF THEIR OWN - THE PAGE CARRIES
      *THE OVERRIDE ALONE, AS THE OVERRIDE PAYROLL LINE DOES
       OVERRIDE-ONLY-STATEMENT.
           IF CST-OV-PRINTED(CST-OV-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CST-PAGE-COUNT
           MOVE CST-OV-MGR(CST-OV-IDX) TO CST-OV-SM-NUM
           MOVE SPACES TO SEQ5_SALES_MAN_NAME_FH
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS = "00"
               MOVE CST-OV-SM-NUM TO SEQ5_SALES_MAN_NUM_FH
               READ SQNC5-FILE
                   INVALID KEY
                       MOVE SPACES TO SEQ5_SALES_MAN_NAME_FH
               END-READ
               CLOSE SQNC5-FILE
           END-IF

           MOVE "==============================================="
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "COMMISSION STATEMENT - " CST-OV-SM-NUM
               " " SEQ5_SALES_MAN_NAME_FH
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE "-----------------------------------------------"
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           PERFORM LIST-STATEMENT-OVERRIDES
           MOVE CST-OVERRIDE TO CST-AMT-OUT
           STRING "NET PAYABLE:       " CST-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE "==============================================="
               TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY "OVERRIDE STATEMENT SPOOLED FOR " CST-OV-SM-NUM.

           EXIT PARAGRAPH.

       LIST-STATEMENT-DRAWS.
           MOVE ZERO TO CST-DRAWS
           MOVE "N" TO CST-DRAW-EOF

           EXIT PARAGRAPH.

      *APPROVED ADJUSTMENTS PAYING IN THE STATEMENT PERIOD - PENDING
      *ONES ARE LEFT OFF UNTIL A SUPERVISOR SIGNS THEM
       LIST-STATEMENT-ADJUSTMENTS.
           MOVE ZERO TO CST-ADJUSTMENTS
           MOVE "N" TO CST-AJ-EOF
           OPEN INPUT COMMADJ-FILE
           IF WS-COMMADJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CST-AJ-EOF = "Y"
               READ COMMADJ-FILE
                   AT END
                       MOVE "Y" TO CST-AJ-EOF
                   NOT AT END
                       IF AJ-SM-NUM = SEL8_SM_NUM_FH AND
-                          AJ-PERIOD = CST-PERIOD AND
-                          AJ-STATUS = "APPROVED"
                           ADD AJ-AMOUNT TO CST-ADJUSTMENTS
                           MOVE AJ-AMOUNT TO CST-AMT-OUT
                           STRING "  ADJUSTMENT " AJ-ADJ-NUM " "
                               AJ-REASON " INV " AJ-INVOICE-NUM " "
                               CST-AMT-OUT
                               DELIMITED BY SIZE INTO WS-SPOOL-LINE
                           PERFORM SPOOL-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMADJ-FILE
           IF CST-ADJUSTMENTS NOT = ZERO
               MOVE CST-ADJUSTMENTS TO CST-AMT-OUT
               STRING "ADJUSTMENTS:       " CST-AMT-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF.

           EXIT PARAGRAPH.

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".
