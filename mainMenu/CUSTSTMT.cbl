      * SEL8_CUST_NUM_FH inside a date range, in the same
      * paginated style as the sel_8 history report, with a
      * statement total at the bottom. The customer's name and
      * terms come from the customer master. Bad-debt
      * write-offs approved for the customer inside the range
      * (writeoff.dat, see BAD-DEBT-WRITEOFF) are listed under
      * the total. Run on demand from
      * the command line; it is not wired into FH-MAIN-MENU
      * since it is a reporting tool, not a calculation.
      *====================================================
               FILE-CONTROL.
           COPY "sel8-select.cpy".
           COPY "cust-select.cpy".
           COPY "writeoff-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
           COPY "operator-field.cpy".

           COPY "cust-rec.cpy".
           COPY "writeoff-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  STM-PAGE-LINE-COUNT             PIC 9(2) VALUE 0.
       01  STM-PAGE-NUM                    PIC 9(3) VALUE 0.
       01  STM-CONTINUE                    PIC X.
       01  STM-WO-COUNT                    PIC 9(5) VALUE 0.
       01  STM-WO-TOTAL                    PIC S9(12)V99 VALUE 0.
       01  STM-WO-DATE                     PIC 9(8).
       01  SEL8-FILE-STATUS                PIC XX.
           COPY "ws-vars.cpy".

               DISPLAY "AMOUNT DUE:   " STM-TOTAL-OUT
               DISPLAY "TERMS:        " CU-TERMS
               DISPLAY "==================================="
               PERFORM LIST-STATEMENT-WRITEOFFS
           END-IF.

           MOVE "CUSTOMER-STATEMENT" TO WS-RUNLOG-PROGRAM-ID.

           EXIT PARAGRAPH.

      *WRITE-OFFS ARE DATED BY THEIR APPROVAL, THE DAY THE
      *BALANCE LEFT THE LEDGER
       LIST-STATEMENT-WRITEOFFS.
           OPEN INPUT WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO STM-EOF
           PERFORM UNTIL STM-EOF = "Y"
               READ WRITEOFF-FILE
                   AT END
                       MOVE "Y" TO STM-EOF
                   NOT AT END
                       IF WO-STATUS = "APPROVED" AND
-                         WO-CUST-NUM = STM-CUST-NUM AND
-                         WO-APPR-DATE IS NUMERIC
                           MOVE WO-APPR-DATE TO STM-WO-DATE
                           IF STM-WO-DATE >= STM-DATE-START AND
-                             STM-WO-DATE <= STM-DATE-END
                               ADD 1 TO STM-WO-COUNT
                               ADD WO-AMOUNT TO STM-WO-TOTAL
                               MOVE WO-AMOUNT TO STM-TOTAL-OUT
                               DISPLAY "WRITTEN OFF " STM-WO-DATE
                                   " INVOICE " WO-INVOICE-NUM " "
                                   STM-TOTAL-OUT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITEOFF-FILE
           IF STM-WO-COUNT > 0
               MOVE STM-WO-TOTAL TO STM-TOTAL-OUT
               DISPLAY "BAD-DEBT WRITE-OFFS: " STM-WO-COUNT
                   " TOTAL " STM-TOTAL-OUT
               DISPLAY "==================================="
           END-IF.

           EXIT PARAGRAPH.

       DISPLAY-STM-PAGE-HEADER.
           ADD 1 TO STM-PAGE-NUM
           MOVE ZERO TO STM-PAGE-LINE-COUNT
