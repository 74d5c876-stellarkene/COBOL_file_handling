      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYABLES-AGING.

      *====================================================
      * Stand-alone utility: ages the accounts-payable invoice
      * file (apinv.dat, built by VENDOR-INVOICE) by vendor as
      * of a keyed date - the payables side of
      * RECEIVABLES-AGING. Each vendor gets one line with what
      * is approved and was unpaid on that date (a line paid
      * after the as-of date still counts), bucketed by days past
      * the line's due date - CURRENT (not yet due) / 1-30 /
      * 31-60 / 61-90 / 90+ days late - plus column totals at
      * the foot, written to the report spool. Lines still on
      * hold are not owed until released; their total is shown
      * under the aging on its own. Run on demand from the
      * command line; it is not wired into FH-MAIN-MENU since
      * it is a reporting tool, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "apinv-select.cpy".
           COPY "vendor-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "apinv-rec.cpy".
           COPY "vendor-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  APG-ASOF-DATE                   PIC 9(8).
       01  APG-ASOF-INT                    PIC S9(9).
       01  APG-DUE-INT                     PIC S9(9).
       01  APG-DAYS                        PIC S9(5).
       01  APG-EOF                         PIC X VALUE "N".
       01  APG-IDX                         PIC 9(3).
       01  APG-VEND-COUNT                  PIC 9(3) VALUE 0.
       01  APG-FOUND                       PIC X.
       01  APG-TOT-CURRENT                 PIC S9(12)V99 VALUE 0.
       01  APG-TOT-30                      PIC S9(12)V99 VALUE 0.
       01  APG-TOT-60                      PIC S9(12)V99 VALUE 0.
       01  APG-TOT-90                      PIC S9(12)V99 VALUE 0.
       01  APG-TOT-OVER                    PIC S9(12)V99 VALUE 0.
       01  APG-TOT-BAL                     PIC S9(12)V99 VALUE 0.
       01  APG-TOT-HOLD                    PIC S9(12)V99 VALUE 0.
       01  APG-HOLD-COUNT                  PIC 9(5) VALUE 0.
       01  APG-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  APG-LINE-CUR                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  APG-LINE-30                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  APG-LINE-60                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  APG-LINE-90                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  APG-LINE-OVER                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  APG-SPL-CUR                     PIC ZZ,ZZZ,ZZ9.99-.
       01  APG-SPL-30                      PIC ZZ,ZZZ,ZZ9.99-.
       01  APG-SPL-60                      PIC ZZ,ZZZ,ZZ9.99-.
       01  APG-SPL-90                      PIC ZZ,ZZZ,ZZ9.99-.
       01  APG-SPL-OVER                    PIC ZZ,ZZZ,ZZ9.99-.
       01  APG-VEND-TABLE.
           05  APG-VEND-ENTRY              OCCURS 200 TIMES.
               10  APG-VT-VENDOR           PIC X(10).
               10  APG-VT-CURRENT          PIC S9(12)V99.
               10  APG-VT-30               PIC S9(12)V99.
               10  APG-VT-60               PIC S9(12)V99.
               10  APG-VT-90               PIC S9(12)V99.
               10  APG-VT-OVER             PIC S9(12)V99.
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "PAYABLES-AGING" TO
               WS-RUNLOG-PROGRAM-ID.

           DISPLAY "AGE AS OF DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT APG-ASOF-DATE.
           COMPUTE APG-ASOF-INT =
               FUNCTION INTEGER-OF-DATE(APG-ASOF-DATE).

           OPEN INPUT APINV-FILE.
           IF WS-APINV-STATUS NOT = "00"
               DISPLAY "NO VENDOR INVOICES ON FILE - ENTER THEM "
-                  "THROUGH VENDOR-INVOICE FIRST"
               GOBACK
           END-IF.

           PERFORM UNTIL APG-EOF = "Y"
               READ APINV-FILE
                   AT END
                       MOVE "Y" TO APG-EOF
                   NOT AT END
                       IF AI-INV-DATE <= APG-ASOF-DATE
                           IF AI-STATUS = "APPROVED"
                               PERFORM AGE-ONE-AP-LINE
                           END-IF
                           IF AI-STATUS = "PAID"
                               AND AI-PAID-DATE > APG-ASOF-DATE
                               PERFORM AGE-ONE-AP-LINE
                           END-IF
                           IF AI-STATUS = "HOLD"
                               ADD 1 TO APG-HOLD-COUNT
                               ADD AI-AMOUNT TO APG-TOT-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APINV-FILE.

           MOVE "AP-AGING" TO WS-SPOOL-NAME.
           PERFORM SPOOL-OPEN-REPORT.

           DISPLAY SPACE.
           DISPLAY "######### PAYABLES AGING AS OF "
-              APG-ASOF-DATE " #########".
           DISPLAY "VENDOR     NAME                      CURRENT"
-              "         1-30 LATE        31-60 LATE        "
-              "61-90 LATE          90+ LATE".
           STRING "PAYABLES AGING AS OF " APG-ASOF-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM SPOOL-WRITE-LINE.

           PERFORM PRINT-ONE-AGING-LINE
               VARYING APG-IDX FROM 1 BY 1
               UNTIL APG-IDX > APG-VEND-COUNT.

           COMPUTE APG-TOT-BAL = APG-TOT-CURRENT + APG-TOT-30
               + APG-TOT-60 + APG-TOT-90 + APG-TOT-OVER.
           MOVE APG-TOT-CURRENT TO APG-LINE-CUR.
           MOVE APG-TOT-30 TO APG-LINE-30.
           MOVE APG-TOT-60 TO APG-LINE-60.
           MOVE APG-TOT-90 TO APG-LINE-90.
           MOVE APG-TOT-OVER TO APG-LINE-OVER.
           MOVE APG-TOT-BAL TO APG-AMT-OUT.
           DISPLAY "---------------------------------------------".
           DISPLAY "TOTALS: " APG-LINE-CUR " " APG-LINE-30 " "
               APG-LINE-60 " " APG-LINE-90 " " APG-LINE-OVER.
           DISPLAY "TOTAL PAYABLE: " APG-AMT-OUT.
           STRING "TOTAL PAYABLE: " APG-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM SPOOL-WRITE-LINE.
           IF APG-HOLD-COUNT > ZERO
               MOVE APG-TOT-HOLD TO APG-AMT-OUT
               DISPLAY APG-HOLD-COUNT " LINE(S) ON HOLD, NOT AGED: "
                   APG-AMT-OUT
               STRING APG-HOLD-COUNT " LINE(S) ON HOLD, NOT AGED: "
                   APG-AMT-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF.
           DISPLAY "#############################################".
           PERFORM SPOOL-CLOSE-REPORT.

           MOVE "PAYABLES-AGING" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *APG-DAYS IS DAYS PAST DUE - ZERO OR LESS IS CURRENT
       AGE-ONE-AP-LINE.
           IF AI-DUE-DATE IS NUMERIC AND AI-DUE-DATE > ZERO
               COMPUTE APG-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(AI-DUE-DATE)
           ELSE
               COMPUTE APG-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(AI-INV-DATE)
           END-IF
           COMPUTE APG-DAYS = APG-ASOF-INT - APG-DUE-INT

           MOVE "N" TO APG-FOUND
           PERFORM VARYING APG-IDX FROM 1 BY 1
               UNTIL APG-IDX > APG-VEND-COUNT
               IF APG-VT-VENDOR(APG-IDX) = AI-VENDOR
                   MOVE "Y" TO APG-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF APG-FOUND = "N"
               IF APG-VEND-COUNT >= 200
                   DISPLAY "MORE THAN 200 VENDORS WITH OPEN "
-                      "INVOICES - REPORT TRUNCATED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO APG-VEND-COUNT
               MOVE APG-VEND-COUNT TO APG-IDX
               MOVE AI-VENDOR TO APG-VT-VENDOR(APG-IDX)
               MOVE ZERO TO APG-VT-CURRENT(APG-IDX)
               MOVE ZERO TO APG-VT-30(APG-IDX)
               MOVE ZERO TO APG-VT-60(APG-IDX)
               MOVE ZERO TO APG-VT-90(APG-IDX)
               MOVE ZERO TO APG-VT-OVER(APG-IDX)
           END-IF

           EVALUATE TRUE
               WHEN APG-DAYS <= 0
                   ADD AI-AMOUNT TO APG-VT-CURRENT(APG-IDX)
                   ADD AI-AMOUNT TO APG-TOT-CURRENT
               WHEN APG-DAYS <= 30
                   ADD AI-AMOUNT TO APG-VT-30(APG-IDX)
                   ADD AI-AMOUNT TO APG-TOT-30
               WHEN APG-DAYS <= 60
                   ADD AI-AMOUNT TO APG-VT-60(APG-IDX)
                   ADD AI-AMOUNT TO APG-TOT-60
               WHEN APG-DAYS <= 90
                   ADD AI-AMOUNT TO APG-VT-90(APG-IDX)
                   ADD AI-AMOUNT TO APG-TOT-90
               WHEN OTHER
                   ADD AI-AMOUNT TO APG-VT-OVER(APG-IDX)
                   ADD AI-AMOUNT TO APG-TOT-OVER
           END-EVALUATE.

           EXIT PARAGRAPH.

       PRINT-ONE-AGING-LINE.
           MOVE "VENDOR?" TO VN-NAME
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS = "00"
               MOVE APG-VT-VENDOR(APG-IDX) TO VN-CODE
               READ VENDOR-FILE
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO VN-NAME
               END-READ
               CLOSE VENDOR-FILE
           ELSE
               MOVE SPACES TO VN-NAME
           END-IF

           MOVE APG-VT-CURRENT(APG-IDX) TO APG-LINE-CUR
           MOVE APG-VT-30(APG-IDX) TO APG-LINE-30
           MOVE APG-VT-60(APG-IDX) TO APG-LINE-60
           MOVE APG-VT-90(APG-IDX) TO APG-LINE-90
           MOVE APG-VT-OVER(APG-IDX) TO APG-LINE-OVER
           DISPLAY APG-VT-VENDOR(APG-IDX) " " VN-NAME(1:20)
               " " APG-LINE-CUR " " APG-LINE-30 " "
               APG-LINE-60 " " APG-LINE-90 " " APG-LINE-OVER
           MOVE APG-VT-CURRENT(APG-IDX) TO APG-SPL-CUR
           MOVE APG-VT-30(APG-IDX) TO APG-SPL-30
           MOVE APG-VT-60(APG-IDX) TO APG-SPL-60
           MOVE APG-VT-90(APG-IDX) TO APG-SPL-90
           MOVE APG-VT-OVER(APG-IDX) TO APG-SPL-OVER
           STRING APG-VT-VENDOR(APG-IDX) APG-SPL-CUR APG-SPL-30
               APG-SPL-60 APG-SPL-90 APG-SPL-OVER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
