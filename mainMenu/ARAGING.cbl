      * Stand-alone utility: ages the open-item receivables
      * ledger (openitem.dat, built by PAYMENT-ENTRY) by
      * customer number as of a keyed date. Each customer
      * gets one line with the open balance bucketed by days
      * past the item's due date - CURRENT (not yet due) /
      * 1-30 / 31-60 / 61-90 / 90+ days late - plus column
      * totals at the foot, written to the report spool for
      * collections. The due date comes from the customer's
      * payment terms (OI-DUE-DATE); an item cut before terms
      * were tracked falls due on its invoice date. Run on
      * demand from the command line; it is not wired into
      * FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
       WORKING-STORAGE SECTION.
       01  AGE-ASOF-DATE                   PIC 9(8).
       01  AGE-ASOF-INT                    PIC S9(9).
       01  AGE-DUE-INT                     PIC S9(9).
       01  AGE-DUE-DATE                    PIC 9(8).
       01  AGE-DAYS                        PIC S9(5).
       01  AGE-EOF                         PIC X VALUE "N".
       01  AGE-IDX                         PIC 9(3).
       01  AGE-TOT-30                      PIC S9(12)V99 VALUE 0.
       01  AGE-TOT-60                      PIC S9(12)V99 VALUE 0.
       01  AGE-TOT-90                      PIC S9(12)V99 VALUE 0.
       01  AGE-TOT-OVER                    PIC S9(12)V99 VALUE 0.
       01  AGE-TOT-BAL                     PIC S9(12)V99 VALUE 0.
       01  AGE-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  AGE-LINE-CUR                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  AGE-LINE-30                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  AGE-LINE-60                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  AGE-LINE-90                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  AGE-LINE-OVER                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  AGE-SPL-CUR                     PIC ZZ,ZZZ,ZZ9.99-.
       01  AGE-SPL-30                      PIC ZZ,ZZZ,ZZ9.99-.
       01  AGE-SPL-60                      PIC ZZ,ZZZ,ZZ9.99-.
       01  AGE-SPL-90                      PIC ZZ,ZZZ,ZZ9.99-.
       01  AGE-SPL-OVER                    PIC ZZ,ZZZ,ZZ9.99-.
       01  AGE-CUST-TABLE.
           05  AGE-CUST-ENTRY              OCCURS 200 TIMES.
               10  AGE-CT-CUST             PIC X(8).
               10  AGE-CT-30               PIC S9(12)V99.
               10  AGE-CT-60               PIC S9(12)V99.
               10  AGE-CT-90               PIC S9(12)V99.
               10  AGE-CT-OVER             PIC S9(12)V99.
           COPY "ws-vars.cpy".


           DISPLAY "######### RECEIVABLES AGING AS OF "
-              AGE-ASOF-DATE " #########".
           DISPLAY "CUSTOMER  NAME                      CURRENT"
-              "         1-30 LATE        31-60 LATE        "
-              "61-90 LATE          90+ LATE".
           STRING "RECEIVABLES AGING AS OF " AGE-ASOF-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           PERFORM SPOOL-WRITE-LINE.
               UNTIL AGE-IDX > AGE-CUST-COUNT.

           COMPUTE AGE-TOT-BAL = AGE-TOT-CURRENT + AGE-TOT-30
               + AGE-TOT-60 + AGE-TOT-90 + AGE-TOT-OVER.
           MOVE AGE-TOT-CURRENT TO AGE-LINE-CUR.
           MOVE AGE-TOT-30 TO AGE-LINE-30.
           MOVE AGE-TOT-60 TO AGE-LINE-60.
           MOVE AGE-TOT-90 TO AGE-LINE-90.
           MOVE AGE-TOT-OVER TO AGE-LINE-OVER.
           MOVE AGE-TOT-BAL TO AGE-AMT-OUT.
           DISPLAY "---------------------------------------------".
           DISPLAY "TOTALS: " AGE-LINE-CUR " " AGE-LINE-30 " "
               AGE-LINE-60 " " AGE-LINE-90 " " AGE-LINE-OVER.
           DISPLAY "TOTAL RECEIVABLE: " AGE-AMT-OUT.
           DISPLAY "#############################################".
           STRING "TOTAL RECEIVABLE: " AGE-AMT-OUT

           GOBACK.

      *AGE-DAYS IS DAYS PAST DUE - ZERO OR LESS IS CURRENT
       AGE-ONE-OPEN-ITEM.
           IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > ZERO
               MOVE OI-DUE-DATE TO AGE-DUE-DATE
           ELSE
               MOVE OI-INV-DATE TO AGE-DUE-DATE
           END-IF
           COMPUTE AGE-DUE-INT =
               FUNCTION INTEGER-OF-DATE(AGE-DUE-DATE)
           COMPUTE AGE-DAYS = AGE-ASOF-INT - AGE-DUE-INT

           MOVE "N" TO AGE-FOUND
           PERFORM VARYING AGE-IDX FROM 1 BY 1
               MOVE ZERO TO AGE-CT-30(AGE-IDX)
               MOVE ZERO TO AGE-CT-60(AGE-IDX)
               MOVE ZERO TO AGE-CT-90(AGE-IDX)
               MOVE ZERO TO AGE-CT-OVER(AGE-IDX)
           END-IF

           EVALUATE TRUE
               WHEN AGE-DAYS <= 0
                   ADD OI-BALANCE TO AGE-CT-CURRENT(AGE-IDX)
                   ADD OI-BALANCE TO AGE-TOT-CURRENT
               WHEN AGE-DAYS <= 30
                   ADD OI-BALANCE TO AGE-CT-30(AGE-IDX)
                   ADD OI-BALANCE TO AGE-TOT-30
               WHEN AGE-DAYS <= 60
                   ADD OI-BALANCE TO AGE-CT-60(AGE-IDX)
                   ADD OI-BALANCE TO AGE-TOT-60
               WHEN AGE-DAYS <= 90
                   ADD OI-BALANCE TO AGE-CT-90(AGE-IDX)
                   ADD OI-BALANCE TO AGE-TOT-90
               WHEN OTHER
                   ADD OI-BALANCE TO AGE-CT-OVER(AGE-IDX)
                   ADD OI-BALANCE TO AGE-TOT-OVER
           END-EVALUATE.

           EXIT PARAGRAPH.
           MOVE AGE-CT-30(AGE-IDX) TO AGE-LINE-30
           MOVE AGE-CT-60(AGE-IDX) TO AGE-LINE-60
           MOVE AGE-CT-90(AGE-IDX) TO AGE-LINE-90
           MOVE AGE-CT-OVER(AGE-IDX) TO AGE-LINE-OVER
           DISPLAY AGE-CT-CUST(AGE-IDX) " " CU-CUST-NAME(1:20)
               " " AGE-LINE-CUR " " AGE-LINE-30 " "
               AGE-LINE-60 " " AGE-LINE-90 " " AGE-LINE-OVER
           MOVE AGE-CT-CURRENT(AGE-IDX) TO AGE-SPL-CUR
           MOVE AGE-CT-30(AGE-IDX) TO AGE-SPL-30
           MOVE AGE-CT-60(AGE-IDX) TO AGE-SPL-60
           MOVE AGE-CT-90(AGE-IDX) TO AGE-SPL-90
           MOVE AGE-CT-OVER(AGE-IDX) TO AGE-SPL-OVER
           STRING AGE-CT-CUST(AGE-IDX) AGE-SPL-CUR AGE-SPL-30
               AGE-SPL-60 AGE-SPL-90 AGE-SPL-OVER
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

