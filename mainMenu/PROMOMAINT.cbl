      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTION-MAINT.

      *====================================================
      * Stand-alone utility: maintains the promotion master
      * (promo.dat) - campaign code, item or item range,
      * percent or fixed discount, start and end dates and an
      * optional minimum quantity. REVISED-SALESMAN-INFO
      * applies a campaign in effect on its own
      * (promo-price.cpy) and stamps the code and the discount
      * given on the sel_8.dat row, so promotions stop going
      * through the price override. The results report for a
      * campaign totals units, revenue, discount given away
      * and margin (PM-UNIT-COST, as GROSS-MARGIN-REPORT
      * prices it) for the item range over the campaign, and
      * sets the same figures for the same number of days just
      * before it alongside, to the report spool. Adding a
      * campaign is a price decision and needs the supervisor
      * role. Run on demand from the command line; it is not
      * wired into FH-MAIN-MENU since it is housekeeping, not
      * a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "promo-select.cpy".
           COPY "sel8-select.cpy".
           COPY "prod-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "promo-rec.cpy".

           FD SEL8-FILE.
           COPY "sel8-rec.cpy".
           COPY "operator-field.cpy".

           COPY "prod-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  PRM-CHOICE                      PIC 9.
       01  PRM-CODE                        PIC X(6).
       01  PRM-FOUND                       PIC X.
       01  PRM-EOF                         PIC X VALUE "N".
       01  PRM-COUNT                       PIC 9(5).
       01  PRM-TODAY                       PIC 9(8).
       01  PRM-STATE                       PIC X(7).
       01  PRM-VALUE-OUT                   PIC ZZ,ZZ9.99.
       01  PRM-MIN-OUT                     PIC ZZ,ZZ9.99.
       01  SEL8-FILE-STATUS                PIC XX.
       01  PRM-ITEM-FROM                   PIC X(8).
       01  PRM-ITEM-TO                     PIC X(8).
       01  PRM-START                       PIC 9(8).
       01  PRM-END                         PIC 9(8).
       01  PRM-DAYS                        PIC 9(5).
       01  PRM-PRIOR-START                 PIC 9(8).
       01  PRM-PRIOR-END                   PIC 9(8).
       01  PRM-ROW-UNITS                   PIC S9(7)V99.
       01  PRM-ROW-SALES                   PIC S9(12)V99.
       01  PRM-ROW-DISC                    PIC 9(7)V99.
       01  PRM-ROW-COST                    PIC 9(5)V99.
       01  PRM-NOCOST-COUNT                PIC 9(5) VALUE 0.
      * Subscript 1 is the campaign, 2 the same number of days
      * immediately before it
       01  PRM-TOTALS.
           05  PRM-TOTAL-ENTRY             OCCURS 2 TIMES.
               10  PRM-T-ROWS              PIC 9(5).
               10  PRM-T-UNITS             PIC S9(9)V99.
               10  PRM-T-SALES             PIC S9(12)V99.
               10  PRM-T-DISC              PIC S9(12)V99.
               10  PRM-T-MARGIN            PIC S9(12)V99.
       01  PRM-W                           PIC 9.
       01  PRM-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  PRM-AMT2-OUT                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  PRM-LABEL                       PIC X(18).
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "PROMOTION-MAINT" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL PRM-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "   PROMOTION CAMPAIGNS     "
               DISPLAY "==========================="
               DISPLAY "1 - ADD A PROMOTION"
               DISPLAY "2 - LIST PROMOTIONS"
               DISPLAY "3 - PROMOTION RESULTS (SPOOLED)"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT PRM-CHOICE

               EVALUATE PRM-CHOICE
                   WHEN 1
                       PERFORM ADD-PROMOTION
                   WHEN 2
                       PERFORM LIST-PROMOTIONS
                   WHEN 3
                       PERFORM PRINT-PROMOTION-RESULTS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "PROMOTION-MAINT" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *A CAMPAIGN CHANGES THE PRICE OF RECORD FOR EVERY SALE OF
      *THE RANGE, SO IT TAKES THE SAME AUTHORITY AS AN OVERRIDE
       ADD-PROMOTION.
           MOVE "PROMO-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "PROMOTION-MAINT" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER PROMOTION CODE: " WITH NO ADVANCING
           ACCEPT PRM-CODE
           IF PRM-CODE = SPACES
               DISPLAY "PROMOTION CODE IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PROMOTION
           IF PRM-FOUND = "Y"
               DISPLAY "PROMOTION " PRM-CODE " ALREADY ON FILE - "
-                  "NOT ADDED"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PROMO-RECORD
           MOVE PRM-CODE TO PR-CODE
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING
           ACCEPT PR-DESC
           DISPLAY "FIRST ITEM CODE: " WITH NO ADVANCING
           ACCEPT PR-ITEM-FROM
           DISPLAY "LAST ITEM CODE (BLANK = SAME ITEM): "
               WITH NO ADVANCING
           ACCEPT PR-ITEM-TO
           IF PR-ITEM-TO = SPACES
               MOVE PR-ITEM-FROM TO PR-ITEM-TO
           END-IF
           IF PR-ITEM-FROM = SPACES OR PR-ITEM-TO < PR-ITEM-FROM
               DISPLAY "ITEM RANGE IS EMPTY - PROMOTION NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(P)ERCENT OFF OR (F)IXED AMOUNT OFF PER UNIT: "
               WITH NO ADVANCING
           ACCEPT PR-DISC-TYPE
           IF PR-DISC-TYPE = "p"
               MOVE "P" TO PR-DISC-TYPE
           END-IF
           IF PR-DISC-TYPE = "f"
               MOVE "F" TO PR-DISC-TYPE
           END-IF
           IF NOT PR-PERCENT-OFF AND NOT PR-FIXED-OFF
               DISPLAY "DISCOUNT TYPE MUST BE P OR F - PROMOTION "
-                  "NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DISCOUNT VALUE: " WITH NO ADVANCING
           ACCEPT PR-DISC-VALUE
           IF PR-DISC-VALUE = ZERO OR
-             (PR-PERCENT-OFF AND PR-DISC-VALUE > 100)
               DISPLAY "DISCOUNT VALUE OUT OF RANGE - PROMOTION "
-                  "NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "START DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT PR-START-DATE
           DISPLAY "END DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT PR-END-DATE
           IF PR-END-DATE < PR-START-DATE
               DISPLAY "END DATE IS BEFORE START DATE - PROMOTION "
-                  "NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MINIMUM QUANTITY (0 = NONE): " WITH NO ADVANCING
           ACCEPT PR-MIN-QTY
           MOVE WS-FH-OPERATOR-ID TO PR-OPERATOR-ID

           OPEN EXTEND PROMO-FILE
           IF WS-PROMO-STATUS = "35"
               OPEN OUTPUT PROMO-FILE
           END-IF
           IF WS-PROMO-STATUS NOT = "00" AND NOT = "05"
               MOVE "PROMO-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-PROMO-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           WRITE PROMO-RECORD
           CLOSE PROMO-FILE
           DISPLAY "PROMOTION " PRM-CODE " ADDED".

           EXIT PARAGRAPH.

      *LEAVES THE CAMPAIGN IN PROMO-RECORD WHEN IT IS FOUND
       FIND-PROMOTION.
           MOVE "N" TO PRM-FOUND
           MOVE "N" TO PRM-EOF
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PRM-EOF = "Y"
               READ PROMO-FILE
                   AT END
                       MOVE "Y" TO PRM-EOF
                   NOT AT END
                       IF PR-CODE = PRM-CODE
                           MOVE "Y" TO PRM-FOUND
                           MOVE "Y" TO PRM-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMO-FILE.

           EXIT PARAGRAPH.

       LIST-PROMOTIONS.
           ACCEPT PRM-TODAY FROM DATE YYYYMMDD
           MOVE "N" TO PRM-EOF
           MOVE ZERO TO PRM-COUNT
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-STATUS NOT = "00"
               DISPLAY "NO PROMOTION FILE ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PRM-EOF = "Y"
               READ PROMO-FILE
                   AT END
                       MOVE "Y" TO PRM-EOF
                   NOT AT END
                       ADD 1 TO PRM-COUNT
                       PERFORM SET-PROMOTION-STATE
                       MOVE PR-DISC-VALUE TO PRM-VALUE-OUT
                       MOVE PR-MIN-QTY TO PRM-MIN-OUT
                       DISPLAY PR-CODE " " PR-DESC " " PRM-STATE
                       DISPLAY "    ITEMS " PR-ITEM-FROM " - "
                           PR-ITEM-TO " " PR-DISC-TYPE
                           PRM-VALUE-OUT " MIN " PRM-MIN-OUT
                       DISPLAY "    " PR-START-DATE " TO "
                           PR-END-DATE
               END-READ
           END-PERFORM
           CLOSE PROMO-FILE
           DISPLAY PRM-COUNT " PROMOTION(S) ON FILE".

           EXIT PARAGRAPH.

       SET-PROMOTION-STATE.
           EVALUATE TRUE
               WHEN PR-START-DATE > PRM-TODAY
                   MOVE "FUTURE" TO PRM-STATE
               WHEN PR-END-DATE < PRM-TODAY
                   MOVE "ENDED" TO PRM-STATE
               WHEN OTHER
                   MOVE "RUNNING" TO PRM-STATE
           END-EVALUATE.

           EXIT PARAGRAPH.

      *THE CAMPAIGN AGAINST THE SAME NUMBER OF DAYS JUST BEFORE
      *IT, SAME ITEM RANGE, SO MARKETING SEES WHAT THE DISCOUNT
      *ACTUALLY BOUGHT
       PRINT-PROMOTION-RESULTS.
           DISPLAY "ENTER PROMOTION CODE: " WITH NO ADVANCING
           ACCEPT PRM-CODE
           PERFORM FIND-PROMOTION
           IF PRM-FOUND NOT = "Y"
               DISPLAY "PROMOTION NOT ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE PR-ITEM-FROM TO PRM-ITEM-FROM
           MOVE PR-ITEM-TO TO PRM-ITEM-TO
           MOVE PR-START-DATE TO PRM-START
           MOVE PR-END-DATE TO PRM-END
           COMPUTE PRM-DAYS =
               FUNCTION INTEGER-OF-DATE(PRM-END) -
               FUNCTION INTEGER-OF-DATE(PRM-START) + 1
           COMPUTE PRM-PRIOR-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PRM-START) - PRM-DAYS)
           COMPUTE PRM-PRIOR-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PRM-START) - 1)
           INITIALIZE PRM-TOTALS
           MOVE ZERO TO PRM-NOCOST-COUNT

           OPEN INPUT SEL8-FILE
           IF SEL8-FILE-STATUS NOT = "00"
               MOVE "SEL8-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE SEL8-FILE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROD-FILE
           MOVE "N" TO PRM-EOF
           MOVE LOW-VALUES TO SEL8_SM_NUM_FH
           START SEL8-FILE KEY IS NOT LESS THAN SEL8_SM_NUM_FH
               INVALID KEY
                   MOVE "Y" TO PRM-EOF
           END-START
           PERFORM UNTIL PRM-EOF = "Y"
               READ SEL8-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PRM-EOF
                   NOT AT END
                       PERFORM TALLY-PROMOTION-ROW
               END-READ
           END-PERFORM
           CLOSE SEL8-FILE
           IF WS-PROD-FILE-STATUS = "00"
               CLOSE PROD-FILE
           END-IF

           MOVE "PROMOTION-RESULTS" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           DISPLAY "##### PROMOTION " PRM-CODE " RESULTS #####"
           STRING "PROMOTION " PRM-CODE " " PR-DESC " ITEMS "
               PRM-ITEM-FROM "-" PRM-ITEM-TO
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY "CAMPAIGN " PRM-START " - " PRM-END
               "  BEFORE " PRM-PRIOR-START " - " PRM-PRIOR-END
           STRING "CAMPAIGN " PRM-START "-" PRM-END " BEFORE "
               PRM-PRIOR-START "-" PRM-PRIOR-END
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "                       CAMPAIGN"
               "            BEFORE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE

           MOVE "TRANSACTIONS" TO PRM-LABEL
           MOVE PRM-T-ROWS(1) TO PRM-AMT-OUT
           MOVE PRM-T-ROWS(2) TO PRM-AMT2-OUT
           PERFORM WRITE-RESULT-LINE
           MOVE "UNITS" TO PRM-LABEL
           MOVE PRM-T-UNITS(1) TO PRM-AMT-OUT
           MOVE PRM-T-UNITS(2) TO PRM-AMT2-OUT
           PERFORM WRITE-RESULT-LINE
           MOVE "REVENUE" TO PRM-LABEL
           MOVE PRM-T-SALES(1) TO PRM-AMT-OUT
           MOVE PRM-T-SALES(2) TO PRM-AMT2-OUT
           PERFORM WRITE-RESULT-LINE
           MOVE "DISCOUNT GIVEN" TO PRM-LABEL
           MOVE PRM-T-DISC(1) TO PRM-AMT-OUT
           MOVE PRM-T-DISC(2) TO PRM-AMT2-OUT
           PERFORM WRITE-RESULT-LINE
           MOVE "MARGIN" TO PRM-LABEL
           MOVE PRM-T-MARGIN(1) TO PRM-AMT-OUT
           MOVE PRM-T-MARGIN(2) TO PRM-AMT2-OUT
           PERFORM WRITE-RESULT-LINE

           IF PRM-NOCOST-COUNT > ZERO
               DISPLAY PRM-NOCOST-COUNT " ROW(S) WITH NO ITEM COST "
                   "- MARGIN TAKEN AT FULL REVENUE"
               STRING PRM-NOCOST-COUNT " ROW(S) WITH NO ITEM COST "
                   "- MARGIN TAKEN AT FULL REVENUE"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       TALLY-PROMOTION-ROW.
           IF SEL8_ITEM_CODE_FH < PRM-ITEM-FROM OR
-             SEL8_ITEM_CODE_FH > PRM-ITEM-TO OR
-             SEL8_ITEM_CODE_FH = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN SEL8_DATE_FH >= PRM-START AND
-                   SEL8_DATE_FH <= PRM-END
                   MOVE 1 TO PRM-W
               WHEN SEL8_DATE_FH >= PRM-PRIOR-START AND
-                   SEL8_DATE_FH <= PRM-PRIOR-END
                   MOVE 2 TO PRM-W
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SEL8_UNIT_SOLD_FH TO PRM-ROW-UNITS
           MOVE SEL8_SALES_OUT_FH TO PRM-ROW-SALES
           MOVE ZERO TO PRM-ROW-DISC
           IF SEL8_PROMO_CODE_FH = PRM-CODE AND
-             SEL8_PROMO_DISC_FH IS NUMERIC
               MOVE SEL8_PROMO_DISC_FH TO PRM-ROW-DISC
           END-IF
           MOVE ZERO TO PRM-ROW-COST
           IF WS-PROD-FILE-STATUS = "00" OR
-             WS-PROD-FILE-STATUS = "23"
               MOVE SEL8_ITEM_CODE_FH TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-UNIT-COST TO PRM-ROW-COST
               END-READ
           END-IF
           IF PRM-ROW-COST = ZERO
               ADD 1 TO PRM-NOCOST-COUNT
           END-IF
           ADD 1 TO PRM-T-ROWS(PRM-W)
           ADD PRM-ROW-UNITS TO PRM-T-UNITS(PRM-W)
           ADD PRM-ROW-SALES TO PRM-T-SALES(PRM-W)
           ADD PRM-ROW-DISC TO PRM-T-DISC(PRM-W)
           COMPUTE PRM-T-MARGIN(PRM-W) = PRM-T-MARGIN(PRM-W) +
               PRM-ROW-SALES - PRM-ROW-UNITS * PRM-ROW-COST.

           EXIT PARAGRAPH.

       WRITE-RESULT-LINE.
           DISPLAY PRM-LABEL " " PRM-AMT-OUT " " PRM-AMT2-OUT
           STRING PRM-LABEL " " PRM-AMT-OUT " " PRM-AMT2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
