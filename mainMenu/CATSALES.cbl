      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATEGORY-ANALYSIS.

      *====================================================
      * Stand-alone utility: sales and margin by product
      * category over a keyed date range of sel_8.dat, with
      * the same dates one year earlier beside it. Each row's
      * item is placed through PM-CATEGORY on the product
      * master and rolled up the department / category /
      * sub-category tree (catmast.dat): units, net sales,
      * returns and margin for every sub-category, with
      * subtotals for each category and department and a
      * grand total. Margin is units times (unit price less
      * PM-UNIT-COST), the way GROSS-MARGIN-REPORT prices it;
      * rows whose item carries no cost add no margin and are
      * counted so the cost gets maintained. Items not yet
      * categorized land under their own heading. Written to
      * the report spool. Run on demand from the command
      * line; it is not wired into FH-MAIN-MENU since it is a
      * reporting tool, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "sel8-select.cpy".
           COPY "prod-select.cpy".
           COPY "cat-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD SEL8-FILE.
           COPY "sel8-rec.cpy".
           COPY "operator-field.cpy".

           COPY "prod-rec.cpy".
           COPY "cat-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  CSA-DATE-START                  PIC 9(8).
       01  CSA-DATE-END                    PIC 9(8).
       01  CSA-LY-START                    PIC 9(8).
       01  CSA-LY-END                      PIC 9(8).
       01  CSA-EOF                         PIC X VALUE "N".
       01  CSA-PROD-OPEN                   PIC X VALUE "N".
       01  CSA-CAT-OPEN                    PIC X VALUE "N".
       01  CSA-YR                          PIC 9.
       01  CSA-IDX                         PIC 9(3).
       01  CSA-JDX                         PIC 9(3).
       01  CSA-LVL                         PIC 9.
       01  CSA-FOUND                       PIC X.
       01  CSA-ROW-KEY                     PIC X(12).
       01  CSA-COST                        PIC S9(7)V99.
       01  CSA-UNITS                       PIC S9(7)V99.
       01  CSA-PRICE                       PIC S9(7)V99.
       01  CSA-NET                         PIC S9(12)V99.
       01  CSA-RET                         PIC S9(12)V99.
       01  CSA-MARGIN                      PIC S9(12)V99.
       01  CSA-ROW-COUNT                   PIC 9(5) VALUE 0.
       01  CSA-NOCOST-COUNT                PIC 9(5) VALUE 0.
       01  CSA-DROPPED-COUNT               PIC 9(5) VALUE 0.
       01  CSA-PREV-DEPT                   PIC X(4).
       01  CSA-PREV-CAT                    PIC X(4).
       01  CSA-FIRST                       PIC X.
       01  CSA-NAME                        PIC X(20).
       01  CSA-LABEL                       PIC X(20).
       01  CSA-YR-TAG                      PIC X(3).
       01  CSA-UNITS-OUT                   PIC -ZZZ,ZZ9.99.
       01  CSA-NET-OUT                     PIC ZZZ,ZZZ,ZZ9.99-.
       01  CSA-RET-OUT                     PIC ZZZ,ZZZ,ZZ9.99-.
       01  CSA-MARGIN-OUT                  PIC ZZZ,ZZZ,ZZ9.99-.
       01  CSA-SWAP                        PIC X(114).
       01  SEL8-FILE-STATUS                PIC XX.
      *ONE ROW PER CATEGORY KEY SEEN; YEAR 1 IS THE KEYED RANGE,
      *YEAR 2 THE SAME DATES A YEAR EARLIER
       01  CSA-TAB-COUNT                   PIC 9(3) VALUE 0.
       01  CSA-TABLE.
           05  CSA-ENTRY                   OCCURS 300 TIMES.
               10  CSA-T-KEY.
                   15  CSA-T-DEPT          PIC X(4).
                   15  CSA-T-CAT           PIC X(4).
                   15  CSA-T-SUB           PIC X(4).
               10  CSA-T-YEAR              OCCURS 2 TIMES.
                   15  CSA-T-UNITS         PIC S9(7)V99.
                   15  CSA-T-NET           PIC S9(12)V99.
                   15  CSA-T-RET           PIC S9(12)V99.
                   15  CSA-T-MARGIN        PIC S9(12)V99.
      *LEVEL 1 IS THE LINE BEING PRINTED, 2 THE CATEGORY RUNNING
      *SUBTOTAL, 3 THE DEPARTMENT, 4 THE GRAND TOTAL
       01  CSA-ACC-TABLE.
           05  CSA-ACC                     OCCURS 4 TIMES.
               10  CSA-A-YEAR              OCCURS 2 TIMES.
                   15  CSA-A-UNITS         PIC S9(9)V99.
                   15  CSA-A-NET           PIC S9(12)V99.
                   15  CSA-A-RET           PIC S9(12)V99.
                   15  CSA-A-MARGIN        PIC S9(12)V99.
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "CATEGORY-ANALYSIS" TO
               WS-RUNLOG-PROGRAM-ID.

           DISPLAY "ENTER START DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT CSA-DATE-START.
           DISPLAY "ENTER END DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT CSA-DATE-END.
           IF CSA-DATE-START < 10000 OR CSA-DATE-END < CSA-DATE-START
               DISPLAY "DATE RANGE NOT VALID - NOTHING REPORTED"
               GOBACK
           END-IF.
           COMPUTE CSA-LY-START = CSA-DATE-START - 10000.
           COMPUTE CSA-LY-END = CSA-DATE-END - 10000.

           OPEN INPUT SEL8-FILE.
           IF SEL8-FILE-STATUS NOT = "00"
               MOVE "SEL8-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE SEL8-FILE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               GOBACK
           END-IF.
           OPEN INPUT PROD-FILE.
           IF WS-PROD-FILE-STATUS = "00"
               MOVE "Y" TO CSA-PROD-OPEN
           ELSE
               DISPLAY "NO PRODUCT MASTER ON FILE - EVERY ITEM "
-                  "REPORTS AS UNCATEGORIZED"
           END-IF.
           MOVE LOW-VALUES TO SEL8_SM_NUM_FH.
           START SEL8-FILE KEY IS NOT LESS THAN SEL8_SM_NUM_FH
               INVALID KEY
                   MOVE "Y" TO CSA-EOF
           END-START.
           PERFORM UNTIL CSA-EOF = "Y"
               READ SEL8-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CSA-EOF
                   NOT AT END
                       MOVE ZERO TO CSA-YR
                       IF SEL8_DATE_FH >= CSA-DATE-START AND
-                          SEL8_DATE_FH <= CSA-DATE-END
                           MOVE 1 TO CSA-YR
                       END-IF
                       IF SEL8_DATE_FH >= CSA-LY-START AND
-                          SEL8_DATE_FH <= CSA-LY-END
                           MOVE 2 TO CSA-YR
                       END-IF
                       IF CSA-YR > ZERO
                           PERFORM TALLY-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SEL8-FILE.
           IF CSA-PROD-OPEN = "Y"
               CLOSE PROD-FILE
           END-IF.

           PERFORM SORT-CATEGORY-TABLE.
           PERFORM PRINT-CATEGORY-REPORT.

           MOVE "CATEGORY-ANALYSIS" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

       TALLY-ONE-ROW.
           ADD 1 TO CSA-ROW-COUNT
           MOVE SPACES TO CSA-ROW-KEY
           MOVE ZERO TO CSA-COST
           IF CSA-PROD-OPEN = "Y"
               MOVE SEL8_ITEM_CODE_FH TO PM-ITEM-CODE
               READ PROD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-CATEGORY TO CSA-ROW-KEY
                       MOVE PM-UNIT-COST TO CSA-COST
               END-READ
           END-IF
           MOVE SEL8_UNIT_SOLD_FH TO CSA-UNITS
           MOVE SEL8_UNIT_PRICE_FH TO CSA-PRICE
           MOVE SEL8_SALES_OUT_FH TO CSA-NET
           MOVE SEL8_RETURN_SALES_FH TO CSA-RET
           IF CSA-COST > ZERO
               COMPUTE CSA-MARGIN ROUNDED =
                   CSA-UNITS * (CSA-PRICE - CSA-COST)
           ELSE
               MOVE ZERO TO CSA-MARGIN
               ADD 1 TO CSA-NOCOST-COUNT
           END-IF

           MOVE "N" TO CSA-FOUND
           PERFORM VARYING CSA-IDX FROM 1 BY 1
               UNTIL CSA-IDX > CSA-TAB-COUNT
               IF CSA-T-KEY(CSA-IDX) = CSA-ROW-KEY
                   MOVE "Y" TO CSA-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CSA-FOUND = "N"
               IF CSA-TAB-COUNT < 300
                   ADD 1 TO CSA-TAB-COUNT
                   MOVE CSA-TAB-COUNT TO CSA-IDX
                   INITIALIZE CSA-ENTRY(CSA-IDX)
                   MOVE CSA-ROW-KEY TO CSA-T-KEY(CSA-IDX)
               ELSE
                   ADD 1 TO CSA-DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD CSA-UNITS TO CSA-T-UNITS(CSA-IDX, CSA-YR)
           ADD CSA-NET TO CSA-T-NET(CSA-IDX, CSA-YR)
           ADD CSA-RET TO CSA-T-RET(CSA-IDX, CSA-YR)
           ADD CSA-MARGIN TO CSA-T-MARGIN(CSA-IDX, CSA-YR).

           EXIT PARAGRAPH.

      *ASCENDING BUBBLE SORT BY CATEGORY KEY - KEY ORDER IS TREE
      *ORDER, SO THE PRINT PASS CAN BREAK ON DEPARTMENT/CATEGORY
       SORT-CATEGORY-TABLE.
           PERFORM VARYING CSA-IDX FROM 1 BY 1
               UNTIL CSA-IDX >= CSA-TAB-COUNT
               PERFORM VARYING CSA-JDX FROM 1 BY 1
                   UNTIL CSA-JDX > CSA-TAB-COUNT - CSA-IDX
                   IF CSA-T-KEY(CSA-JDX) >
-                      CSA-T-KEY(CSA-JDX + 1)
                       MOVE CSA-ENTRY(CSA-JDX) TO CSA-SWAP
                       MOVE CSA-ENTRY(CSA-JDX + 1) TO
                           CSA-ENTRY(CSA-JDX)
                       MOVE CSA-SWAP TO
                           CSA-ENTRY(CSA-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

       PRINT-CATEGORY-REPORT.
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS = "00"
               MOVE "Y" TO CSA-CAT-OPEN
           END-IF
           MOVE "CATEGORY-SALES" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "CATEGORY SALES " CSA-DATE-START " - "
               CSA-DATE-END "  (LY " CSA-LY-START " - "
               CSA-LY-END ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "                            UNITS      NET SALES"
               "        RETURNS         MARGIN"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE

           INITIALIZE CSA-ACC-TABLE
           MOVE "Y" TO CSA-FIRST
           PERFORM VARYING CSA-IDX FROM 1 BY 1
               UNTIL CSA-IDX > CSA-TAB-COUNT
               PERFORM PRINT-ONE-CATEGORY-ROW
           END-PERFORM
           IF CSA-FIRST = "N"
               PERFORM CLOSE-CATEGORY-BREAK
               PERFORM CLOSE-DEPARTMENT-BREAK
           END-IF
           MOVE "GRAND TOTAL" TO CSA-LABEL
           MOVE 4 TO CSA-LVL
           PERFORM PRINT-ACC-LINES

           STRING CSA-ROW-COUNT " ROW(S) REPORTED, "
               CSA-NOCOST-COUNT " WITH NO ITEM COST"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF CSA-DROPPED-COUNT > ZERO
               STRING "** " CSA-DROPPED-COUNT " ROW(S) OVER THE "
                   "300-CATEGORY LIMIT LEFT OUT **"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM SPOOL-CLOSE-REPORT
           IF CSA-CAT-OPEN = "Y"
               CLOSE CAT-FILE
           END-IF.

           EXIT PARAGRAPH.

       PRINT-ONE-CATEGORY-ROW.
           IF CSA-FIRST = "Y" OR
-             CSA-T-DEPT(CSA-IDX) NOT = CSA-PREV-DEPT
               IF CSA-FIRST = "N"
                   PERFORM CLOSE-CATEGORY-BREAK
                   PERFORM CLOSE-DEPARTMENT-BREAK
               END-IF
               MOVE "N" TO CSA-FIRST
               MOVE CSA-T-DEPT(CSA-IDX) TO CSA-PREV-DEPT
               MOVE CSA-T-CAT(CSA-IDX) TO CSA-PREV-CAT
               PERFORM OPEN-DEPARTMENT-BREAK
               PERFORM OPEN-CATEGORY-BREAK
           ELSE
               IF CSA-T-CAT(CSA-IDX) NOT = CSA-PREV-CAT
                   PERFORM CLOSE-CATEGORY-BREAK
                   MOVE CSA-T-CAT(CSA-IDX) TO CSA-PREV-CAT
                   PERFORM OPEN-CATEGORY-BREAK
               END-IF
           END-IF

           PERFORM VARYING CSA-YR FROM 1 BY 1 UNTIL CSA-YR > 2
               MOVE CSA-T-UNITS(CSA-IDX, CSA-YR) TO
                   CSA-A-UNITS(1, CSA-YR)
               MOVE CSA-T-NET(CSA-IDX, CSA-YR) TO
                   CSA-A-NET(1, CSA-YR)
               MOVE CSA-T-RET(CSA-IDX, CSA-YR) TO
                   CSA-A-RET(1, CSA-YR)
               MOVE CSA-T-MARGIN(CSA-IDX, CSA-YR) TO
                   CSA-A-MARGIN(1, CSA-YR)
           END-PERFORM
           MOVE SPACES TO CSA-LABEL
           EVALUATE TRUE
               WHEN CSA-T-DEPT(CSA-IDX) = SPACES
                   MOVE "    ALL ITEMS" TO CSA-LABEL
               WHEN CSA-T-CAT(CSA-IDX) = SPACES
                   MOVE "    (DEPT ONLY)" TO CSA-LABEL
               WHEN CSA-T-SUB(CSA-IDX) = SPACES
                   MOVE "    (CATEGORY ONLY)" TO CSA-LABEL
               WHEN OTHER
                   MOVE CSA-T-KEY(CSA-IDX) TO CT-KEY
                   PERFORM LOOK-UP-CATEGORY-NAME
                   STRING "    " CSA-T-SUB(CSA-IDX) " " CSA-NAME
                       DELIMITED BY SIZE INTO CSA-LABEL
           END-EVALUATE
           MOVE 1 TO CSA-LVL
           PERFORM PRINT-ACC-LINES
           PERFORM ROLL-LINE-INTO-TOTALS.

           EXIT PARAGRAPH.

       OPEN-DEPARTMENT-BREAK.
           INITIALIZE CSA-ACC(3)
           IF CSA-PREV-DEPT = SPACES
               MOVE "UNCATEGORIZED ITEMS" TO WS-SPOOL-LINE
           ELSE
               MOVE SPACES TO CT-KEY
               MOVE CSA-PREV-DEPT TO CT-DEPT
               PERFORM LOOK-UP-CATEGORY-NAME
               STRING "DEPARTMENT " CSA-PREV-DEPT " " CSA-NAME
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       OPEN-CATEGORY-BREAK.
           INITIALIZE CSA-ACC(2)
           IF CSA-PREV-CAT NOT = SPACES
               MOVE SPACES TO CT-KEY
               MOVE CSA-PREV-DEPT TO CT-DEPT
               MOVE CSA-PREV-CAT TO CT-CAT
               PERFORM LOOK-UP-CATEGORY-NAME
               STRING "  CATEGORY " CSA-PREV-CAT " " CSA-NAME
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

           EXIT PARAGRAPH.

      *A DEPARTMENT-ONLY OR UNCATEGORIZED GROUP HAS NO CATEGORY
      *HEADING, SO IT GETS NO CATEGORY SUBTOTAL EITHER
       CLOSE-CATEGORY-BREAK.
           IF CSA-PREV-CAT NOT = SPACES
               MOVE SPACES TO CSA-LABEL
               STRING "  " CSA-PREV-CAT " TOTAL"
                   DELIMITED BY SIZE INTO CSA-LABEL
               MOVE 2 TO CSA-LVL
               PERFORM PRINT-ACC-LINES
           END-IF.

           EXIT PARAGRAPH.

       CLOSE-DEPARTMENT-BREAK.
           MOVE SPACES TO CSA-LABEL
           IF CSA-PREV-DEPT = SPACES
               MOVE "UNCATEGORIZED TOTAL" TO CSA-LABEL
           ELSE
               STRING CSA-PREV-DEPT " TOTAL"
                   DELIMITED BY SIZE INTO CSA-LABEL
           END-IF
           MOVE 3 TO CSA-LVL
           PERFORM PRINT-ACC-LINES.

           EXIT PARAGRAPH.

       ROLL-LINE-INTO-TOTALS.
           PERFORM VARYING CSA-LVL FROM 2 BY 1 UNTIL CSA-LVL > 4
               PERFORM VARYING CSA-YR FROM 1 BY 1 UNTIL CSA-YR > 2
                   ADD CSA-A-UNITS(1, CSA-YR) TO
                       CSA-A-UNITS(CSA-LVL, CSA-YR)
                   ADD CSA-A-NET(1, CSA-YR) TO
                       CSA-A-NET(CSA-LVL, CSA-YR)
                   ADD CSA-A-RET(1, CSA-YR) TO
                       CSA-A-RET(CSA-LVL, CSA-YR)
                   ADD CSA-A-MARGIN(1, CSA-YR) TO
                       CSA-A-MARGIN(CSA-LVL, CSA-YR)
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

      *THIS YEAR ON THE LABELLED LINE, LAST YEAR UNDER IT
       PRINT-ACC-LINES.
           PERFORM VARYING CSA-YR FROM 1 BY 1 UNTIL CSA-YR > 2
               IF CSA-YR = 1
                   MOVE "TY " TO CSA-YR-TAG
               ELSE
                   MOVE "LY " TO CSA-YR-TAG
                   MOVE SPACES TO CSA-LABEL
               END-IF
               MOVE CSA-A-UNITS(CSA-LVL, CSA-YR) TO CSA-UNITS-OUT
               MOVE CSA-A-NET(CSA-LVL, CSA-YR) TO CSA-NET-OUT
               MOVE CSA-A-RET(CSA-LVL, CSA-YR) TO CSA-RET-OUT
               MOVE CSA-A-MARGIN(CSA-LVL, CSA-YR) TO CSA-MARGIN-OUT
               STRING CSA-LABEL " " CSA-YR-TAG CSA-UNITS-OUT " "
                   CSA-NET-OUT CSA-RET-OUT CSA-MARGIN-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-PERFORM.

           EXIT PARAGRAPH.

      *CALLER PUTS THE KEY IN CT-KEY; CSA-NAME COMES BACK BLANK
      *WHEN THE ROW HAS SINCE LEFT THE MASTER
       LOOK-UP-CATEGORY-NAME.
           MOVE SPACES TO CSA-NAME
           IF CSA-CAT-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           READ CAT-FILE
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO CSA-NAME
               NOT INVALID KEY
                   MOVE CT-NAME TO CSA-NAME
           END-READ.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
