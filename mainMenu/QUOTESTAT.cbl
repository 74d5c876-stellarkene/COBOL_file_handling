      * go through QUOTE-ACCEPTANCE so the sale posts too);
      * CHASE lists open jobs older than a keyed number of
      * days for the quoting operator; WIN-RATE cuts decided
      * jobs by material (the job's first material line -
      * labor and machine operation lines carry none), by job
      * size band, and by QU-OPERATOR-ID so "how much quoted
      * work did we win last quarter" finally has an answer.
      * Only the lines of each job's current quotation
      * revision (quoterev.dat) count. Reports go to the
      * spool. Run on demand from the command line; it is not
      * wired into FH-MAIN-MENU since it is a reporting tool,
      * not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
               FILE-CONTROL.
           COPY "quote-select.cpy".
           COPY "quotstat-select.cpy".
           COPY "quoterev-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "quote-rec.cpy".
           COPY "quotstat-rec.cpy".
           COPY "quoterev-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
           EXIT PARAGRAPH.

      *ONE SUMMARY ROW PER JOB - TOTAL COST, EARLIEST QUOTE DATE,
      *FIRST OPERATOR AND MATERIAL SEEN ON THE JOB'S LINES. ONLY
      *THE CURRENT REVISION'S LINES COUNT - A SUPERSEDED OFFER IS
      *NEITHER WON NOR LOST, AND A RE-QUOTE RESTARTS THE AGE
       LOAD-JOB-TABLE.
           PERFORM LOAD-CURRENT-REVISIONS
           MOVE ZERO TO QSR-JOB-COUNT
           MOVE "N" TO QSR-EOF
           OPEN INPUT QUOTE-FILE
           EXIT PARAGRAPH.

       TALLY-ONE-QUOTE-LINE.
           PERFORM CHECK-LINE-CURRENT
           IF WS-QR-ON-CURRENT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO QSR-FOUND
           PERFORM VARYING QSR-IDX FROM 1 BY 1
               UNTIL QSR-IDX > QSR-JOB-COUNT
               MOVE ZERO TO QSR-J-TOTAL(QSR-IDX)
               MOVE QU-QUOTE-DATE TO QSR-J-DATE(QSR-IDX)
               MOVE QU-OPERATOR-ID TO QSR-J-OPER(QSR-IDX)
               MOVE SPACES TO QSR-J-MATERIAL(QSR-IDX)
           END-IF
      *THE JOB'S MATERIAL IS ITS FIRST MATERIAL LINE'S - AN
      *OPERATION LINE CARRIES AN OPERATION CODE THERE INSTEAD
           IF QSR-J-MATERIAL(QSR-IDX) = SPACES AND
               NOT QU-LINE-OPERATION
               MOVE QU-MATERIAL TO QSR-J-MATERIAL(QSR-IDX)
           END-IF
           ADD QU-COST TO QSR-J-TOTAL(QSR-IDX)

       COPY "spool-call.cpy".

       COPY "quote-rev.cpy".


       COPY "capture-operator.cpy".
