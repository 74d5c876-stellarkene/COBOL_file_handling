      *====================================================
      * Stand-alone utility: rolls the material demand inside
      * open quoted jobs up against the shelf before the job
      * starts. Every quotes.dat material line (operation
      * lines are skipped) on the current quotation revision
      * (quoterev.dat) of a job that is still OPEN on
      * quotstat.dat contributes its quantity plus the line's
      * QU-WASTE-PCT allowance to its material; the
      * material's MR-ITEM-CODE link on matrates.dat maps it
      * to an invmast.dat item, and required-versus-on-hand
      * prints with the shortfall flagged so purchasing sees
      * it first. Written to the report spool. Run on demand
      * from the command line; it is not wired into
      * FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
               FILE-CONTROL.
           COPY "quote-select.cpy".
           COPY "quotstat-select.cpy".
           COPY "quoterev-select.cpy".
           COPY "matrate-select.cpy".
           COPY "inv-select.cpy".
           COPY "runlog-select.cpy".
       FILE SECTION.
           COPY "quote-rec.cpy".
           COPY "quotstat-rec.cpy".
           COPY "quoterev-rec.cpy".
           COPY "matrate-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "fd-vars.cpy".
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-JOB-STATUSES.
           PERFORM LOAD-CURRENT-REVISIONS.

           OPEN INPUT QUOTE-FILE.
           IF WS-QUOTE-STATUS NOT = "00"
           GOBACK.

      *A JOB WITH NO STATUS ROW IS STILL OPEN - DECIDED JOBS DROP
      *OUT OF THE DEMAND PICTURE, AND SO DO THE LINES OF A
      *SUPERSEDED QUOTATION REVISION
      *AN OPERATION LINE IS LABOR OR MACHINE TIME, NOT MATERIAL
       ROLL-UP-ONE-LINE.
           IF QU-LINE-OPERATION
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LINE-CURRENT
           IF WS-QR-ON-CURRENT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MRQ-IDX FROM 1 BY 1
               UNTIL MRQ-IDX > MRQ-ST-COUNT
               IF MRQ-S-JOB(MRQ-IDX) = QU-JOB-NUM AND

       COPY "spool-call.cpy".

       COPY "quote-rev.cpy".


       COPY "capture-operator.cpy".
