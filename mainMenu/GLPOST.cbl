      * for one commission period from sel_8.dat, so the
      * bookkeeper stops re-keying the grand-total listing.
      * Net sales and commission for the period are posted
      * through the run-time GL mapping (gl-acct-load.cpy)
      * as a balanced journal in gljrnl.dat - receivable DR /
      * sales CR, commission expense DR / commission payable
      * CR. The mapping is read at run time from glmap.dat and
      * the chart of accounts; if any of the four purposes is
      * unmapped or its account is unknown or inactive, the
      * whole journal is refused rather than half written. It
      * is followed by a posting register with record-count
      * and amount hash totals to tie back to the sel_8 file.
      * Run on demand from the command line; it is not wired
      * into FH-MAIN-MENU since it is a reporting tool, not a
      * calculation. Held back while its prerequisites on the
      * period's month-end close checklist are not signed off
      * (close-gate.cpy).
      *====================================================

       ENVIRONMENT DIVISION.
               FILE-CONTROL.
           COPY "sel8-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "closechk-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
           COPY "operator-field.cpy".

           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "closechk-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  GLP-DR-OUT                      PIC Z,ZZZ,ZZZ,ZZZ.99-.
       01  GLP-CR-OUT                      PIC Z,ZZZ,ZZZ,ZZZ.99-.
       01  SEL8-FILE-STATUS                PIC XX.
       01  GLP-PURPOSES-SEEN               PIC X(4) VALUE SPACES.
       01  GLP-REFUSED                     PIC X VALUE "N".
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".

           MOVE "GL-JOURNAL-POST" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

           DISPLAY "ENTER PERIOD TO POST (YYYYMM): "
               WITH NO ADVANCING.
           ACCEPT GLP-PERIOD.

           MOVE GLP-PERIOD TO WS-CG-PERIOD.
           MOVE "GL-JOURNAL-POST" TO WS-CG-PROGRAM.
           PERFORM CHECK-CLOSE-CHECKLIST.
           IF WS-CG-BLOCKED = "Y"
               GOBACK
           END-IF.

           OPEN INPUT SEL8-FILE.
           IF SEL8-FILE-STATUS NOT = "00"
               MOVE "SEL8-FILE" TO WS-FH-ERR-FILE-NAME
               GOBACK
           END-IF.

      *EVERY ACCOUNT THE JOURNAL WILL HIT IS CHECKED BEFORE ANY
      *LINE IS WRITTEN - ONE BAD ACCOUNT MUST NOT LEAVE THE OTHER
      *SIDE POSTED ON ITS OWN
           PERFORM CHECK-ONE-GLA-ENTRY
               VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT.
           IF GLP-PURPOSES-SEEN NOT = "YYYY"
               DISPLAY "RECEIVABLE, SALES, COMM-EXP AND COMM-PAY "
-                  "MUST ALL BE MAPPED IN GLMAP.DAT"
               MOVE "Y" TO GLP-REFUSED
           END-IF.
           IF GLP-REFUSED = "Y"
               DISPLAY "JOURNAL REFUSED - NOTHING WRITTEN FOR "
                   GLP-PERIOD
               MOVE "REJECTED" TO WS-FH-RUN-STATUS
               PERFORM WRITE-RUN-LOG-ENTRY
               GOBACK
           END-IF.

           OPEN EXTEND GLJRNL-FILE.
           IF WS-GLJRNL-STATUS NOT = "00" AND NOT = "05"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               PERFORM REPORT-FILE-ERROR
               GOBACK
           END-IF.
           MOVE "S" TO GJ-SOURCE.
           MOVE SPACES TO GJ-REF.

           DISPLAY SPACE.
           DISPLAY "######### POSTING REGISTER - " GLP-PERIOD

           GOBACK.

       CHECK-ONE-GLA-ENTRY.
           EVALUATE WS-GLA-PURPOSE(WS-GLA-IDX)
               WHEN "RECEIVABLE"
                   MOVE "Y" TO GLP-PURPOSES-SEEN(1:1)
               WHEN "SALES"
                   MOVE "Y" TO GLP-PURPOSES-SEEN(2:1)
               WHEN "COMM-EXP"
                   MOVE "Y" TO GLP-PURPOSES-SEEN(3:1)
               WHEN "COMM-PAY"
                   MOVE "Y" TO GLP-PURPOSES-SEEN(4:1)
           END-EVALUATE
           PERFORM PICK-GLA-AMOUNT
           IF GLP-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "  PURPOSE " WS-GLA-PURPOSE(WS-GLA-IDX)
               MOVE "Y" TO GLP-REFUSED
           END-IF.

           EXIT PARAGRAPH.

       PICK-GLA-AMOUNT.
           EVALUATE WS-GLA-PURPOSE(WS-GLA-IDX)
               WHEN "RECEIVABLE"
                   MOVE GLP-TOT-SALES TO GLP-AMOUNT
                   MOVE GLP-TOT-COMM TO GLP-AMOUNT
               WHEN OTHER
                   MOVE ZERO TO GLP-AMOUNT
           END-EVALUATE.

           EXIT PARAGRAPH.

       POST-ONE-GLA-ENTRY.
           PERFORM PICK-GLA-AMOUNT

      * Purposes this run carries no amount for (the FX pair
      * belongs to CURRENCY-REVALUATION) post nothing

           EXIT PARAGRAPH.

       COPY "gl-acct-load.cpy".

       COPY "close-gate.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".
