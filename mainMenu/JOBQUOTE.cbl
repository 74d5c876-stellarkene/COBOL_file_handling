      * Stand-alone utility (also reachable from
      * GEOMETRY-MENU): prints one job's quotation document -
      * the job header from jobhdr.dat, every shape-history
      * row tagged with the job number, the costed material
      * lines and then the labor and machine operation lines
      * (JOB-OPERATIONS) from quotes.dat, each with its
      * subtotal, and the cost total taken up by the
      * revision's markup percentage to the selling price.
      * Run after the shapes for a job have been calculated
      * under an active job (GEOMETRY-MENU option 6). The
      * current revision of the quotation prints by default,
      * with its valid-until date and an EXPIRED flag once
      * that has passed; any earlier revision (quoterev.dat
      * keeps them all) can be keyed instead and prints
      * exactly as it was offered.
      *====================================================

       ENVIRONMENT DIVISION.
               FILE STATUS IS JOB-HDR-STATUS.
           COPY "shape-hist-select.cpy".
           COPY "quote-select.cpy".
           COPY "quoterev-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
           05  JB-OPERATOR-ID              PIC X(10).
           COPY "shape-hist-rec.cpy".
           COPY "quote-rec.cpy".
           COPY "quoterev-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  JOB-TOTAL                       PIC 9(11)V99 VALUE 0.
       01  JOB-COST-OUT                    PIC ZZZ,ZZZ,ZZ9.99.
       01  JOB-TOTAL-OUT                   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  JOB-REV-IN                      PIC 9(3).
       01  JOB-LINE-REV                    PIC 9(3).
       01  JOB-TODAY                       PIC 9(8).
       01  JOB-PASS                        PIC X.
       01  JOB-OP-COUNT                    PIC 9(4) VALUE 0.
       01  JOB-MAT-TOTAL                   PIC 9(11)V99 VALUE 0.
       01  JOB-LAB-TOTAL                   PIC 9(11)V99 VALUE 0.
       01  JOB-MARKUP                      PIC 9(3)V99 VALUE 0.
       01  JOB-MARKUP-AMT                  PIC 9(11)V99 VALUE 0.
       01  JOB-SELL                        PIC 9(12)V99 VALUE 0.
       01  JOB-SELL-OUT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  JOB-MARKUP-OUT                  PIC ZZ9.99.
       01  JOB-HRS-OUT                     PIC Z,ZZZ,ZZ9.99.
           COPY "ws-vars.cpy".



           DISPLAY "ENTER JOB NUMBER: " WITH NO ADVANCING.
           ACCEPT JOB-NUM-IN.
           DISPLAY "REVISION TO PRINT (0 = CURRENT): "
               WITH NO ADVANCING.
           ACCEPT JOB-REV-IN.
           MOVE JOB-NUM-IN TO WS-QR-JOB.
           PERFORM FIND-CURRENT-REVISION.
           IF JOB-REV-IN = ZERO
               MOVE WS-QR-CUR-REV TO JOB-REV-IN
           END-IF.
           ACCEPT JOB-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT JOBHDR-FILE.
           IF JOB-HDR-STATUS = "00"
           ELSE
               DISPLAY "(NO JOB HEADER ON FILE)"
           END-IF.
           PERFORM SHOW-QUOTE-REVISION.

           DISPLAY "----------------- SHAPES --------------------".
           OPEN INPUT SHAPE-HIST-FILE.
           DISPLAY JOB-SHAPE-COUNT " SHAPE(S) ON THE JOB".

           DISPLAY "------------- COSTED MATERIALS --------------".
           MOVE "M" TO JOB-PASS.
           PERFORM PRINT-QUOTE-LINES.
           MOVE JOB-MAT-TOTAL TO JOB-TOTAL-OUT.
           DISPLAY "MATERIAL SUBTOTAL:   " JOB-TOTAL-OUT.

           DISPLAY "------------ LABOR AND MACHINE --------------".
           MOVE "O" TO JOB-PASS.
           PERFORM PRINT-QUOTE-LINES.
           MOVE JOB-LAB-TOTAL TO JOB-TOTAL-OUT.
           DISPLAY "LABOR SUBTOTAL:      " JOB-TOTAL-OUT.

           COMPUTE JOB-TOTAL = JOB-MAT-TOTAL + JOB-LAB-TOTAL.
           COMPUTE JOB-MARKUP-AMT ROUNDED =
               JOB-TOTAL * JOB-MARKUP / 100.
           COMPUTE JOB-SELL = JOB-TOTAL + JOB-MARKUP-AMT.
           MOVE JOB-MARKUP TO JOB-MARKUP-OUT.
           DISPLAY "---------------------------------------------".
           DISPLAY "COSTED LINES: " JOB-LINE-COUNT
               "  OPERATION LINES: " JOB-OP-COUNT.
           MOVE JOB-TOTAL TO JOB-TOTAL-OUT.
           DISPLAY "COST TOTAL:          " JOB-TOTAL-OUT.
           MOVE JOB-MARKUP-AMT TO JOB-TOTAL-OUT.
           DISPLAY "MARKUP " JOB-MARKUP-OUT "%:      " JOB-TOTAL-OUT.
           MOVE JOB-SELL TO JOB-SELL-OUT.
           DISPLAY "SELLING PRICE:     " JOB-SELL-OUT.
           DISPLAY "+---------------------------------------------+".

           MOVE "JOB-QUOTATION" TO WS-RUNLOG-PROGRAM-ID.

           GOBACK.

      *THE REVISION BEING PRINTED, THEN THE JOB'S WHOLE REVISION
      *HISTORY SO THE READER SEES WHETHER A LATER ONE SUPERSEDES IT
       SHOW-QUOTE-REVISION.
           IF JOB-REV-IN = WS-QR-CUR-REV
               DISPLAY "REVISION:   " JOB-REV-IN " (CURRENT)"
           ELSE
               DISPLAY "REVISION:   " JOB-REV-IN " (SUPERSEDED BY "
                   "REVISION " WS-QR-CUR-REV ")"
           END-IF
           MOVE "N" TO JOB-EOF
           OPEN INPUT QUOTEREV-FILE
           IF WS-QUOTEREV-STATUS NOT = "00"
               DISPLAY "VALID UNTIL: (NO VALIDITY DATE ON FILE)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOB-EOF = "Y"
               READ QUOTEREV-FILE
                   AT END
                       MOVE "Y" TO JOB-EOF
                   NOT AT END
                       IF QR-JOB-NUM = JOB-NUM-IN
                           PERFORM SHOW-ONE-REVISION-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTEREV-FILE.

           EXIT PARAGRAPH.

      *ONE PASS OVER QUOTES.DAT PER SECTION OF THE DOCUMENT -
      *JOB-PASS "M" PRINTS THE MATERIAL LINES, "O" THE OPERATIONS
       PRINT-QUOTE-LINES.
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO JOB-EOF
           PERFORM UNTIL JOB-EOF = "Y"
               READ QUOTE-FILE
                   AT END
                       MOVE "Y" TO JOB-EOF
                   NOT AT END
                       IF QU-REVISION NUMERIC AND
                           QU-REVISION > ZERO
                           MOVE QU-REVISION TO JOB-LINE-REV
                       ELSE
                           MOVE 1 TO JOB-LINE-REV
                       END-IF
                       IF QU-JOB-NUM = JOB-NUM-IN AND
                           JOB-LINE-REV = JOB-REV-IN
                           PERFORM PRINT-ONE-QUOTE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE.

           EXIT PARAGRAPH.

       PRINT-ONE-QUOTE-LINE.
           MOVE QU-COST TO JOB-COST-OUT
           IF QU-LINE-OPERATION
               IF JOB-PASS = "O"
                   ADD 1 TO JOB-OP-COUNT
                   ADD QU-COST TO JOB-LAB-TOTAL
                   MOVE QU-QUANTITY TO JOB-HRS-OUT
                   DISPLAY QU-MATERIAL " " JOB-HRS-OUT " HRS  "
                       "         " JOB-COST-OUT
               END-IF
           ELSE
               IF JOB-PASS = "M"
                   ADD 1 TO JOB-LINE-COUNT
                   ADD QU-COST TO JOB-MAT-TOTAL
                   DISPLAY QU-SHAPE " "
                       QU-MATERIAL " +"
                       QU-WASTE-PCT "% WASTE  "
                       JOB-COST-OUT
               END-IF
           END-IF.

           EXIT PARAGRAPH.

       SHOW-ONE-REVISION-ROW.
           IF QR-REVISION = JOB-REV-IN
               IF QR-MARKUP-PCT NUMERIC
                   MOVE QR-MARKUP-PCT TO JOB-MARKUP
               END-IF
               IF QR-VALID-UNTIL < JOB-TODAY
                   DISPLAY "VALID UNTIL: " QR-VALID-UNTIL
                       "  ** EXPIRED **"
               ELSE
                   DISPLAY "VALID UNTIL: " QR-VALID-UNTIL
               END-IF
           END-IF
           DISPLAY "  REV " QR-REVISION " " QR-REASON " CUT "
               QR-CREATED-DATE " BY " QR-OPERATOR-ID
               " VALID TO " QR-VALID-UNTIL.

           EXIT PARAGRAPH.

       COPY "quote-rev.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".
