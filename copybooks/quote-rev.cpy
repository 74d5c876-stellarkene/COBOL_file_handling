      *====================================================
      * QUOTE-REV.CPY
      * Shared paragraphs for quotation revisions
      * (quoterev.dat - see quoterev-rec.cpy).
      * FIND-CURRENT-REVISION takes a job in WS-QR-JOB and
      * returns its current (highest) revision in
      * WS-QR-CUR-REV with that revision's WS-QR-VALID-UNTIL,
      * WS-QR-SALESMAN and WS-QR-MARKUP; WS-QR-FOUND comes
      * back "N" for a job with no revision row, which is on
      * revision 1 with no validity date. LOAD-CURRENT-
      * REVISIONS fills WS-QR-TABLE with every job's current
      * revision for the callers that read quotes.dat end to
      * end, and CHECK-LINE-CURRENT then sets
      * WS-QR-ON-CURRENT "Y" when the QUOTE-RECORD in hand
      * belongs to its job's current revision (WS-QR-LINE-REV
      * is the line's own revision, 1 for a line that
      * predates revisions) - an earlier revision's lines
      * stay on file but no longer count toward the job.
      * WRITE-QUOTE-REVISION-ROW appends the QUOTEREV-RECORD
      * the caller has built, and WORK-OUT-VALID-UNTIL
      * returns WS-QR-BASE-DATE plus WS-QR-DAYS in
      * WS-QR-VALID-UNTIL. OPEN-FIRST-QUOTE-REVISION writes
      * revision 1 for WS-QR-JOB, valid for
      * WS-QR-DEFAULT-DAYS days from today, for the first
      * line costed on a job. Programs that COPY this also
      * COPY quoterev-select.cpy and quoterev-rec.cpy.
      *====================================================
       FIND-CURRENT-REVISION.
           MOVE "N" TO WS-QR-FOUND
           MOVE 1 TO WS-QR-CUR-REV
           MOVE ZERO TO WS-QR-VALID-UNTIL
           MOVE ZERO TO WS-QR-SALESMAN
           MOVE ZERO TO WS-QR-MARKUP
           MOVE "N" TO WS-QR-EOF
           OPEN INPUT QUOTEREV-FILE
           IF WS-QUOTEREV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-QR-EOF = "Y"
               READ QUOTEREV-FILE
                   AT END
                       MOVE "Y" TO WS-QR-EOF
                   NOT AT END
                       IF QR-JOB-NUM = WS-QR-JOB AND
                           (WS-QR-FOUND = "N" OR
                            QR-REVISION > WS-QR-CUR-REV)
                           MOVE "Y" TO WS-QR-FOUND
                           MOVE QR-REVISION TO WS-QR-CUR-REV
                           MOVE QR-VALID-UNTIL TO WS-QR-VALID-UNTIL
                           MOVE QR-SALESMAN TO WS-QR-SALESMAN
                           IF QR-MARKUP-PCT NUMERIC
                               MOVE QR-MARKUP-PCT TO WS-QR-MARKUP
                           ELSE
                               MOVE ZERO TO WS-QR-MARKUP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTEREV-FILE.

           EXIT PARAGRAPH.

       LOAD-CURRENT-REVISIONS.
           MOVE ZERO TO WS-QR-COUNT
           MOVE "N" TO WS-QR-OVERFLOW
           MOVE "N" TO WS-QR-EOF
           OPEN INPUT QUOTEREV-FILE
           IF WS-QUOTEREV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-QR-EOF = "Y"
               READ QUOTEREV-FILE
                   AT END
                       MOVE "Y" TO WS-QR-EOF
                   NOT AT END
                       PERFORM TABLE-ONE-REVISION-ROW
               END-READ
           END-PERFORM
           CLOSE QUOTEREV-FILE
           IF WS-QR-OVERFLOW = "Y"
               DISPLAY "WARNING - MORE THAN 1000 QUOTED JOBS ON "
                   "QUOTEREV.DAT - THE REST COUNT AS REVISION 1"
           END-IF.

           EXIT PARAGRAPH.

       TABLE-ONE-REVISION-ROW.
           PERFORM VARYING WS-QR-IDX FROM 1 BY 1
               UNTIL WS-QR-IDX > WS-QR-COUNT
               IF WS-QR-T-JOB(WS-QR-IDX) = QR-JOB-NUM
                   IF QR-REVISION > WS-QR-T-REV(WS-QR-IDX)
                       MOVE QR-REVISION TO WS-QR-T-REV(WS-QR-IDX)
                       MOVE QR-VALID-UNTIL TO
                           WS-QR-T-VALID(WS-QR-IDX)
                       MOVE QR-SALESMAN TO
                           WS-QR-T-SALESMAN(WS-QR-IDX)
                       PERFORM TABLE-REVISION-MARKUP
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-QR-COUNT NOT < 1000
               MOVE "Y" TO WS-QR-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QR-COUNT
           MOVE QR-JOB-NUM TO WS-QR-T-JOB(WS-QR-COUNT)
           MOVE QR-REVISION TO WS-QR-T-REV(WS-QR-COUNT)
           MOVE QR-VALID-UNTIL TO WS-QR-T-VALID(WS-QR-COUNT)
           MOVE QR-SALESMAN TO WS-QR-T-SALESMAN(WS-QR-COUNT)
           MOVE WS-QR-COUNT TO WS-QR-IDX
           PERFORM TABLE-REVISION-MARKUP.

           EXIT PARAGRAPH.

       TABLE-REVISION-MARKUP.
           IF QR-MARKUP-PCT NUMERIC
               MOVE QR-MARKUP-PCT TO WS-QR-T-MARKUP(WS-QR-IDX)
           ELSE
               MOVE ZERO TO WS-QR-T-MARKUP(WS-QR-IDX)
           END-IF.

           EXIT PARAGRAPH.

       CHECK-LINE-CURRENT.
           IF QU-REVISION NUMERIC AND QU-REVISION > ZERO
               MOVE QU-REVISION TO WS-QR-LINE-REV
           ELSE
               MOVE 1 TO WS-QR-LINE-REV
           END-IF
           MOVE 1 TO WS-QR-CUR-REV
           PERFORM VARYING WS-QR-IDX FROM 1 BY 1
               UNTIL WS-QR-IDX > WS-QR-COUNT
               IF WS-QR-T-JOB(WS-QR-IDX) = QU-JOB-NUM
                   MOVE WS-QR-T-REV(WS-QR-IDX) TO WS-QR-CUR-REV
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-QR-LINE-REV = WS-QR-CUR-REV
               MOVE "Y" TO WS-QR-ON-CURRENT
           ELSE
               MOVE "N" TO WS-QR-ON-CURRENT
           END-IF.

           EXIT PARAGRAPH.

       WRITE-QUOTE-REVISION-ROW.
           OPEN EXTEND QUOTEREV-FILE
           IF WS-QUOTEREV-STATUS = "35"
               OPEN OUTPUT QUOTEREV-FILE
           END-IF
           IF WS-QUOTEREV-STATUS NOT = "00" AND NOT = "05"
               MOVE "QUOTEREV-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-QUOTEREV-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           WRITE QUOTEREV-RECORD
           IF WS-QUOTEREV-STATUS NOT = "00"
               MOVE "QUOTEREV-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-QUOTEREV-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF
           CLOSE QUOTEREV-FILE.

           EXIT PARAGRAPH.

       WORK-OUT-VALID-UNTIL.
           COMPUTE WS-QR-VALID-UNTIL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-QR-BASE-DATE)
               + WS-QR-DAYS).

           EXIT PARAGRAPH.

       OPEN-FIRST-QUOTE-REVISION.
           MOVE WS-QR-JOB TO QR-JOB-NUM
           MOVE 1 TO QR-REVISION
           ACCEPT WS-QR-BASE-DATE FROM DATE YYYYMMDD
           MOVE WS-QR-DEFAULT-DAYS TO WS-QR-DAYS
           PERFORM WORK-OUT-VALID-UNTIL
           MOVE WS-QR-VALID-UNTIL TO QR-VALID-UNTIL
           MOVE ZERO TO QR-SALESMAN
           MOVE "FIRST QUOTE" TO QR-REASON
           MOVE WS-QR-BASE-DATE TO QR-CREATED-DATE
           MOVE WS-FH-OPERATOR-ID TO QR-OPERATOR-ID
           MOVE ZERO TO QR-MARKUP-PCT
           PERFORM WRITE-QUOTE-REVISION-ROW
           MOVE 1 TO WS-QR-CUR-REV
           DISPLAY "QUOTATION FOR JOB " WS-QR-JOB " OPENED AT "
               "REVISION 1, VALID UNTIL " WS-QR-VALID-UNTIL.

           EXIT PARAGRAPH.
