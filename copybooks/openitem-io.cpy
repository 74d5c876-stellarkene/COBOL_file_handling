      *====================================================
      * OPENITEM-IO.CPY
      * Shared paragraphs over openitem-table.cpy.
      * LOAD-OPENITEM-TABLE reads every ledger row into
      * WS-OIT-IMAGE (normalized, see below); past 500 rows
      * WS-OIT-OVERFLOW comes back "Y" and the caller must
      * not rewrite, or the rows past the cap would be lost.
      * REWRITE-OPENITEM-TABLE writes the table back over
      * openitem.dat. Rows are normalized as they load, so
      * the caller also COPYs openitem-normalize.cpy.
      *====================================================
       LOAD-OPENITEM-TABLE.
           MOVE ZERO TO WS-OIT-COUNT
           MOVE "N" TO WS-OIT-OVERFLOW
           MOVE "N" TO WS-OIT-EOF
           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OIT-EOF = "Y"
               READ OPENITEM-FILE
                   AT END
                       MOVE "Y" TO WS-OIT-EOF
                   NOT AT END
                       IF WS-OIT-COUNT < 500
                           ADD 1 TO WS-OIT-COUNT
                           PERFORM NORMALIZE-OPENITEM-RECORD
                           MOVE OPENITEM-RECORD TO
                               WS-OIT-IMAGE(WS-OIT-COUNT)
                       ELSE
                           MOVE "Y" TO WS-OIT-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPENITEM-FILE.

           EXIT PARAGRAPH.

       REWRITE-OPENITEM-TABLE.
           OPEN OUTPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               MOVE "OPENITEM-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-OPENITEM-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OIT-IDX FROM 1 BY 1
               UNTIL WS-OIT-IDX > WS-OIT-COUNT
               MOVE WS-OIT-IMAGE(WS-OIT-IDX) TO OPENITEM-RECORD
               WRITE OPENITEM-RECORD
           END-PERFORM
           CLOSE OPENITEM-FILE.

           EXIT PARAGRAPH.
