      * percentage, the extended cost is quantity x rate plus
      * the waste allowance, and the costed line is appended
      * to the quotation file (quotes.dat) tagged with the
      * active job number from FH_JOB_NUM and the job's
      * current quotation revision. The first line costed for
      * a job opens revision 1 on quoterev.dat
      * (OPEN-FIRST-QUOTE-REVISION). WS fields live in
      * ws-vars.cpy; programs that COPY this also COPY
      * quote-rev.cpy with quoterev-select.cpy and
      * quoterev-rec.cpy.
      *====================================================
       OFFER-MATERIAL-COSTING.
           DISPLAY "COST THIS SHAPE WITH A MATERIAL? (Y): "
           EXIT PARAGRAPH.

       WRITE-QUOTE-LINE.
           MOVE WS-MC-JOB TO WS-QR-JOB
           PERFORM FIND-CURRENT-REVISION
           IF WS-QR-FOUND = "N" AND WS-MC-JOB NOT = SPACES
               PERFORM OPEN-FIRST-QUOTE-REVISION
           END-IF
           OPEN EXTEND QUOTE-FILE
           IF WS-QUOTE-STATUS = "35"
               OPEN OUTPUT QUOTE-FILE
           MOVE WS-MC-COST TO QU-COST
           MOVE WS-FH-OPERATOR-ID TO QU-OPERATOR-ID
           ACCEPT QU-QUOTE-DATE FROM DATE YYYYMMDD
           MOVE WS-QR-CUR-REV TO QU-REVISION
           MOVE "M" TO QU-LINE-TYPE
           WRITE QUOTE-RECORD
           IF WS-QUOTE-STATUS NOT = "00"
               MOVE "QUOTE-FILE" TO WS-FH-ERR-FILE-NAME
