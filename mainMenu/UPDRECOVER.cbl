      * already there lands as a REWRITE and vice versa.
      * Clear the journal only right after a fresh backup, so
      * journal start always lines up with the backup on the
      * shelf. On-hand by stock location (invloc.dat) is
      * journaled and replayed like the other masters. Runs
      * under the suite interlock.
      *====================================================

       ENVIRONMENT DIVISION.
           COPY "cust-select.cpy".
           COPY "prod-select.cpy".
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "stud-select.cpy".
           COPY "stat-select.cpy".
           COPY "oper-select.cpy".
           COPY "cust-rec.cpy".
           COPY "prod-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "stud-rec.cpy".
           COPY "stat-rec.cpy".
           COPY "oper-rec.cpy".
               DISPLAY "7 - REPLAY AGAINST STATMAST.DAT"
               DISPLAY "8 - REPLAY AGAINST OPERMAST.DAT"
               DISPLAY "9 - CLEAR JOURNAL (AFTER A FRESH BACKUP)"
               DISPLAY "10 - REPLAY AGAINST INVLOC.DAT"
               DISPLAY "99 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT REC-CHOICE
                       PERFORM REPLAY-JOURNAL
                   WHEN 9
                       PERFORM CLEAR-JOURNAL
                   WHEN 10
                       MOVE "INVLOC" TO REC-TARGET
                       PERFORM REPLAY-JOURNAL
                   WHEN 99
                       CONTINUE
                   WHEN OTHER
                   OPEN I-O PROD-FILE
               WHEN "INVMAST"
                   OPEN I-O INV-FILE
               WHEN "INVLOC"
                   OPEN I-O INVLOC-FILE
               WHEN "STUDMAST"
                   OPEN I-O STUD-FILE
               WHEN "STATMAST"
                   CLOSE PROD-FILE
               WHEN "INVMAST"
                   CLOSE INV-FILE
               WHEN "INVLOC"
                   CLOSE INVLOC-FILE
               WHEN "STUDMAST"
                   CLOSE STUD-FILE
               WHEN "STATMAST"
                   PERFORM APPLY-PRODMAST-ROW
               WHEN "INVMAST"
                   PERFORM APPLY-INVMAST-ROW
               WHEN "INVLOC"
                   PERFORM APPLY-INVLOC-ROW
               WHEN "STUDMAST"
                   PERFORM APPLY-STUDMAST-ROW
               WHEN "STATMAST"

           EXIT PARAGRAPH.

       APPLY-INVLOC-ROW.
           MOVE UJ-RECORD-IMAGE TO INVLOC-RECORD
           EVALUATE UJ-ACTION
               WHEN "WRITE"
                   WRITE INVLOC-RECORD
                       INVALID KEY
                           REWRITE INVLOC-RECORD
                               INVALID KEY
                                   DISPLAY "REPLAY FAILED FOR "
                                       IL-ITEM-CODE " " IL-LOCATION
                           END-REWRITE
                   END-WRITE
               WHEN "REWRITE"
                   REWRITE INVLOC-RECORD
                       INVALID KEY
                           WRITE INVLOC-RECORD
                               INVALID KEY
                                   DISPLAY "REPLAY FAILED FOR "
                                       IL-ITEM-CODE " " IL-LOCATION
                           END-WRITE
                   END-REWRITE
               WHEN "DELETE"
                   DELETE INVLOC-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT PARAGRAPH.

       APPLY-STUDMAST-ROW.
           MOVE UJ-RECORD-IMAGE TO STUD-RECORD
           EVALUATE UJ-ACTION
