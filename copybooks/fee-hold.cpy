      *====================================================
      * FEE-HOLD.CPY
      * Shared paragraph: is a student on fee hold. The
      * caller MOVEs the student number to WS-FEEH-STUDENT
      * and PERFORMs CHECK-FEE-HOLD. The student's fee account
      * (stuacct.dat) is looked up and every OPEN item on it
      * in openitem.dat is summed into WS-FEEH-OVERDUE - a
      * charge only once its due date has passed, a drop
      * credit always, since it is owed back against the
      * charges. WS-FEEH-HOLD comes back "Y" when that sum is
      * above zero; a student with no fee account is never on
      * hold. Programs that COPY this also COPY
      * stuacct-select.cpy / stuacct-rec.cpy,
      * openitem-select.cpy / openitem-rec.cpy and
      * openitem-normalize.cpy.
      *====================================================
       CHECK-FEE-HOLD.
           MOVE "N" TO WS-FEEH-HOLD
           MOVE ZERO TO WS-FEEH-OVERDUE
           MOVE SPACES TO WS-FEEH-CUST
           OPEN INPUT STUACCT-FILE
           IF WS-STUACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FEEH-STUDENT TO SA-STUDENT-NUM
           READ STUACCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SA-CUST-NUM TO WS-FEEH-CUST
           END-READ
           CLOSE STUACCT-FILE
           IF WS-FEEH-CUST = SPACES
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-FEEH-TODAY FROM DATE YYYYMMDD
           MOVE "N" TO WS-FEEH-EOF
           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FEEH-EOF = "Y"
               READ OPENITEM-FILE
                   AT END
                       MOVE "Y" TO WS-FEEH-EOF
                   NOT AT END
                       IF OI-CUST-NUM = WS-FEEH-CUST AND
-                         OI-STATUS = "OPEN"
                           PERFORM NORMALIZE-OPENITEM-RECORD
                           IF OI-BALANCE < ZERO OR
-                             OI-DUE-DATE < WS-FEEH-TODAY
                               ADD OI-BALANCE TO WS-FEEH-OVERDUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPENITEM-FILE
           IF WS-FEEH-OVERDUE > ZERO
               MOVE "Y" TO WS-FEEH-HOLD
           END-IF.

           EXIT PARAGRAPH.
