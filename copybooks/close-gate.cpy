      *====================================================
      * CLOSE-GATE.CPY
      * Shared paragraph: holds a month-end program back until
      * the tasks ahead of it on the period's close checklist
      * (closechk.dat, kept by MONTH-END-CLOSE) are signed off.
      * Caller MOVEs its PROGRAM-ID into WS-CG-PROGRAM and the
      * period (YYYYMM) into WS-CG-PERIOD, PERFORMs
      * CHECK-CLOSE-CHECKLIST, and stops when WS-CG-BLOCKED
      * comes back "Y" - the outstanding tasks and their
      * owners have already been displayed. No checklist for
      * the period, or no task for the program on it, means
      * nothing to wait for.
      *====================================================
       CHECK-CLOSE-CHECKLIST.
           MOVE "N" TO WS-CG-BLOCKED
           MOVE "N" TO WS-CG-FOUND
           OPEN INPUT CLOSECHK-FILE
           IF WS-CLOSECHK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CG-EOF
           MOVE WS-CG-PERIOD TO CK-PERIOD
           MOVE ZERO TO CK-TASK-NUM
           START CLOSECHK-FILE KEY IS NOT LESS THAN CK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CG-EOF
           END-START
           PERFORM UNTIL WS-CG-EOF = "Y"
               READ CLOSECHK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CG-EOF
                   NOT AT END
                       IF CK-PERIOD NOT = WS-CG-PERIOD
                           MOVE "Y" TO WS-CG-EOF
                       ELSE
                           IF CK-PROGRAM = WS-CG-PROGRAM
                               MOVE "Y" TO WS-CG-FOUND
                               MOVE CK-TASK-NUM TO WS-CG-TASK-NUM
                               MOVE CK-PREREQ-LIST TO WS-CG-PREREQS
                               MOVE "Y" TO WS-CG-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CG-FOUND = "Y"
               PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > 4
                   IF WS-CG-PREREQ(WS-CG-IDX) NOT = ZERO
                       PERFORM CHECK-ONE-CLOSE-PREREQ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CLOSECHK-FILE.

           EXIT PARAGRAPH.

       CHECK-ONE-CLOSE-PREREQ.
           MOVE WS-CG-PERIOD TO CK-PERIOD
           MOVE WS-CG-PREREQ(WS-CG-IDX) TO CK-TASK-NUM
           READ CLOSECHK-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CK-SIGNED
               EXIT PARAGRAPH
           END-IF
           IF WS-CG-BLOCKED NOT = "Y"
               MOVE "Y" TO WS-CG-BLOCKED
               DISPLAY "BLOCKED - TASK " WS-CG-TASK-NUM " ON THE "
                   WS-CG-PERIOD " CLOSE CHECKLIST IS WAITING ON:"
           END-IF
           DISPLAY "  TASK " CK-TASK-NUM " " CK-TASK-NAME
               " - OWNER " CK-OWNER.

           EXIT PARAGRAPH.
