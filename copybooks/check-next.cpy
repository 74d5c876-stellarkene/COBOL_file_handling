      *====================================================
      * CHECK-NEXT.CPY
      * Shared paragraph: assigns the next sequential
      * commission check number from the last-number control
      * file (checkctl.dat) and leaves it in
      * WS-NEXT-CHECK-NUM. A missing control file starts the
      * sequence at 00000001. PERFORM right before the check
      * is printed, while the suite interlock is held (see
      * lock-paragraphs.cpy) so two terminals cannot print the
      * same number.
      *====================================================
       GET-NEXT-CHECK-NUMBER.
           MOVE ZERO TO WS-NEXT-CHECK-NUM
           OPEN INPUT CHECKCTL-FILE
           IF WS-CHECKCTL-STATUS = "00"
               READ CHECKCTL-FILE
                   AT END
                       MOVE ZERO TO CC-LAST-CHECK-NUM
                   NOT AT END
                       CONTINUE
               END-READ
               MOVE CC-LAST-CHECK-NUM TO WS-NEXT-CHECK-NUM
               CLOSE CHECKCTL-FILE
           END-IF
           ADD 1 TO WS-NEXT-CHECK-NUM
           OPEN OUTPUT CHECKCTL-FILE
           IF WS-CHECKCTL-STATUS NOT = "00"
               MOVE "CHECKCTL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-CHECKCTL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           ELSE
               MOVE WS-NEXT-CHECK-NUM TO CC-LAST-CHECK-NUM
               WRITE CHECKCTL-RECORD
               CLOSE CHECKCTL-FILE
           END-IF.

           EXIT PARAGRAPH.
