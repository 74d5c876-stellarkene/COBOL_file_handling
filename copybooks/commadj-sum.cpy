      *====================================================
      * COMMADJ-SUM.CPY
      * Shared paragraph: the approved commission adjustments
      * (commadj.dat) one salesman is paid in one period. The
      * caller MOVEs the salesman number to WS-AJ-SM-NUM and
      * the period (YYYYMM) to WS-AJ-PERIOD and PERFORMs
      * SUM-APPROVED-ADJUSTMENTS; WS-AJ-TOTAL comes back signed.
      * PENDING and REJECTED rows never count. No file means
      * no adjustments. The caller needs commadj-select/-rec
      * in scope.
      *====================================================
       SUM-APPROVED-ADJUSTMENTS.
           MOVE ZERO TO WS-AJ-TOTAL
           MOVE "N" TO WS-AJ-EOF
           OPEN INPUT COMMADJ-FILE
           IF WS-COMMADJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AJ-EOF = "Y"
               READ COMMADJ-FILE
                   AT END
                       MOVE "Y" TO WS-AJ-EOF
                   NOT AT END
                       IF AJ-SM-NUM = WS-AJ-SM-NUM AND
-                         AJ-PERIOD = WS-AJ-PERIOD AND
-                         AJ-STATUS = "APPROVED"
                           ADD AJ-AMOUNT TO WS-AJ-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMADJ-FILE.

           EXIT PARAGRAPH.
