      *====================================================
      * MGR-OVERRIDE.CPY
      * Shared paragraphs for the sales manager override. The
      * caller needs SQNC5-FILE (closed - the paragraph opens
      * and closes it), MGRRATE-FILE and OVERRIDE-FILE in the
      * program.
      *
      * CREDIT-MANAGER-OVERRIDE - for the sale (or share of a
      * split) WS-MO-SALES by salesman WS-MO-SM-NUM under
      * invoice WS-MO-INVOICE dated WS-MO-DATE, looks up the
      * reporting manager on the salesman master and the
      * manager's rate in force on that date, and books
      * WS-MO-SALES times the rate to override.dat. A negative
      * WS-MO-SALES (return, undo) books a negative override.
      * No manager, or no rate above zero, books nothing.
      * Back come WS-MO-MGR-NUM, WS-MO-RATE and WS-MO-AMOUNT.
      *
      * LOOK-UP-MANAGER-RATE - the latest mgrrate.dat row for
      * WS-MO-MGR-NUM effective on or before WS-MO-DATE, into
      * WS-MO-RATE (zero when none).
      *====================================================
       CREDIT-MANAGER-OVERRIDE.
           MOVE SPACES TO WS-MO-MGR-NUM
           MOVE ZERO TO WS-MO-RATE
           MOVE ZERO TO WS-MO-AMOUNT
           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MO-SM-NUM TO SEQ5_SALES_MAN_NUM_FH
           READ SQNC5-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SEQ5_MANAGER_FH TO WS-MO-MGR-NUM
           END-READ
           CLOSE SQNC5-FILE
           IF WS-MO-MGR-NUM = SPACES OR
-             WS-MO-MGR-NUM = WS-MO-SM-NUM
               EXIT PARAGRAPH
           END-IF

           PERFORM LOOK-UP-MANAGER-RATE
           IF WS-MO-RATE = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MO-AMOUNT ROUNDED = WS-MO-SALES * WS-MO-RATE

           OPEN EXTEND OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = "35"
               OPEN OUTPUT OVERRIDE-FILE
           END-IF
           IF WS-OVERRIDE-STATUS NOT = "00" AND NOT = "05"
               MOVE "OVERRIDE-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-OVERRIDE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MO-MGR-NUM TO OV-MGR-NUM
           MOVE WS-MO-SM-NUM TO OV-SM-NUM
           MOVE WS-MO-INVOICE TO OV-INVOICE-NUM
           MOVE WS-MO-DATE TO OV-DATE
           MOVE WS-MO-SALES TO OV-SALES
           MOVE WS-MO-RATE TO OV-RATE
           MOVE WS-MO-AMOUNT TO OV-AMOUNT
           MOVE WS-FH-OPERATOR-ID TO OV-OPERATOR-ID
           WRITE OVERRIDE-RECORD
           CLOSE OVERRIDE-FILE.

           EXIT PARAGRAPH.

       LOOK-UP-MANAGER-RATE.
           MOVE ZERO TO WS-MO-RATE
           MOVE ZERO TO WS-MO-BEST-DATE
           OPEN INPUT MGRRATE-FILE
           IF WS-MGRRATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MGRRATE-STATUS NOT = "00"
               READ MGRRATE-FILE
                   AT END
                       MOVE "10" TO WS-MGRRATE-STATUS
                   NOT AT END
                       IF MR-MGR-NUM = WS-MO-MGR-NUM AND
-                          MR-EFF-DATE <= WS-MO-DATE AND
-                          MR-EFF-DATE >= WS-MO-BEST-DATE
                           MOVE MR-RATE TO WS-MO-RATE
                           MOVE MR-EFF-DATE TO WS-MO-BEST-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MGRRATE-FILE.

           EXIT PARAGRAPH.
