      *====================================================
      * DUE-DATE.CPY
      * Shared paragraphs: turn a customer's payment terms
      * into dates. Caller MOVEs the customer number into
      * WS-DD-CUST-NUM and the invoice date (YYYYMMDD) into
      * WS-DD-INV-DATE, then PERFORMs COMPUTE-TERMS-DUE-DATE.
      * Back come WS-DD-TERMS (CU-TERMS off the master),
      * WS-DD-DUE-DATE, and - when the terms carry a discount
      * - WS-DD-DISC-PCT and the last day to take it in
      * WS-DD-DISC-DATE (zero when there is no discount).
      * Both dates count calendar days from the invoice date
      * and then roll forward past Saturdays, Sundays, and
      * the holidays on holidays.dat, the same test DAY_NUMBER
      * uses for business days. A customer not on the master,
      * or a terms code not on terms.dat, falls back to net
      * 30 with no discount and WS-DD-TERMS-FOUND "N".
      * Needs the CUST, TERMS, and HOLIDAY file pairs and the
      * WS-DD-* fields from ws-vars.cpy.
      *====================================================
       COMPUTE-TERMS-DUE-DATE.
           MOVE SPACES TO WS-DD-TERMS
           MOVE "N" TO WS-DD-TERMS-FOUND
           MOVE 30 TO WS-DD-NET-DAYS
           MOVE ZERO TO WS-DD-DISC-PCT
           MOVE ZERO TO WS-DD-DISC-DAYS
           MOVE ZERO TO WS-DD-DISC-DATE
           OPEN INPUT CUST-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE WS-DD-CUST-NUM TO CU-CUST-NUM
               READ CUST-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-DD-TERMS
                   NOT INVALID KEY
                       MOVE CU-TERMS TO WS-DD-TERMS
               END-READ
               CLOSE CUST-FILE
           END-IF
           IF WS-DD-TERMS NOT = SPACES
               PERFORM FIND-TERMS-ROW
           END-IF

           MOVE WS-DD-INV-DATE TO WS-DD-WORK-DATE
           MOVE WS-DD-NET-DAYS TO WS-DD-ADD-DAYS
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-DD-WORK-DATE TO WS-DD-DUE-DATE
           IF WS-DD-DISC-PCT > ZERO
               MOVE WS-DD-INV-DATE TO WS-DD-WORK-DATE
               MOVE WS-DD-DISC-DAYS TO WS-DD-ADD-DAYS
               PERFORM ROLL-TO-BUSINESS-DAY
               MOVE WS-DD-WORK-DATE TO WS-DD-DISC-DATE
           END-IF.

           EXIT PARAGRAPH.

       FIND-TERMS-ROW.
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TERMS-STATUS NOT = "00"
               READ TERMS-FILE
                   AT END
                       MOVE "10" TO WS-TERMS-STATUS
                   NOT AT END
                       IF TM-TERMS-CODE = WS-DD-TERMS
                           MOVE "Y" TO WS-DD-TERMS-FOUND
                           MOVE TM-NET-DAYS TO WS-DD-NET-DAYS
                           MOVE TM-DISC-PCT TO WS-DD-DISC-PCT
                           MOVE TM-DISC-DAYS TO WS-DD-DISC-DAYS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE.

           EXIT PARAGRAPH.

      *ADDS WS-DD-ADD-DAYS CALENDAR DAYS TO WS-DD-WORK-DATE, THEN
      *STEPS FORWARD UNTIL THE DATE IS NEITHER A WEEKEND NOR A
      *HOLIDAY - A DUE DATE NEVER LANDS WHEN THE BANK IS SHUT
       ROLL-TO-BUSINESS-DAY.
           PERFORM LOAD-HOLIDAY-TABLE
           COMPUTE WS-DD-INT =
               FUNCTION INTEGER-OF-DATE(WS-DD-WORK-DATE)
               + WS-DD-ADD-DAYS
           MOVE "Y" TO WS-DD-IS-HOL
           PERFORM UNTIL WS-DD-IS-HOL = "N"
               COMPUTE WS-DD-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DD-INT)
               COMPUTE WS-DD-DOW = FUNCTION MOD(WS-DD-INT, 7)
               IF WS-DD-DOW = 0 OR WS-DD-DOW = 6
                   MOVE "Y" TO WS-DD-IS-HOL
               ELSE
                   PERFORM CHECK-HOLIDAY-DATE
               END-IF
               IF WS-DD-IS-HOL = "Y"
                   ADD 1 TO WS-DD-INT
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       LOAD-HOLIDAY-TABLE.
           IF WS-DD-HOL-LOADED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DD-HOL-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "00"
               PERFORM UNTIL WS-HOLIDAY-STATUS NOT = "00"
                   READ HOLIDAY-FILE
                       AT END
                           MOVE "10" TO WS-HOLIDAY-STATUS
                       NOT AT END
                           IF WS-DD-HOL-COUNT < 100
                               ADD 1 TO WS-DD-HOL-COUNT
                               MOVE HOL-DATE TO
                                   WS-DD-HOL-DATE(WS-DD-HOL-COUNT)
                               MOVE HOL-RECURRING TO
                                   WS-DD-HOL-RECUR(WS-DD-HOL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF
           MOVE "Y" TO WS-DD-HOL-LOADED.

           EXIT PARAGRAPH.

       CHECK-HOLIDAY-DATE.
           MOVE "N" TO WS-DD-IS-HOL
           PERFORM VARYING WS-DD-HOL-IDX FROM 1 BY 1
               UNTIL WS-DD-HOL-IDX > WS-DD-HOL-COUNT
               IF WS-DD-HOL-DATE(WS-DD-HOL-IDX) = WS-DD-WORK-DATE
                   MOVE "Y" TO WS-DD-IS-HOL
                   EXIT PERFORM
               END-IF
               IF WS-DD-HOL-RECUR(WS-DD-HOL-IDX) = "Y" AND
-                  WS-DD-HOL-MMDD(WS-DD-HOL-IDX) =
-                  WS-DD-WORK-DATE(5:4)
                   MOVE "Y" TO WS-DD-IS-HOL
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.
