      * salesman's YTD actual from the indexed sqnc_5 master
      * against quota, variance amount, percent attained, and
      * an UNDER flag for anyone below the chosen threshold.
      * A quota closed by SALESMAN-TERMINATION is flagged
      * CLOSED and can no longer be changed here.
      * Run on demand from the command line; it is not wired
      * into FH-MAIN-MENU since it is housekeeping and
      * reporting, not a calculation.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "quota-select.cpy".
           COPY "sqnc5-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "quota-rec.cpy".

           FD SQNC5-FILE.
           COPY "sqnc5-rec.cpy".
       01  QTA-CHOICE                      PIC 9.
       01  QTA-SM-NUM                      PIC 9(12).
       01  QTA-EOF                         PIC X VALUE "N".
       01  QTA-YTD-ACTUAL                  PIC S9(12)V99.
       01  QTA-VARIANCE                    PIC S9(12)V99.
       01  QTA-PCT                         PIC 9(3)V9.
                   MOVE ZERO TO QT-Q2-QUOTA
                   MOVE ZERO TO QT-Q3-QUOTA
                   MOVE ZERO TO QT-Q4-QUOTA
                   MOVE ZERO TO QT-CLOSED-DATE
                   PERFORM ACCEPT-QUOTA-FIGURES
                   MOVE QTA-SM-NUM TO QT-SM-NUM
                   WRITE QUOTA-RECORD
                           DISPLAY "QUOTA SET"
                   END-WRITE
               NOT INVALID KEY
                   IF QT-CLOSED-DATE NOT = ZERO
                       DISPLAY "QUOTA CLOSED " QT-CLOSED-DATE
-                          " - SALESMAN TERMINATED, NOT CHANGED"
                       CLOSE QUOTA-FILE
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "CURRENT ANNUAL QUOTA: " QT-ANNUAL-QUOTA
                   PERFORM ACCEPT-QUOTA-FIGURES
                   REWRITE QUOTA-RECORD
           DISPLAY "ENTER SALESMAN NUMBER: " WITH NO ADVANCING
           ACCEPT QTA-SM-NUM
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS NOT = "00"
               DISPLAY "NO QUOTA FILE ON FILE"
               EXIT PARAGRAPH
           END-IF
                   DISPLAY "ANNUAL: " QT-ANNUAL-QUOTA
                   DISPLAY "Q1: " QT-Q1-QUOTA "  Q2: " QT-Q2-QUOTA
                   DISPLAY "Q3: " QT-Q3-QUOTA "  Q4: " QT-Q4-QUOTA
                   IF QT-CLOSED-DATE NOT = ZERO
                       DISPLAY "CLOSED: " QT-CLOSED-DATE
                   END-IF
           END-READ
           CLOSE QUOTA-FILE.

               EXIT PARAGRAPH
           END-IF
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS NOT = "00"
               DISPLAY "NO QUOTA FILE ON FILE"
               CLOSE SQNC5-FILE
               EXIT PARAGRAPH
           READ QUOTA-FILE
               INVALID KEY
                   MOVE ZERO TO QT-ANNUAL-QUOTA
                   MOVE ZERO TO QT-CLOSED-DATE
           END-READ

           COMPUTE QTA-VARIANCE = QTA-YTD-ACTUAL - QT-ANNUAL-QUOTA
                   MOVE SPACES TO QTA-FLAG
               END-IF
           END-IF
           IF QT-CLOSED-DATE NOT = ZERO
               MOVE "CLOSED" TO QTA-FLAG
           END-IF

           ADD 1 TO QTA-RPT-COUNT
           MOVE QTA-YTD-ACTUAL TO QTA-ACTUAL-OUT

       OPEN-QUOTA-FOR-WRITE.
           OPEN I-O QUOTA-FILE
           IF WS-QUOTA-STATUS = "35"
               OPEN OUTPUT QUOTA-FILE
               CLOSE QUOTA-FILE
               OPEN I-O QUOTA-FILE
