      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-MAINTENANCE.

      *====================================================
      * Stand-alone utility: maintains the vendor master
      * (vendor.dat) that PURCHASE-ORDER edits every new PO
      * against - code, name, payment terms, standard lead
      * time and an active flag. Adds and changes are a
      * supervisor's and each one writes a before/after row to
      * the maintenance audit trail. Also prints the vendor
      * performance report over received POs on openpo.dat:
      * per vendor, the share of receipts that arrived on or
      * before the expected date, the average days late, and
      * the fill rate (received against ordered quantity).
      * Run on demand from the command line; it is not wired
      * into FH-MAIN-MENU since it is housekeeping, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "vendor-select.cpy".
           COPY "terms-select.cpy".
           COPY "openpo-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "vendor-rec.cpy".
           COPY "terms-rec.cpy".
           COPY "openpo-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  VDM-CHOICE                      PIC 9.
       01  VDM-EOF                         PIC X VALUE "N".
       01  VDM-OK                          PIC X.
       01  VDM-FOUND                       PIC X.
       01  VDM-TODAY                       PIC 9(8).
       01  VDM-LIST-COUNT                  PIC 9(5) VALUE 0.
       01  VDM-IN-CODE                     PIC X(10).
       01  VDM-IN-NAME                     PIC X(30).
       01  VDM-IN-TERMS                    PIC X(10).
       01  VDM-IN-LEAD                     PIC X(3).
       01  VDM-IN-ACTIVE                   PIC X.
       01  VDM-LEAD-DAYS                   PIC 9(3).
       01  VDM-DAYS                        PIC S9(5).
       01  VDM-NO-DATE-COUNT               PIC 9(5) VALUE 0.
       01  VDM-PCT                         PIC S9(5)V9.
       01  VDM-PCT-OUT                     PIC ZZZ9.9.
       01  VDM-LATE-OUT                    PIC ZZZ9.9.
       01  VDM-FILL-OUT                    PIC ZZZ9.9.
       01  VDM-COUNT-OUT                   PIC ZZZZ9.
       01  VDM-PF-IDX                      PIC 9(3).
       01  VDM-PF-COUNT                    PIC 9(3) VALUE 0.
       01  VDM-PF-OVERFLOW                 PIC X VALUE "N".
       01  VDM-PF-TABLE.
           05  VDM-PF-ENTRY                OCCURS 500 TIMES.
               10  VDM-PF-VENDOR           PIC X(10).
               10  VDM-PF-NAME             PIC X(30).
               10  VDM-PF-RECEIVED         PIC 9(5).
               10  VDM-PF-DATED            PIC 9(5).
               10  VDM-PF-ON-TIME          PIC 9(5).
               10  VDM-PF-LATE-DAYS        PIC 9(7).
               10  VDM-PF-ORDERED-QTY      PIC 9(9)V99.
               10  VDM-PF-RECV-QTY         PIC 9(9)V99.
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "VENDOR-MAINTENANCE" TO WS-RUNLOG-PROGRAM-ID.

           PERFORM UNTIL VDM-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "    VENDOR MAINTENANCE     "
               DISPLAY "==========================="
               DISPLAY "1 - ADD A VENDOR"
               DISPLAY "2 - CHANGE A VENDOR"
               DISPLAY "3 - LIST VENDORS (SPOOLED)"
               DISPLAY "4 - VENDOR PERFORMANCE REPORT"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT VDM-CHOICE

               EVALUATE VDM-CHOICE
                   WHEN 1
                       PERFORM ADD-ONE-VENDOR
                   WHEN 2
                       PERFORM CHANGE-ONE-VENDOR
                   WHEN 3
                       PERFORM LIST-VENDORS
                   WHEN 4
                       PERFORM VENDOR-PERFORMANCE-REPORT
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "VENDOR-MAINTENANCE" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *WHO WE BUY FROM, AND ON WHAT TERMS, IS A SUPERVISOR'S CALL
       CHECK-VENDOR-SUPERVISOR.
           MOVE "VENDMAINT-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "VENDOR-MAINTENANCE" TO WS-RUNLOG-PROGRAM-ID
           MOVE WS-FH-ROLE-OK TO VDM-OK.

           EXIT PARAGRAPH.

       ADD-ONE-VENDOR.
           PERFORM CHECK-VENDOR-SUPERVISOR
           IF VDM-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VENDOR CODE: " WITH NO ADVANCING
           ACCEPT VDM-IN-CODE
           IF VDM-IN-CODE = SPACES
               DISPLAY "VENDOR CODE REQUIRED - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VENDOR NAME: " WITH NO ADVANCING
           ACCEPT VDM-IN-NAME
           IF VDM-IN-NAME = SPACES
               DISPLAY "VENDOR NAME REQUIRED - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PAYMENT TERMS CODE: " WITH NO ADVANCING
           ACCEPT VDM-IN-TERMS
           PERFORM EDIT-VENDOR-TERMS
           IF VDM-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "STANDARD LEAD TIME (DAYS): " WITH NO ADVANCING
           ACCEPT VDM-IN-LEAD
           PERFORM EDIT-LEAD-DAYS
           IF VDM-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O VENDOR-FILE
           IF WS-VENDOR-STATUS = "35"
               OPEN OUTPUT VENDOR-FILE
               CLOSE VENDOR-FILE
               OPEN I-O VENDOR-FILE
           END-IF
           IF WS-VENDOR-STATUS NOT = "00"
               MOVE "VENDOR-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-VENDOR-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ACCEPT VDM-TODAY FROM DATE YYYYMMDD
           MOVE VDM-IN-CODE TO VN-CODE
           MOVE VDM-IN-NAME TO VN-NAME
           MOVE VDM-IN-TERMS TO VN-TERMS
           MOVE VDM-LEAD-DAYS TO VN-LEAD-DAYS
           MOVE "Y" TO VN-ACTIVE
           MOVE VDM-TODAY TO VN-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO VN-OPERATOR-ID
           WRITE VENDOR-RECORD
               INVALID KEY
                   DISPLAY "VENDOR " VDM-IN-CODE
                       " IS ALREADY ON FILE - NOT ADDED"
               NOT INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE VENDOR-RECORD TO WS-MA-AFTER
                   MOVE "ADD" TO WS-MA-ACTION
                   PERFORM AUDIT-VENDOR-CHANGE
                   DISPLAY "VENDOR " VDM-IN-CODE " ADDED"
           END-WRITE
           CLOSE VENDOR-FILE.

           EXIT PARAGRAPH.

      *TERMS MUST BE A CODE ON TERMS.DAT WHEN THAT TABLE EXISTS;
      *BEFORE ANY TERMS ARE SET UP THE CODE IS TAKEN AS KEYED
       EDIT-VENDOR-TERMS.
           MOVE "Y" TO VDM-OK
           IF VDM-IN-TERMS = SPACES
               DISPLAY "TERMS CODE REQUIRED - NOT SAVED"
               MOVE "N" TO VDM-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO VDM-FOUND
           MOVE "N" TO VDM-EOF
           PERFORM UNTIL VDM-EOF = "Y"
               READ TERMS-FILE
                   AT END
                       MOVE "Y" TO VDM-EOF
                   NOT AT END
                       IF TM-TERMS-CODE = VDM-IN-TERMS
                           MOVE "Y" TO VDM-FOUND
                           MOVE "Y" TO VDM-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE
           IF VDM-FOUND NOT = "Y"
               DISPLAY "TERMS " VDM-IN-TERMS
                   " ARE NOT ON THE TERMS TABLE - NOT SAVED"
               MOVE "N" TO VDM-OK
           END-IF.

           EXIT PARAGRAPH.

       EDIT-LEAD-DAYS.
           MOVE "Y" TO VDM-OK
           IF FUNCTION TEST-NUMVAL(VDM-IN-LEAD) NOT = ZERO
               DISPLAY "LEAD TIME MUST BE A WHOLE NUMBER OF DAYS - "
                   "NOT SAVED"
               MOVE "N" TO VDM-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE VDM-LEAD-DAYS = FUNCTION NUMVAL(VDM-IN-LEAD).

           EXIT PARAGRAPH.

      *BLANK ANSWERS KEEP WHAT IS ON FILE. AN INACTIVE VENDOR
      *KEEPS ITS PO HISTORY BUT TAKES NO NEW POS
       CHANGE-ONE-VENDOR.
           PERFORM CHECK-VENDOR-SUPERVISOR
           IF VDM-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VENDOR CODE: " WITH NO ADVANCING
           ACCEPT VDM-IN-CODE
           OPEN I-O VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = "00"
               DISPLAY "NO VENDOR MASTER ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE VDM-IN-CODE TO VN-CODE
           READ VENDOR-FILE
               INVALID KEY
                   DISPLAY "VENDOR " VDM-IN-CODE " IS NOT ON FILE"
                   CLOSE VENDOR-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE VENDOR-RECORD TO WS-MA-BEFORE
           DISPLAY "NAME:   " VN-NAME
           DISPLAY "TERMS:  " VN-TERMS "  LEAD DAYS: " VN-LEAD-DAYS
               "  ACTIVE: " VN-ACTIVE

           DISPLAY "NEW NAME (BLANK KEEPS): " WITH NO ADVANCING
           ACCEPT VDM-IN-NAME
           IF VDM-IN-NAME = SPACES
               MOVE VN-NAME TO VDM-IN-NAME
           END-IF
           DISPLAY "NEW TERMS CODE (BLANK KEEPS): " WITH NO ADVANCING
           ACCEPT VDM-IN-TERMS
           IF VDM-IN-TERMS = SPACES
               MOVE VN-TERMS TO VDM-IN-TERMS
           ELSE
               PERFORM EDIT-VENDOR-TERMS
               IF VDM-OK NOT = "Y"
                   CLOSE VENDOR-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "NEW LEAD TIME IN DAYS (BLANK KEEPS): "
               WITH NO ADVANCING
           ACCEPT VDM-IN-LEAD
           IF VDM-IN-LEAD = SPACES
               MOVE VN-LEAD-DAYS TO VDM-LEAD-DAYS
           ELSE
               PERFORM EDIT-LEAD-DAYS
               IF VDM-OK NOT = "Y"
                   CLOSE VENDOR-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "ACTIVE (Y/N, BLANK KEEPS): " WITH NO ADVANCING
           ACCEPT VDM-IN-ACTIVE
           IF VDM-IN-ACTIVE = SPACE
               MOVE VN-ACTIVE TO VDM-IN-ACTIVE
           END-IF
           IF VDM-IN-ACTIVE = "y"
               MOVE "Y" TO VDM-IN-ACTIVE
           END-IF
           IF VDM-IN-ACTIVE = "n"
               MOVE "N" TO VDM-IN-ACTIVE
           END-IF
           IF VDM-IN-ACTIVE NOT = "Y" AND NOT = "N"
               DISPLAY "ACTIVE MUST BE Y OR N - NOT SAVED"
               CLOSE VENDOR-FILE
               EXIT PARAGRAPH
           END-IF

           ACCEPT VDM-TODAY FROM DATE YYYYMMDD
           MOVE VDM-IN-NAME TO VN-NAME
           MOVE VDM-IN-TERMS TO VN-TERMS
           MOVE VDM-LEAD-DAYS TO VN-LEAD-DAYS
           MOVE VDM-IN-ACTIVE TO VN-ACTIVE
           MOVE VDM-TODAY TO VN-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO VN-OPERATOR-ID
           REWRITE VENDOR-RECORD
               INVALID KEY
                   MOVE "VENDOR-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-VENDOR-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   MOVE VENDOR-RECORD TO WS-MA-AFTER
                   MOVE "CHANGE" TO WS-MA-ACTION
                   PERFORM AUDIT-VENDOR-CHANGE
                   DISPLAY "VENDOR " VDM-IN-CODE " CHANGED"
           END-REWRITE
           CLOSE VENDOR-FILE.

           EXIT PARAGRAPH.

       LIST-VENDORS.
           MOVE ZERO TO VDM-LIST-COUNT
           MOVE "N" TO VDM-EOF
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = "00"
               DISPLAY "NO VENDOR MASTER ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "VENDOR-LIST" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE "VENDOR MASTER" TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           STRING "VENDOR     NAME                           "
               "TERMS      LEAD ACTIVE"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           MOVE LOW-VALUES TO VN-CODE
           START VENDOR-FILE KEY IS NOT LESS THAN VN-CODE
               INVALID KEY
                   MOVE "Y" TO VDM-EOF
           END-START
           PERFORM UNTIL VDM-EOF = "Y"
               READ VENDOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO VDM-EOF
                   NOT AT END
                       ADD 1 TO VDM-LIST-COUNT
                       STRING VN-CODE " " VN-NAME " " VN-TERMS " "
                           VN-LEAD-DAYS "  " VN-ACTIVE
                           DELIMITED BY SIZE INTO WS-SPOOL-LINE
                       DISPLAY WS-SPOOL-LINE
                       PERFORM SPOOL-WRITE-LINE
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE
           PERFORM SPOOL-CLOSE-REPORT
           DISPLAY VDM-LIST-COUNT " VENDOR(S) ON FILE".

           EXIT PARAGRAPH.

      *================= VENDOR PERFORMANCE ====================
      *EVERY RECEIVED PO LINE COUNTS TOWARD ITS VENDOR'S FILL
      *RATE; ON-TIME AND DAYS LATE NEED BOTH THE EXPECTED AND THE
      *RECEIPT DATE, SO LINES RECEIVED BEFORE THE RECEIPT DATE
      *WAS KEPT ARE LEFT OUT OF THOSE TWO. AN EARLY RECEIPT IS
      *ON TIME AND COUNTS AS ZERO DAYS LATE
       VENDOR-PERFORMANCE-REPORT.
           PERFORM LOAD-VENDOR-SLOTS
           MOVE ZERO TO VDM-NO-DATE-COUNT
           MOVE "N" TO VDM-EOF
           OPEN INPUT OPENPO-FILE
           IF WS-OPENPO-STATUS NOT = "00"
               DISPLAY "NO PURCHASE ORDERS ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL VDM-EOF = "Y"
               READ OPENPO-FILE
                   AT END
                       MOVE "Y" TO VDM-EOF
                   NOT AT END
                       IF PO-STATUS = "RECVD"
                           PERFORM SCORE-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPENPO-FILE

           MOVE "VENDOR-PERFORMANCE" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           ACCEPT VDM-TODAY FROM DATE YYYYMMDD
           STRING "VENDOR PERFORMANCE OVER RECEIVED POS AS OF "
               VDM-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "VENDOR     NAME                  RECEIVED "
               "ON-TIME%  AVG LATE   FILL%"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO VDM-LIST-COUNT
           PERFORM PRINT-ONE-VENDOR-LINE
               VARYING VDM-PF-IDX FROM 1 BY 1
               UNTIL VDM-PF-IDX > VDM-PF-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING VDM-LIST-COUNT " VENDOR(S) WITH RECEIPTS"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF VDM-NO-DATE-COUNT > ZERO
               STRING VDM-NO-DATE-COUNT " RECEIPT(S) WITH NO "
                   "RECEIPT DATE - IN FILL RATE ONLY"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF VDM-PF-OVERFLOW = "Y"
               MOVE "*** MORE THAN 500 VENDORS - LIST INCOMPLETE"
                   TO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

      *ONE SLOT PER VENDOR ON THE MASTER, IN CODE ORDER; A CODE
      *ONLY FOUND ON OLD POS GETS A SLOT OF ITS OWN AS IT TURNS UP
       LOAD-VENDOR-SLOTS.
           MOVE ZERO TO VDM-PF-COUNT
           MOVE "N" TO VDM-PF-OVERFLOW
           MOVE "N" TO VDM-EOF
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO VN-CODE
           START VENDOR-FILE KEY IS NOT LESS THAN VN-CODE
               INVALID KEY
                   MOVE "Y" TO VDM-EOF
           END-START
           PERFORM UNTIL VDM-EOF = "Y"
               READ VENDOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO VDM-EOF
                   NOT AT END
                       MOVE VN-CODE TO VDM-IN-CODE
                       PERFORM FIND-VENDOR-SLOT
                       IF VDM-PF-IDX > ZERO
                           MOVE VN-NAME TO VDM-PF-NAME(VDM-PF-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE.

           EXIT PARAGRAPH.

      *VDM-PF-IDX COMES BACK ON VDM-IN-CODE'S SLOT, ADDED THE FIRST
      *TIME; ZERO WHEN THE TABLE IS FULL
       FIND-VENDOR-SLOT.
           PERFORM VARYING VDM-PF-IDX FROM 1 BY 1
               UNTIL VDM-PF-IDX > VDM-PF-COUNT
               IF VDM-PF-VENDOR(VDM-PF-IDX) = VDM-IN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF VDM-PF-COUNT NOT < 500
               MOVE "Y" TO VDM-PF-OVERFLOW
               MOVE ZERO TO VDM-PF-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VDM-PF-COUNT
           MOVE VDM-PF-COUNT TO VDM-PF-IDX
           MOVE VDM-IN-CODE TO VDM-PF-VENDOR(VDM-PF-IDX)
           MOVE "*** NOT ON VENDOR MASTER" TO VDM-PF-NAME(VDM-PF-IDX)
           MOVE ZERO TO VDM-PF-RECEIVED(VDM-PF-IDX)
           MOVE ZERO TO VDM-PF-DATED(VDM-PF-IDX)
           MOVE ZERO TO VDM-PF-ON-TIME(VDM-PF-IDX)
           MOVE ZERO TO VDM-PF-LATE-DAYS(VDM-PF-IDX)
           MOVE ZERO TO VDM-PF-ORDERED-QTY(VDM-PF-IDX)
           MOVE ZERO TO VDM-PF-RECV-QTY(VDM-PF-IDX).

           EXIT PARAGRAPH.

       SCORE-ONE-RECEIPT.
           MOVE PO-VENDOR TO VDM-IN-CODE
           PERFORM FIND-VENDOR-SLOT
           IF VDM-PF-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VDM-PF-RECEIVED(VDM-PF-IDX)
           ADD PO-ORDER-QTY TO VDM-PF-ORDERED-QTY(VDM-PF-IDX)
           ADD PO-RECV-QTY TO VDM-PF-RECV-QTY(VDM-PF-IDX)
           IF PO-RECV-DATE NOT NUMERIC
               ADD 1 TO VDM-NO-DATE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF PO-RECV-DATE = ZERO OR PO-EXPECT-DATE = ZERO
               ADD 1 TO VDM-NO-DATE-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VDM-PF-DATED(VDM-PF-IDX)
           COMPUTE VDM-DAYS = FUNCTION INTEGER-OF-DATE(PO-RECV-DATE)
               - FUNCTION INTEGER-OF-DATE(PO-EXPECT-DATE)
           IF VDM-DAYS > ZERO
               ADD VDM-DAYS TO VDM-PF-LATE-DAYS(VDM-PF-IDX)
           ELSE
               ADD 1 TO VDM-PF-ON-TIME(VDM-PF-IDX)
           END-IF.

           EXIT PARAGRAPH.

       PRINT-ONE-VENDOR-LINE.
           IF VDM-PF-RECEIVED(VDM-PF-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VDM-LIST-COUNT
           MOVE VDM-PF-RECEIVED(VDM-PF-IDX) TO VDM-COUNT-OUT
           MOVE ZERO TO VDM-PCT
           IF VDM-PF-DATED(VDM-PF-IDX) > ZERO
               COMPUTE VDM-PCT ROUNDED =
                   VDM-PF-ON-TIME(VDM-PF-IDX) * 100
                   / VDM-PF-DATED(VDM-PF-IDX)
           END-IF
           MOVE VDM-PCT TO VDM-PCT-OUT
           MOVE ZERO TO VDM-PCT
           IF VDM-PF-DATED(VDM-PF-IDX) > ZERO
               COMPUTE VDM-PCT ROUNDED =
                   VDM-PF-LATE-DAYS(VDM-PF-IDX)
                   / VDM-PF-DATED(VDM-PF-IDX)
           END-IF
           MOVE VDM-PCT TO VDM-LATE-OUT
           MOVE ZERO TO VDM-PCT
           IF VDM-PF-ORDERED-QTY(VDM-PF-IDX) > ZERO
               COMPUTE VDM-PCT ROUNDED =
                   VDM-PF-RECV-QTY(VDM-PF-IDX) * 100
                   / VDM-PF-ORDERED-QTY(VDM-PF-IDX)
           END-IF
           MOVE VDM-PCT TO VDM-FILL-OUT
           STRING VDM-PF-VENDOR(VDM-PF-IDX) " "
               VDM-PF-NAME(VDM-PF-IDX)(1:20) "    "
               VDM-COUNT-OUT "   " VDM-PCT-OUT "    "
               VDM-LATE-OUT "  " VDM-FILL-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       AUDIT-VENDOR-CHANGE.
           MOVE "VENDOR-MAINTENANCE" TO WS-MA-PROGRAM-ID
           MOVE VN-CODE TO WS-MA-KEY-NUM
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "role-check.cpy".

       COPY "maint-audit-write.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
