      * the inventory file (invmast.dat) that every posted sale
      * decrements via inv-post.cpy. Receipts are validated
      * against the product master so stock cannot be received
      * for an item that does not exist. Receipts name the
      * stock location they land in (invloc.dat - blank means
      * MAIN), and reorder points and the reorder report work
      * either on the all-locations total or on one location.
      * Run on demand from the command line; it is not wired
      * into FH-MAIN-MENU since it is housekeeping, not a
      * calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "loc-select.cpy".
           COPY "prod-select.cpy".
           COPY "backord-select.cpy".
           COPY "salesord-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "loc-rec.cpy".
           COPY "prod-rec.cpy".
           COPY "backord-rec.cpy".
           COPY "salesord-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "fd-vars.cpy".

       01  INV-EOF                         PIC X VALUE "N".
       01  INV-LIST-COUNT                  PIC 9(5) VALUE 0.
       01  INV-ON-HAND-OUT                 PIC -Z,ZZZ,ZZ9.99.
       01  INV-REPORT-LOCATION             PIC X(4).
           COPY "backorder-vars.cpy".
           COPY "ws-vars.cpy".

               DISPLAY "WARNING - NO PRODUCT MASTER ON FILE"
           END-IF

           DISPLAY "ENTER RECEIVING LOCATION (BLANK FOR MAIN): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INV-LOCATION
           ACCEPT WS-INV-LOCATION
           PERFORM CHECK-STOCK-LOCATION
           IF WS-LOC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER UNITS RECEIVED: " WITH NO ADVANCING
           ACCEPT INV-RECEIPT-UNITS

      * A receipt is just a negative sale against on-hand
           MOVE INV-ITEM TO WS-INV-ITEM-CODE
           COMPUTE WS-INV-UNITS = 0 - INV-RECEIPT-UNITS
           MOVE "RECEIPT" TO WS-MV-TYPE
           MOVE "KEYED" TO WS-MV-REF
           PERFORM POST-SALE-TO-INVENTORY
           DISPLAY "RECEIPT POSTED".

       SET-REORDER-POINT.
           DISPLAY "ENTER ITEM CODE: " WITH NO ADVANCING
           ACCEPT INV-ITEM
           DISPLAY "ENTER LOCATION (BLANK FOR ALL-LOCATIONS TOTAL): "
               WITH NO ADVANCING
           MOVE SPACES TO INV-REPORT-LOCATION
           ACCEPT INV-REPORT-LOCATION
           IF INV-REPORT-LOCATION NOT = SPACES
               PERFORM SET-LOCATION-REORDER-POINT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O INV-FILE
           IF WS-INV-FILE-STATUS NOT = "00"
               DISPLAY "NO INVENTORY FILE ON FILE - POST A RECEIPT "

           EXIT PARAGRAPH.

      *A LOCATION'S OWN TRIGGER LIVES ON ITS INVLOC ROW. A LOCATION
      *THAT HAS NEVER HELD THE ITEM GETS A ROW AT ZERO ON-HAND SO
      *IT CAN BE WATCHED BEFORE THE FIRST RECEIPT
       SET-LOCATION-REORDER-POINT.
           MOVE INV-REPORT-LOCATION TO WS-INV-LOCATION
           PERFORM CHECK-STOCK-LOCATION
           IF WS-LOC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O INVLOC-FILE
           IF WS-INVLOC-STATUS = "35"
               OPEN OUTPUT INVLOC-FILE
               CLOSE INVLOC-FILE
               OPEN I-O INVLOC-FILE
           END-IF
           IF WS-INVLOC-STATUS NOT = "00"
               MOVE "INVLOC-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-INVLOC-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE INV-ITEM TO IL-ITEM-CODE
           MOVE WS-INV-LOCATION TO IL-LOCATION
           READ INVLOC-FILE
               INVALID KEY
                   MOVE INV-ITEM TO IL-ITEM-CODE
                   MOVE WS-INV-LOCATION TO IL-LOCATION
                   MOVE ZERO TO IL-ON-HAND
                   MOVE ZERO TO IL-REORDER-POINT
                   MOVE SPACE TO IL-HOLD
                   DISPLAY "ENTER NEW REORDER POINT: "
                       WITH NO ADVANCING
                   ACCEPT IL-REORDER-POINT
                   WRITE INVLOC-RECORD
                       INVALID KEY
                           DISPLAY "WRITE FAILED"
                       NOT INVALID KEY
                           DISPLAY "REORDER POINT SET"
                           MOVE "INVLOC" TO WS-UJ-FILE-NAME
                           MOVE "WRITE" TO WS-UJ-ACTION
                           MOVE INVLOC-RECORD TO WS-UJ-IMAGE
                           PERFORM WRITE-UPDATE-JOURNAL
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "CURRENT REORDER POINT: " IL-REORDER-POINT
                   DISPLAY "ENTER NEW REORDER POINT: "
                       WITH NO ADVANCING
                   ACCEPT IL-REORDER-POINT
                   REWRITE INVLOC-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED"
                       NOT INVALID KEY
                           DISPLAY "REORDER POINT SET"
                           MOVE "INVLOC" TO WS-UJ-FILE-NAME
                           MOVE "REWRITE" TO WS-UJ-ACTION
                           MOVE INVLOC-RECORD TO WS-UJ-IMAGE
                           PERFORM WRITE-UPDATE-JOURNAL
                   END-REWRITE
           END-READ
           CLOSE INVLOC-FILE.

           EXIT PARAGRAPH.

       REORDER-REPORT.
           MOVE "N" TO INV-EOF
           MOVE ZERO TO INV-LIST-COUNT
           DISPLAY "ENTER LOCATION (BLANK FOR ALL LOCATIONS): "
               WITH NO ADVANCING
           MOVE SPACES TO INV-REPORT-LOCATION
           ACCEPT INV-REPORT-LOCATION
           IF INV-REPORT-LOCATION NOT = SPACES
               PERFORM LOCATION-REORDER-REPORT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INV-FILE
           IF WS-INV-FILE-STATUS NOT = "00"
               DISPLAY "NO INVENTORY FILE ON FILE"

           EXIT PARAGRAPH.

      *ONE LOCATION'S SHELF AGAINST ITS OWN REORDER POINTS. THE
      *FILE IS KEYED ITEM THEN LOCATION, SO THIS IS A FULL PASS
      *KEEPING THE ROWS FOR THE ONE LOCATION ASKED FOR
       LOCATION-REORDER-REPORT.
           OPEN INPUT INVLOC-FILE
           IF WS-INVLOC-STATUS NOT = "00"
               DISPLAY "NO LOCATION ON-HAND FILE ON FILE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "========= REORDER REPORT - LOCATION "
               INV-REPORT-LOCATION " ========="
           MOVE LOW-VALUES TO IL-KEY
           START INVLOC-FILE KEY IS NOT LESS THAN IL-KEY
               INVALID KEY
                   MOVE "Y" TO INV-EOF
           END-START
           PERFORM UNTIL INV-EOF = "Y"
               READ INVLOC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO INV-EOF
                   NOT AT END
                       IF IL-LOCATION = INV-REPORT-LOCATION
                          AND IL-ON-HAND <= IL-REORDER-POINT
                           ADD 1 TO INV-LIST-COUNT
                           MOVE IL-ON-HAND TO INV-ON-HAND-OUT
                           DISPLAY IL-ITEM-CODE " ON HAND: "
                               INV-ON-HAND-OUT
                               " REORDER AT: " IL-REORDER-POINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVLOC-FILE
           DISPLAY INV-LIST-COUNT " ITEM(S) AT OR BELOW REORDER "
-              "POINT"
           DISPLAY "==================================".

           EXIT PARAGRAPH.

       COPY "upd-journal.cpy".

       COPY "runlog-write.cpy".

       COPY "inv-post.cpy".

       COPY "loc-check.cpy".

       COPY "stkmove-write.cpy".

       COPY "backorder-alloc.cpy".

       COPY "hold-check.cpy".

       COPY "order-reserve.cpy".


       COPY "capture-operator.cpy".
