-                  ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ5-YH-STATUS.
           COPY "inv-select.cpy".
           COPY "invloc-select.cpy".
           COPY "loc-select.cpy".
           COPY "backord-select.cpy".
           COPY "stkmove-select.cpy".
           COPY "bom-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "qtybreak-select.cpy".

           COPY "lock-rec.cpy".
           COPY "prod-rec.cpy".
           COPY "inv-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "loc-rec.cpy".
           COPY "backord-rec.cpy".
           COPY "stkmove-rec.cpy".
           COPY "bom-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "qtybreak-rec.cpy".

       01  SEQ5_YR_OK                  PIC X.
       01  SEQ5_QTY_BREAK              PIC 99 VALUE 0.
       01  SEQ5_PLAN_CODE              PIC X(5) VALUE "STD".
       01  SEQ5_MANAGER                PIC X(12) VALUE SPACES.
           COPY "ws-vars.cpy".


           PERFORM ACCEPT-SEQ5-ITEM-PRICE.
           PERFORM ACCEPT-SEQ5-REGION.
           PERFORM ACCEPT-SEQ5-PLAN.
           PERFORM ACCEPT-SEQ5-MANAGER.

           PERFORM CONFIRM-SEQ5-ENTRY-FORM.
           IF SEQ5_FORM_OK NOT = "Y"
               MOVE SEQ5_PRICE_OVR TO SEQ5_PRICE_OVR_FH.
               MOVE SEQ5_QTY_BREAK TO SEQ5_QTY_BREAK_FH.
               MOVE SEQ5_PLAN_CODE TO SEQ5_PLAN_CODE_FH.
               MOVE SEQ5_MANAGER TO SEQ5_MANAGER_FH.
               MOVE SPACE TO SEQ5_STATUS_FH.
               MOVE ZERO TO SEQ5_TERM_DATE_FH.
               MOVE SPACES TO SEQ5_SUCCESSOR_FH.
               MOVE WS-FH-OPERATOR-ID TO OPERATOR-ID-FH.
               DISPLAY "YEAR-TO-DATE SALES: " SEQ5_YTD_SALES_FH.

           IF SEQ5_LAST_WRITE_OK = "Y"
               MOVE SEQ5_ITEM_CODE TO WS-INV-ITEM-CODE
               MOVE SEQ5_UNIT_SOLD TO WS-INV-UNITS
               PERFORM POST-ITEM-SALE
           END-IF.

           DISPLAY "UNDO LAST ENTRY? (Y): " WITH NO ADVANCING.
               DISPLAY "4  ITEM:     " SEQ5_ITEM_CODE
-                  "  PRICE: " SEQ5_LIST_PRICE_OUT
               DISPLAY "5  REGION:   " SEQ5_REGION
               DISPLAY "6  MANAGER:  " SEQ5_MANAGER
               DISPLAY "+----------------------------------------+"
               DISPLAY "FIELD TO CHANGE (1-6), (C)ONFIRM, OR "
-                  "(A)BANDON: " WITH NO ADVANCING
               ACCEPT SEQ5_FORM_PICK
               EVALUATE SEQ5_FORM_PICK
                       PERFORM ACCEPT-SEQ5-ITEM-PRICE
                   WHEN "5"
                       PERFORM ACCEPT-SEQ5-REGION
                   WHEN "6"
                       PERFORM ACCEPT-SEQ5-MANAGER
                   WHEN "C"
                   WHEN "c"
                       MOVE "Y" TO SEQ5_FORM_OK

      *PRICE OF RECORD COMES FROM THE PRODUCT MASTER, NOT THE
      *KEYBOARD - A KEYED PRICE NEEDS THE SUPERVISOR OVERRIDE AND
      *FLAGS THE TRANSACTION (SEQ5_PRICE_OVR_FH) FOR THE AUDITORS.
      *THE STOCK LOCATION THE UNITS LEAVE FROM IS ASKED WITH THE
      *ITEM; UNDO PUTS THEM BACK THERE. STOCK ON QUARANTINE HOLD
      *AT THAT LOCATION CANNOT BE SOLD - BOTH ARE ASKED AGAIN
       ACCEPT-SEQ5-ITEM-PRICE.
           MOVE "Y" TO WS-QH-HELD
           PERFORM UNTIL WS-QH-HELD NOT = "Y"
               MOVE "N" TO SEQ5_ITEM_OK
               MOVE "N" TO SEQ5_PRICE_OVR
               PERFORM UNTIL SEQ5_ITEM_OK = "Y"
                   DISPLAY "PLEASE INPUT ITEM CODE: "
                       WITH NO ADVANCING
                   ACCEPT SEQ5_ITEM_CODE
                   PERFORM LOOK-UP-PRODUCT-MASTER
               END-PERFORM

               MOVE "N" TO WS-LOC-OK
               PERFORM UNTIL WS-LOC-OK = "Y"
                   DISPLAY "PLEASE INPUT STOCK LOCATION (BLANK FOR "
-                      "MAIN): " WITH NO ADVANCING
                   MOVE SPACES TO WS-INV-LOCATION
                   ACCEPT WS-INV-LOCATION
                   PERFORM CHECK-STOCK-LOCATION
               END-PERFORM

               MOVE SEQ5_ITEM_CODE TO WS-QH-ITEM-CODE
               PERFORM CHECK-ITEM-HOLD
               IF WS-QH-HELD = "Y"
                   DISPLAY SEQ5_ITEM_CODE " AT " WS-INV-LOCATION
                       " IS ON QUARANTINE HOLD - NOT FOR SALE"
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

           EXIT PARAGRAPH.

      *THE REPORTING MANAGER EARNS THE OVERRIDE ON THIS SALESMAN'S
      *SALES - A SALESMAN IS NEVER THEIR OWN MANAGER
       ACCEPT-SEQ5-MANAGER.
           DISPLAY "REPORTING MANAGER NUMBER (BLANK = NONE): "
-              WITH NO ADVANCING
           ACCEPT SEQ5_MANAGER
           IF SEQ5_MANAGER = SEQ5_SALES_MAN_NUM
               DISPLAY "MANAGER IS THE SALESMAN'S OWN NUMBER - "
-                  "NO MANAGER SET"
               MOVE SPACES TO SEQ5_MANAGER
           END-IF.

           EXIT PARAGRAPH.

       LOOK-UP-PRODUCT-MASTER.
           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
                   PERFORM WRITE-UPDATE-JOURNAL
                   MOVE SEQ5_ITEM_CODE_FH TO WS-INV-ITEM-CODE
                   COMPUTE WS-INV-UNITS = 0 - SEQ5_UNIT_SOLD
                   PERFORM POST-ITEM-SALE
                   MOVE "SALES-MAN-INFO" TO WS-MA-PROGRAM-ID
                   MOVE SEQ5_SALES_MAN_NUM_FH TO WS-MA-KEY-NUM
                   MOVE "UNDO" TO WS-MA-ACTION
                       DISPLAY "TOTAL SALES" SEQ5_STORE_TOTAL_SALES_FH
                       DISPLAY "YTD SALES: " SEQ5_YTD_SALES_FH " ("
-                          SEQ5_YTD_YEAR_FH ")"
                       IF SEQ5_STATUS_FH = "T"
                           DISPLAY "TERMINATED " SEQ5_TERM_DATE_FH
-                              " - ACCOUNTS TO " SEQ5_SUCCESSOR_FH
                       END-IF
                       DISPLAY "(R)EWRITE OR (D)ELETE? " WITH
-                          NO ADVANCING
                       ACCEPT SEQ5_MAINT_ACTION
-                              NO ADVANCING
                           ACCEPT SEQ5_REGION
                           MOVE SEQ5_REGION TO SEQ5_REGION_FH
                           DISPLAY "CURRENT MANAGER: " SEQ5_MANAGER_FH
                           MOVE SEQ5_SALES_MAN_NUM_FH TO
                               SEQ5_SALES_MAN_NUM
                           PERFORM ACCEPT-SEQ5-MANAGER
                           MOVE SEQ5_MANAGER TO SEQ5_MANAGER_FH
                           MOVE SEQ5_UNIT_SOLD TO SEQ5_UNIT_SOLD_FH
                           MOVE SEQ5_UNIT_PRICE TO SEQ5_UNIT_PRICE_FH
                           MOVE SEQ5_STORE_TOTAL_SALES TO

       COPY "inv-post.cpy".

       COPY "loc-check.cpy".

       COPY "hold-check.cpy".

       COPY "kit-post.cpy".

       COPY "stkmove-write.cpy".

       COPY "lock-paragraphs.cpy".


