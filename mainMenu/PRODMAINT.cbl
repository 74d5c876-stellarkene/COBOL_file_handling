      * Every price change also writes one row to the price-
      * change history (prodhist.dat) - old price, new price,
      * effective date, operator - so a bad price can always be
      * traced to the change that introduced it. Each item
      * is placed in the department / category / sub-category
      * tree kept on the category master (catmast.dat), which
      * is maintained here too - a row can only be added under
      * a parent already on file, and every add or rename is
      * audited. Run on demand from the command line; it is
      * not wired into FH-MAIN-MENU since it is housekeeping,
      * not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           COPY "prod-select.cpy".
           COPY "qtybreak-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "prodhist-select.cpy".
           COPY "cat-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
           COPY "qtybreak-rec.cpy".
           COPY "updjrnl-rec.cpy".

           COPY "prodhist-rec.cpy".
           COPY "cat-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  PDM-OLD-PRICE                   PIC 9(5)V99.
       01  PDM-PRICE-OUT                   PIC ZZ,ZZ9.99.
       01  PDM-OLD-PRICE-OUT               PIC ZZ,ZZ9.99.
       01  PDM-CHANGE-TYPE                 PIC X(5) VALUE "PRICE".
       01  PDM-NEW-VALUE                   PIC 9(5)V99.
       01  PDM-QB-CHOICE                   PIC 9.
       01  PDM-QB-COUNT                    PIC 9(3).
       01  PDM-QB-MIN-OUT                  PIC ZZ,ZZ9.99.
       01  PDM-CT-CHOICE                   PIC 9.
       01  PDM-CT-COUNT                    PIC 9(5).
       01  PDM-CT-NAME                     PIC X(20).
       01  PDM-CT-PARENT-OK                PIC X.
       01  PDM-TODAY                       PIC 9(8).
           COPY "ws-vars.cpy".


               DISPLAY "4 - PRICE/COST HISTORY FOR AN ITEM"
               DISPLAY "5 - CHANGE UNIT COST"
               DISPLAY "6 - QUANTITY-BREAK TIERS FOR AN ITEM"
               DISPLAY "7 - ASSIGN AN ITEM'S CATEGORY"
               DISPLAY "8 - CATEGORY MASTER"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT PDM-CHOICE
                       PERFORM CHANGE-PRODUCT-COST
                   WHEN 6
                       PERFORM MAINTAIN-QTY-BREAKS
                   WHEN 7
                       PERFORM ASSIGN-ITEM-CATEGORY
                   WHEN 8
                       PERFORM MAINTAIN-CATEGORY-MASTER
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
           ACCEPT PM-UNIT-PRICE
           DISPLAY "ENTER UNIT COST: " WITH NO ADVANCING
           ACCEPT PM-UNIT-COST
           PERFORM ACCEPT-ITEM-CATEGORY
           IF WS-CAT-OK NOT = "Y"
               DISPLAY "ITEM NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAT-KEY TO PM-CATEGORY
           ACCEPT PM-EFF-DATE FROM DATE YYYYMMDD

           PERFORM OPEN-PROD-FOR-WRITE

       WRITE-PRICE-HISTORY-ROW.
           OPEN EXTEND PRODHIST-FILE
           IF WS-PRODHIST-STATUS NOT = "00" AND NOT = "05"
               MOVE "PRODHIST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-PRODHIST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           ELSE
               MOVE PM-ITEM-CODE TO PH-ITEM-CODE
               ACCEPT PH-CHANGE-DATE FROM DATE YYYYMMDD
               ACCEPT PH-CHANGE-TIME FROM TIME
               WRITE PRODHIST-RECORD
               IF WS-PRODHIST-STATUS NOT = "00"
                   MOVE "PRODHIST-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "WRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-PRODHIST-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
               END-IF
               CLOSE PRODHIST-FILE
                       DISPLAY PM-ITEM-CODE " " PM-DESCRIPTION
                           " PRICE: " PDM-PRICE-OUT
                           " EFF: " PM-EFF-DATE
                           " CAT: " PM-CAT-DEPT "/" PM-CAT-CAT "/"
                           PM-CAT-SUB
               END-READ
           END-PERFORM
           CLOSE PROD-FILE
           MOVE "N" TO PDM-EOF
           MOVE ZERO TO PDM-LIST-COUNT
           OPEN INPUT PRODHIST-FILE
           IF WS-PRODHIST-STATUS NOT = "00"
               DISPLAY "NO PRICE-CHANGE HISTORY ON FILE"
               EXIT PARAGRAPH
           END-IF

           EXIT PARAGRAPH.

      *================= CATEGORIES ============================
      *THE THREE CODES ARE KEYED SEPARATELY; BLANK DEPARTMENT
      *LEAVES THE ITEM UNCATEGORIZED
       ACCEPT-ITEM-CATEGORY.
           MOVE SPACES TO WS-CAT-KEY
           DISPLAY "DEPARTMENT CODE (BLANK = UNCATEGORIZED): "
               WITH NO ADVANCING
           ACCEPT WS-CAT-DEPT
           IF WS-CAT-DEPT NOT = SPACES
               DISPLAY "CATEGORY CODE (BLANK = DEPARTMENT ONLY): "
                   WITH NO ADVANCING
               ACCEPT WS-CAT-CAT
               IF WS-CAT-CAT NOT = SPACES
                   DISPLAY "SUB-CATEGORY CODE (BLANK = CATEGORY "
-                      "ONLY): " WITH NO ADVANCING
                   ACCEPT WS-CAT-SUB
               END-IF
           END-IF
           PERFORM CHECK-PRODUCT-CATEGORY.

           EXIT PARAGRAPH.

       ASSIGN-ITEM-CATEGORY.
           DISPLAY "ENTER ITEM CODE: " WITH NO ADVANCING
           ACCEPT PDM-ITEM
           MOVE PDM-ITEM TO PM-ITEM-CODE

           OPEN I-O PROD-FILE
           READ PROD-FILE
               INVALID KEY
                   DISPLAY "NO ITEM FOUND WITH THAT CODE"
               NOT INVALID KEY
                   DISPLAY "ITEM: " PM-DESCRIPTION
                   DISPLAY "CURRENT CATEGORY: " PM-CAT-DEPT "/"
                       PM-CAT-CAT "/" PM-CAT-SUB
                   PERFORM ACCEPT-ITEM-CATEGORY
                   IF WS-CAT-OK NOT = "Y"
                       DISPLAY "CATEGORY NOT CHANGED"
                   ELSE
                       MOVE WS-CAT-KEY TO PM-CATEGORY
                       REWRITE PROD-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE FAILED"
                           NOT INVALID KEY
                               DISPLAY "CATEGORY CHANGED"
                               MOVE "PRODMAST" TO WS-UJ-FILE-NAME
                               MOVE "REWRITE" TO WS-UJ-ACTION
                               MOVE PROD-RECORD TO WS-UJ-IMAGE
                               PERFORM WRITE-UPDATE-JOURNAL
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE PROD-FILE.

           EXIT PARAGRAPH.

       MAINTAIN-CATEGORY-MASTER.
           MOVE ZERO TO PDM-CT-CHOICE
           PERFORM UNTIL PDM-CT-CHOICE = 9
               DISPLAY "1 - ADD/RENAME A CATEGORY  2 - LIST "
-                  "CATEGORIES  9 - BACK: " WITH NO ADVANCING
               ACCEPT PDM-CT-CHOICE
               EVALUATE PDM-CT-CHOICE
                   WHEN 1
                       PERFORM MAINTAIN-ONE-CATEGORY
                   WHEN 2
                       PERFORM LIST-CATEGORIES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           EXIT PARAGRAPH.

      *A NEW ROW NEEDS ITS PARENT ON FILE - A CATEGORY ITS
      *DEPARTMENT, A SUB-CATEGORY ITS CATEGORY. A ROW ALREADY ON
      *FILE CAN ONLY BE RENAMED; THE CODES ARE WHAT ITEMS POINT AT
       MAINTAIN-ONE-CATEGORY.
           MOVE SPACES TO WS-CAT-KEY
           DISPLAY "DEPARTMENT CODE: " WITH NO ADVANCING
           ACCEPT WS-CAT-DEPT
           IF WS-CAT-DEPT = SPACES
               DISPLAY "DEPARTMENT CODE REQUIRED - NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CATEGORY CODE (BLANK FOR THE DEPARTMENT "
-              "ITSELF): " WITH NO ADVANCING
           ACCEPT WS-CAT-CAT
           IF WS-CAT-CAT NOT = SPACES
               DISPLAY "SUB-CATEGORY CODE (BLANK FOR THE CATEGORY "
-                  "ITSELF): " WITH NO ADVANCING
               ACCEPT WS-CAT-SUB
           END-IF
           OPEN I-O CAT-FILE
           IF WS-CAT-STATUS = "35"
               OPEN OUTPUT CAT-FILE
               CLOSE CAT-FILE
               OPEN I-O CAT-FILE
           END-IF
           IF WS-CAT-STATUS NOT = "00"
               MOVE "CAT-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-CAT-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ACCEPT PDM-TODAY FROM DATE YYYYMMDD
           MOVE WS-CAT-KEY TO CT-KEY
           READ CAT-FILE
               INVALID KEY
                   PERFORM ADD-CATEGORY-ROW
               NOT INVALID KEY
                   PERFORM RENAME-CATEGORY-ROW
           END-READ
           CLOSE CAT-FILE.

           EXIT PARAGRAPH.

       ADD-CATEGORY-ROW.
           MOVE "Y" TO PDM-CT-PARENT-OK
           IF WS-CAT-CAT NOT = SPACES
               MOVE SPACES TO CT-KEY
               MOVE WS-CAT-DEPT TO CT-DEPT
               IF WS-CAT-SUB NOT = SPACES
                   MOVE WS-CAT-CAT TO CT-CAT
               END-IF
               READ CAT-FILE
                   INVALID KEY
                       MOVE "N" TO PDM-CT-PARENT-OK
               END-READ
           END-IF
           IF PDM-CT-PARENT-OK NOT = "Y"
               DISPLAY "PARENT " CT-DEPT "/" CT-CAT
                   " IS NOT ON FILE - ADD IT FIRST"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NEW CATEGORY " WS-CAT-DEPT "/" WS-CAT-CAT "/"
               WS-CAT-SUB
           DISPLAY "NAME: " WITH NO ADVANCING
           MOVE SPACES TO PDM-CT-NAME
           ACCEPT PDM-CT-NAME
           IF PDM-CT-NAME = SPACES
               DISPLAY "NAME REQUIRED - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAT-KEY TO CT-KEY
           MOVE PDM-CT-NAME TO CT-NAME
           MOVE PDM-TODAY TO CT-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO CT-OPERATOR-ID
           WRITE CAT-RECORD
               INVALID KEY
                   DISPLAY "CATEGORY ALREADY ON FILE - NOT ADDED"
               NOT INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE CAT-RECORD TO WS-MA-AFTER
                   MOVE "ADD" TO WS-MA-ACTION
                   PERFORM AUDIT-CATEGORY-CHANGE
                   DISPLAY "CATEGORY ADDED"
           END-WRITE.

           EXIT PARAGRAPH.

       RENAME-CATEGORY-ROW.
           MOVE CAT-RECORD TO WS-MA-BEFORE
           DISPLAY "NAME: " CT-NAME
           DISPLAY "NEW NAME (BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACES TO PDM-CT-NAME
           ACCEPT PDM-CT-NAME
           IF PDM-CT-NAME = SPACES
               DISPLAY "NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE PDM-CT-NAME TO CT-NAME
           MOVE PDM-TODAY TO CT-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO CT-OPERATOR-ID
           REWRITE CAT-RECORD
               INVALID KEY
                   MOVE "CAT-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-CAT-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   MOVE CAT-RECORD TO WS-MA-AFTER
                   MOVE "CHANGE" TO WS-MA-ACTION
                   PERFORM AUDIT-CATEGORY-CHANGE
                   DISPLAY "CATEGORY RENAMED"
           END-REWRITE.

           EXIT PARAGRAPH.

       AUDIT-CATEGORY-CHANGE.
           MOVE "PRODUCT-MAINTENANCE" TO WS-MA-PROGRAM-ID
           MOVE CT-KEY TO WS-MA-KEY-NUM
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

      *KEY ORDER IS TREE ORDER - EACH DEPARTMENT IS FOLLOWED BY ITS
      *CATEGORIES, EACH CATEGORY BY ITS SUB-CATEGORIES
       LIST-CATEGORIES.
           MOVE "N" TO PDM-EOF
           MOVE ZERO TO PDM-CT-COUNT
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "NO CATEGORY MASTER ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CT-KEY
           START CAT-FILE KEY IS NOT LESS THAN CT-KEY
               INVALID KEY
                   MOVE "Y" TO PDM-EOF
           END-START
           PERFORM UNTIL PDM-EOF = "Y"
               READ CAT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PDM-EOF
                   NOT AT END
                       ADD 1 TO PDM-CT-COUNT
                       EVALUATE TRUE
                           WHEN CT-CAT = SPACES
                               DISPLAY CT-DEPT "           "
                                   CT-NAME
                           WHEN CT-SUB = SPACES
                               DISPLAY "  " CT-DEPT "/" CT-CAT
                                   "    " CT-NAME
                           WHEN OTHER
                               DISPLAY "    " CT-DEPT "/" CT-CAT
                                   "/" CT-SUB " " CT-NAME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CAT-FILE
           DISPLAY PDM-CT-COUNT " CATEGORY ROW(S) ON FILE".

           EXIT PARAGRAPH.

       OPEN-PROD-FOR-WRITE.
           OPEN I-O PROD-FILE
           IF WS-PROD-FILE-STATUS = "35"

           EXIT PARAGRAPH.

       COPY "cat-check.cpy".

       COPY "maint-audit-write.cpy".

       COPY "upd-journal.cpy".

       COPY "runlog-write.cpy".
