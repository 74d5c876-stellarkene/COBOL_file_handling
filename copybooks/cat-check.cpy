      *====================================================
      * CAT-CHECK.CPY
      * Shared paragraph: edits a product category keyed for
      * an item. The caller puts department, category and
      * sub-category codes in WS-CAT-DEPT / WS-CAT-CAT /
      * WS-CAT-SUB and PERFORMs CHECK-PRODUCT-CATEGORY;
      * WS-CAT-OK comes back "Y" when all three are blank (the
      * item is left uncategorized) or the combination is a
      * row on the category master (catmast.dat), "N" - with
      * the reason displayed - otherwise. The caller needs
      * cat-select.cpy and cat-rec.cpy.
      *====================================================
       CHECK-PRODUCT-CATEGORY.
           MOVE "N" TO WS-CAT-OK
           IF WS-CAT-KEY = SPACES
               MOVE "Y" TO WS-CAT-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-DEPT = SPACES OR
-             (WS-CAT-CAT = SPACES AND WS-CAT-SUB NOT = SPACES)
               DISPLAY "CATEGORY " WS-CAT-DEPT "/" WS-CAT-CAT "/"
                   WS-CAT-SUB " IS INCOMPLETE"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "NO CATEGORY MASTER ON FILE - ITEM MUST BE "
-                  "LEFT UNCATEGORIZED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAT-KEY TO CT-KEY
           READ CAT-FILE
               INVALID KEY
                   DISPLAY "CATEGORY " WS-CAT-DEPT "/" WS-CAT-CAT
                       "/" WS-CAT-SUB " IS NOT ON THE CATEGORY "
                       "MASTER"
               NOT INVALID KEY
                   MOVE "Y" TO WS-CAT-OK
           END-READ
           CLOSE CAT-FILE.

           EXIT PARAGRAPH.
