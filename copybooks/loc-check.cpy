      *====================================================
      * LOC-CHECK.CPY
      * Shared paragraph: edits a keyed stock location. The
      * caller ACCEPTs the code into WS-INV-LOCATION and
      * PERFORMs CHECK-STOCK-LOCATION; a blank comes back as
      * MAIN, and WS-LOC-OK comes back "Y" for MAIN or an
      * active code on the location master (location.dat),
      * "N" - with the reason displayed - otherwise. With no
      * location master on file only MAIN is accepted. The
      * caller needs loc-select.cpy and loc-rec.cpy.
      *====================================================
       CHECK-STOCK-LOCATION.
           MOVE "N" TO WS-LOC-OK
           IF WS-INV-LOCATION = SPACES
               MOVE "MAIN" TO WS-INV-LOCATION
           END-IF
           IF WS-INV-LOCATION = "MAIN"
               MOVE "Y" TO WS-LOC-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOC-FILE
           IF WS-LOC-STATUS NOT = "00"
               DISPLAY "NO LOCATION MASTER ON FILE - ONLY MAIN "
-                  "MAY BE USED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INV-LOCATION TO LC-CODE
           READ LOC-FILE
               INVALID KEY
                   DISPLAY "LOCATION " WS-INV-LOCATION
                       " IS NOT ON THE LOCATION MASTER"
               NOT INVALID KEY
                   IF LC-ACTIVE = "N"
                       DISPLAY "LOCATION " WS-INV-LOCATION
                           " IS INACTIVE"
                   ELSE
                       MOVE "Y" TO WS-LOC-OK
                   END-IF
           END-READ
           CLOSE LOC-FILE.

           EXIT PARAGRAPH.
