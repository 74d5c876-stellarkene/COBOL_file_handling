      *====================================================
      * INSTR-LOOKUP.CPY
      * Shared paragraph that finds who teaches a class
      * section. LOOK-UP-SECTION-INSTRUCTOR takes
      * WS-SI-SECTION and WS-SI-TERM and returns the
      * assigned instructor in WS-SI-INSTR-ID with the name
      * from the instructor master in WS-SI-INSTR-NAME.
      * WS-SI-FOUND comes back "N", with both blank, when no
      * instructor is assigned to the section for the term.
      * Programs that COPY this also COPY sectinst-select.cpy
      * / sectinst-rec.cpy and instr-select.cpy /
      * instr-rec.cpy.
      *====================================================
       LOOK-UP-SECTION-INSTRUCTOR.
           MOVE "N" TO WS-SI-FOUND
           MOVE SPACES TO WS-SI-INSTR-ID
           MOVE SPACES TO WS-SI-INSTR-NAME
           OPEN INPUT SECTINST-FILE
           IF WS-SECTINST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SI-SECTION TO SI-SECTION
           MOVE WS-SI-TERM TO SI-TERM
           READ SECTINST-FILE
               INVALID KEY
                   MOVE SPACES TO SI-INSTR-ID
           END-READ
           CLOSE SECTINST-FILE
           IF SI-INSTR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SI-FOUND
           MOVE SI-INSTR-ID TO WS-SI-INSTR-ID
           MOVE "(NOT ON MASTER)" TO WS-SI-INSTR-NAME
           OPEN INPUT INSTR-FILE
           IF WS-INSTR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SI-INSTR-ID TO IR-INSTR-ID
           READ INSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IR-NAME TO WS-SI-INSTR-NAME
           END-READ
           CLOSE INSTR-FILE.

           EXIT PARAGRAPH.
