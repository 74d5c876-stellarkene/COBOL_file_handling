      *====================================================
      * COURSE-UNITS.CPY
      * Shared paragraph that finds the catalog course a
      * class section teaches. LOOK-UP-SECTION-COURSE takes
      * WS-CU-SECTION and WS-CU-TERM and returns the course
      * in WS-CU-COURSE with its WS-CU-TITLE and WS-CU-UNITS;
      * a mapping for the exact term is tried first, then the
      * section's all-terms row, and the row used gives the
      * seat capacity in WS-CU-CAPACITY (zero - no limit -
      * for an unmapped section) and the course's
      * WS-CU-ABSENCE-LIMIT (zero when none). WS-CU-FOUND
      * comes back "N" for a section not mapped to a course
      * on the catalog, with WS-CU-UNITS at
      * WS-CU-DEFAULT-UNITS (1) so a grade from before the
      * catalog was kept still counts once, as it always did.
      * Programs that COPY this also COPY sectmap-select.cpy
      * / sectmap-rec.cpy and course-select.cpy /
      * course-rec.cpy.
      *====================================================
       LOOK-UP-SECTION-COURSE.
           MOVE "N" TO WS-CU-FOUND
           MOVE SPACES TO WS-CU-COURSE
           MOVE SPACES TO WS-CU-TITLE
           MOVE WS-CU-DEFAULT-UNITS TO WS-CU-UNITS
           MOVE ZERO TO WS-CU-CAPACITY
           MOVE ZERO TO WS-CU-ABSENCE-LIMIT
           OPEN INPUT SECTMAP-FILE
           IF WS-SECTMAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CU-SECTION TO SC-SECTION
           MOVE WS-CU-TERM TO SC-TERM
           READ SECTMAP-FILE
               INVALID KEY
                   MOVE SPACES TO SC-TERM
                   READ SECTMAP-FILE
                       INVALID KEY
                           MOVE SPACES TO SC-COURSE-CODE
                   END-READ
           END-READ
           CLOSE SECTMAP-FILE
           IF SC-COURSE-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF SC-CAPACITY NUMERIC
               MOVE SC-CAPACITY TO WS-CU-CAPACITY
           END-IF
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SC-COURSE-CODE TO CO-COURSE-CODE
           READ COURSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CU-FOUND
                   MOVE CO-COURSE-CODE TO WS-CU-COURSE
                   MOVE CO-TITLE TO WS-CU-TITLE
                   MOVE CO-UNITS TO WS-CU-UNITS
                   IF CO-ABSENCE-LIMIT NUMERIC
                       MOVE CO-ABSENCE-LIMIT TO WS-CU-ABSENCE-LIMIT
                   END-IF
           END-READ
           CLOSE COURSE-FILE.

           EXIT PARAGRAPH.
