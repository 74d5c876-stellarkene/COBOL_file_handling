      *====================================================
      * ATTEND-NET.CPY
      * Shared paragraphs over attend.dat. LOAD-ATTENDANCE
      * reads the rows for WS-AT-TERM and WS-AT-SECTION (a
      * blank filter takes every term or section) into
      * WS-AT-TABLE, one entry per student, section, term and
      * meeting date holding the latest status keyed for it.
      * COUNT-STUDENT-ABSENCES then counts, for WS-AT-STUDENT
      * in WS-AT-SECTION and WS-AT-TERM, the meetings on file
      * (WS-AT-MEETINGS) and how many were absences, lates
      * and excused absences. Programs that COPY this also
      * COPY attend-select.cpy, attend-rec.cpy and
      * attend-vars.cpy.
      *====================================================
       LOAD-ATTENDANCE.
           MOVE ZERO TO WS-AT-COUNT
           MOVE "N" TO WS-AT-OVERFLOW
           MOVE "N" TO WS-AT-EOF
           OPEN INPUT ATTEND-FILE
           IF WS-ATTEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AT-EOF = "Y"
               READ ATTEND-FILE
                   AT END
                       MOVE "Y" TO WS-AT-EOF
                   NOT AT END
                       IF (WS-AT-TERM = SPACES OR
                           AT-TERM = WS-AT-TERM) AND
                          (WS-AT-SECTION = SPACES OR
                           AT-SECTION = WS-AT-SECTION)
                           PERFORM NET-ONE-ATTENDANCE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTEND-FILE
           IF WS-AT-OVERFLOW = "Y"
               DISPLAY "WARNING - MORE THAN 5000 MEETING ROWS - "
                   "THE REST ARE NOT COUNTED"
           END-IF.

           EXIT PARAGRAPH.

       NET-ONE-ATTENDANCE-ROW.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AT-T-STUDENT(WS-AT-IDX) = AT-STUDENT-NUM AND
                   WS-AT-T-SECTION(WS-AT-IDX) = AT-SECTION AND
                   WS-AT-T-TERM(WS-AT-IDX) = AT-TERM AND
                   WS-AT-T-DATE(WS-AT-IDX) = AT-MEET-DATE
                   MOVE AT-STATUS TO WS-AT-T-STATUS(WS-AT-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-AT-COUNT NOT < 5000
               MOVE "Y" TO WS-AT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AT-COUNT
           MOVE AT-STUDENT-NUM TO WS-AT-T-STUDENT(WS-AT-COUNT)
           MOVE AT-SECTION TO WS-AT-T-SECTION(WS-AT-COUNT)
           MOVE AT-TERM TO WS-AT-T-TERM(WS-AT-COUNT)
           MOVE AT-MEET-DATE TO WS-AT-T-DATE(WS-AT-COUNT)
           MOVE AT-STATUS TO WS-AT-T-STATUS(WS-AT-COUNT).

           EXIT PARAGRAPH.

       COUNT-STUDENT-ABSENCES.
           MOVE ZERO TO WS-AT-MEETINGS
           MOVE ZERO TO WS-AT-ABSENCES
           MOVE ZERO TO WS-AT-LATES
           MOVE ZERO TO WS-AT-EXCUSED
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AT-T-STUDENT(WS-AT-IDX) = WS-AT-STUDENT AND
                   WS-AT-T-SECTION(WS-AT-IDX) = WS-AT-SECTION AND
                   WS-AT-T-TERM(WS-AT-IDX) = WS-AT-TERM
                   ADD 1 TO WS-AT-MEETINGS
                   EVALUATE WS-AT-T-STATUS(WS-AT-IDX)
                       WHEN "A"
                           ADD 1 TO WS-AT-ABSENCES
                       WHEN "L"
                           ADD 1 TO WS-AT-LATES
                       WHEN "E"
                           ADD 1 TO WS-AT-EXCUSED
                   END-EVALUATE
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.
