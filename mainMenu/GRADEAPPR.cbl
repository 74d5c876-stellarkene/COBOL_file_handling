      * same pattern as UNDO-LAST-SEL1-ENTRY) with the new
      * scores, re-averaged under the current weights and
      * re-evaluated against the GPA table. Both operator IDs
      * and timestamps end up on the change row. Rows that
      * carry an approval-queue request number follow the
      * decision taken there: approved rows apply on this run
      * under the deciding supervisor's id, refused rows are
      * rejected, and a decision taken here closes the queue
      * request. Run on demand from the command line.
      *====================================================

       ENVIRONMENT DIVISION.
               FILE STATUS IS APR-CHG-STATUS.
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".
           COPY "apprq-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           05  GC-APPR-OPERATOR            PIC X(10).
           05  GC-APPR-DATE                PIC X(8).
           05  GC-APPR-TIME                PIC X(8).
           05  GC-APPR-REQ                 PIC 9(8).
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".
           COPY "apprq-rec.cpy".

       WORKING-STORAGE SECTION.
       01  APR-EOF                         PIC X VALUE "N".
           DISPLAY "REQUESTED BY " GC-REQ-OPERATOR " ON "
               GC-REQ-DATE " " GC-REQ-TIME

      * A decision already taken on the approval queue settles
      * the row without a second review here
           MOVE "NONE" TO WS-AQ-DECISION
           IF GC-APPR-REQ IS NUMERIC AND GC-APPR-REQ NOT = ZERO
               MOVE GC-APPR-REQ TO WS-AQ-REQ-NUM
               PERFORM READ-APPROVAL-DECISION
           END-IF
           IF WS-AQ-DECISION = "APPROVED"
               DISPLAY "APPROVED ON THE APPROVAL QUEUE BY "
                   WS-AQ-DECIDER
               PERFORM APPLY-GRADE-CHANGE
               IF GC-STATUS = "APPLIED"
                   MOVE WS-AQ-DECIDER TO GC-APPR-OPERATOR
                   MOVE GRADECHG-RECORD TO
                       APR-CHG-ENTRY(APR-CHG-IDX)
                   MOVE "APPROVED" TO WS-AQ-DECISION
                   MOVE SPACES TO WS-AQ-NOTE
                   PERFORM CLOSE-GRADE-QUEUE-REQUEST
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-AQ-DECISION = "REFUSED"
               DISPLAY "REFUSED ON THE APPROVAL QUEUE BY "
                   WS-AQ-DECIDER ": " WS-AQ-NOTE
               MOVE "REJECTED" TO GC-STATUS
               MOVE WS-AQ-DECIDER TO GC-APPR-OPERATOR
               ACCEPT GC-APPR-DATE FROM DATE YYYYMMDD
               ACCEPT GC-APPR-TIME FROM TIME
               MOVE GRADECHG-RECORD TO
                   APR-CHG-ENTRY(APR-CHG-IDX)
               PERFORM CLOSE-GRADE-QUEUE-REQUEST
               EXIT PARAGRAPH
           END-IF

           IF GC-REQ-OPERATOR = WS-FH-OPERATOR-ID
               DISPLAY "YOU REQUESTED THIS CHANGE - A DIFFERENT "
-                  "OPERATOR MUST APPROVE IT. SKIPPED."
               ACCEPT GC-APPR-TIME FROM TIME
               MOVE GRADECHG-RECORD TO
                   APR-CHG-ENTRY(APR-CHG-IDX)
               MOVE "REFUSED" TO WS-AQ-DECISION
               MOVE "SCORES OUTSIDE 0-100" TO WS-AQ-NOTE
               PERFORM CLOSE-GRADE-QUEUE-REQUEST
               EXIT PARAGRAPH
           END-IF

               WHEN "A"
               WHEN "a"
                   PERFORM APPLY-GRADE-CHANGE
                   IF GC-STATUS = "APPLIED"
                       MOVE "APPROVED" TO WS-AQ-DECISION
                       MOVE "APPLIED IN GRADE APPROVAL" TO
                           WS-AQ-NOTE
                       PERFORM CLOSE-GRADE-QUEUE-REQUEST
                   END-IF
               WHEN "R"
               WHEN "r"
                   MOVE "REJECTED" TO GC-STATUS
                   MOVE GRADECHG-RECORD TO
                       APR-CHG-ENTRY(APR-CHG-IDX)
                   DISPLAY "REQUEST REJECTED"
                   MOVE "REFUSED" TO WS-AQ-DECISION
                   MOVE "REJECTED IN GRADE APPROVAL" TO
                       WS-AQ-NOTE
                   PERFORM CLOSE-GRADE-QUEUE-REQUEST
               WHEN OTHER
                   DISPLAY "SKIPPED"
           END-EVALUATE.

           EXIT PARAGRAPH.

      *A ROW RAISED WITH AN APPROVAL-QUEUE REQUEST HAS THAT
      *REQUEST CLOSED WITH THE DECISION IN WS-AQ-DECISION
       CLOSE-GRADE-QUEUE-REQUEST.
           IF GC-APPR-REQ IS NUMERIC AND GC-APPR-REQ NOT = ZERO
               MOVE GC-APPR-REQ TO WS-AQ-REQ-NUM
               PERFORM CLOSE-APPROVAL-REQUEST
           END-IF.

           EXIT PARAGRAPH.

       APPLY-GRADE-CHANGE.
           MOVE ZERO TO APR-SEL1-COUNT
           MOVE "N" TO APR-EOF

       COPY "file-error.cpy".

       COPY "approval-queue.cpy".

       COPY "role-check.cpy".

       COPY "lock-paragraphs.cpy".
