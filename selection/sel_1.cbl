               FILE STATUS IS SEL1-CHG-STATUS.
           COPY "runlog-select.cpy".
           COPY "lock-select.cpy".
           COPY "apprq-select.cpy".


       DATA DIVISION.
           05  GC-APPR-OPERATOR            PIC X(10).
           05  GC-APPR-DATE                PIC X(8).
           05  GC-APPR-TIME                PIC X(8).
           05  GC-APPR-REQ                 PIC 9(8).
           COPY "fd-vars.cpy".
           COPY "lock-rec.cpy".
           COPY "apprq-rec.cpy".


       WORKING-STORAGE SECTION.
           DISPLAY "AVERAGE IS: " SEL1_AVE_OUT.

           IF SEL1_MODE_IN = "G" OR SEL1_MODE_IN = "g"
               MOVE "G" TO SEL1_MODE_IN
               PERFORM EVALUATE-GPA-SCALE
           ELSE
               MOVE "S" TO SEL1_MODE_IN
      *SCHOOL POLICY: NO GRADE CHANGE WITHOUT A SECOND SIGNATURE.
      *THE REQUEST LANDS IN THE PENDING FILE AND THE RECORD STAYS
      *UNTOUCHED UNTIL A DIFFERENT OPERATOR APPLIES IT THROUGH
      *GRADE-CHANGE-APPROVAL. IT IS ALSO QUEUED FOR A SUPERVISOR
      *ON THE APPROVAL QUEUE, AND THE REQUEST NUMBER GOES ON THE
      *ROW SO THE DECISION FINDS ITS WAY BACK
       REQUEST-GRADE-CHANGE.
           OPEN EXTEND GRADECHG-FILE
           IF SEL1-CHG-STATUS NOT = "00" AND NOT = "05"
           MOVE SPACES TO GC-APPR-OPERATOR
           MOVE SPACES TO GC-APPR-DATE
           MOVE SPACES TO GC-APPR-TIME
           MOVE "GRADECHG" TO WS-AQ-TYPE
           MOVE SPACES TO WS-AQ-REF
           STRING GC-STUDENT-NUM " " GC-TERM
               DELIMITED BY SIZE INTO WS-AQ-REF
           MOVE "REVISED-GRADES" TO WS-AQ-PROGRAM
           MOVE ZERO TO WS-AQ-AMOUNT
           MOVE GC-REASON TO WS-AQ-REASON
           PERFORM RAISE-APPROVAL-REQUEST
           MOVE WS-AQ-REQ-NUM TO GC-APPR-REQ
           WRITE GRADECHG-RECORD
           IF SEL1-CHG-STATUS NOT = "00"
               MOVE "GRADECHG-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE SEL1-CHG-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               IF GC-APPR-REQ NOT = ZERO
                   MOVE "REFUSED" TO WS-AQ-DECISION
                   MOVE "CHANGE ROW NOT WRITTEN" TO WS-AQ-NOTE
                   PERFORM CLOSE-APPROVAL-REQUEST
               END-IF
           ELSE
               DISPLAY "CHANGE REQUEST RECORDED - AWAITING "
-                  "APPROVAL"

       COPY "file-error.cpy".

       COPY "approval-queue.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "write-hdr.cpy".
