      *====================================================
      * APPROVAL-QUEUE.CPY
      * Shared paragraphs for asking a supervisor for a second
      * signature through the approval queue (apprq.dat) in
      * place of having one at the terminal. The caller needs
      * APPRQ-FILE (closed - every paragraph opens and closes
      * it) and file-error.cpy.
      *
      * SEEK-APPROVAL - for an override the clerk can simply
      * key again (credit hold, closed period). Caller MOVEs
      * WS-AQ-TYPE, WS-AQ-REF, WS-AQ-PROGRAM (its PROGRAM-ID),
      * WS-AQ-AMOUNT and WS-AQ-REASON. An APPROVED request for
      * the same type, reference and program covering at least
      * the amount is picked up (used once) and WS-AQ-DECISION
      * comes back APPROVED; a REFUSED one is picked up and
      * comes back REFUSED; one still waiting comes back
      * PENDING; with none of those a new request is queued
      * and it comes back QUEUED. WS-AQ-REQ-NUM carries the
      * request number in every case.
      *
      * RAISE-APPROVAL-REQUEST - for an item the program keeps
      * on its own file until it is decided (grade change,
      * count variance): always queues a new request from the
      * same WS-AQ- fields and hands back WS-AQ-REQ-NUM for the
      * program to store on the item (zero if the queue could
      * not be written). A request raised at review time for
      * an item keyed earlier MOVEs the item's keyer to
      * WS-AQ-REQUESTER first, so the keyer still cannot
      * approve it; left blank it is the signed-on operator.
      *
      * READ-APPROVAL-DECISION - WS-AQ-REQ-NUM in; back come
      * WS-AQ-DECISION (PENDING, APPROVED, REFUSED, or NONE
      * when the request is not on file), WS-AQ-DECIDER and
      * WS-AQ-NOTE.
      *
      * CLOSE-APPROVAL-REQUEST - WS-AQ-REQ-NUM in; marks the
      * request picked up once the program has acted on it. A
      * request still PENDING (the item was decided in the
      * program's own review instead) is stamped with
      * WS-AQ-DECISION and WS-AQ-NOTE under the signed-on
      * operator.
      *====================================================
       SEEK-APPROVAL.
           MOVE ZERO TO WS-AQ-REQ-NUM
           MOVE ZERO TO WS-AQ-PENDING-NUM
           MOVE ZERO TO WS-AQ-REFUSED-NUM
           MOVE "REFUSED" TO WS-AQ-DECISION
           MOVE SPACES TO WS-AQ-DECIDER
           MOVE SPACES TO WS-AQ-NOTE
           PERFORM OPEN-APPROVAL-QUEUE
           IF WS-APPRQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AQ-LAST-NUM
           MOVE "N" TO WS-AQ-EOF
           PERFORM UNTIL WS-AQ-EOF = "Y"
               READ APPRQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AQ-EOF
                   NOT AT END
                       MOVE AQ-REQ-NUM TO WS-AQ-LAST-NUM
                       IF AQ-TYPE = WS-AQ-TYPE AND
-                         AQ-REF = WS-AQ-REF AND
-                         AQ-PROGRAM = WS-AQ-PROGRAM AND
-                         AQ-PICKED-UP NOT = "Y"
                           PERFORM NOTE-MATCHING-REQUEST
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-AQ-REQ-NUM NOT = ZERO
                   PERFORM PICK-UP-APPROVAL-ROW
               WHEN WS-AQ-PENDING-NUM NOT = ZERO
                   MOVE WS-AQ-PENDING-NUM TO WS-AQ-REQ-NUM
                   MOVE "PENDING" TO WS-AQ-DECISION
                   DISPLAY "STILL WAITING FOR A SUPERVISOR - "
                       "APPROVAL REQUEST " WS-AQ-REQ-NUM
               WHEN WS-AQ-REFUSED-NUM NOT = ZERO
                   MOVE WS-AQ-REFUSED-NUM TO WS-AQ-REQ-NUM
                   PERFORM PICK-UP-APPROVAL-ROW
               WHEN OTHER
                   PERFORM WRITE-APPROVAL-REQUEST
           END-EVALUATE
           CLOSE APPRQ-FILE.

           EXIT PARAGRAPH.

      *AN APPROVAL FOR LESS THAN IS NOW BEING ASKED FOR DOES NOT
      *COVER IT - THE CLERK GETS A FRESH REQUEST INSTEAD
       NOTE-MATCHING-REQUEST.
           EVALUATE TRUE
               WHEN AQ-APPROVED
                   IF AQ-AMOUNT >= WS-AQ-AMOUNT AND
-                     WS-AQ-REQ-NUM = ZERO
                       MOVE AQ-REQ-NUM TO WS-AQ-REQ-NUM
                   END-IF
               WHEN AQ-PENDING
                   MOVE AQ-REQ-NUM TO WS-AQ-PENDING-NUM
               WHEN AQ-REFUSED
                   MOVE AQ-REQ-NUM TO WS-AQ-REFUSED-NUM
           END-EVALUATE.

           EXIT PARAGRAPH.

       PICK-UP-APPROVAL-ROW.
           MOVE WS-AQ-REQ-NUM TO AQ-REQ-NUM
           READ APPRQ-FILE
               INVALID KEY
                   MOVE "REFUSED" TO WS-AQ-DECISION
                   EXIT PARAGRAPH
           END-READ
           MOVE AQ-STATUS TO WS-AQ-DECISION
           MOVE AQ-DECIDED-BY TO WS-AQ-DECIDER
           MOVE AQ-NOTE TO WS-AQ-NOTE
           MOVE "Y" TO AQ-PICKED-UP
           REWRITE APPRQ-RECORD
               INVALID KEY
                   MOVE "APPRQ-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-APPRQ-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
           END-REWRITE
           IF WS-AQ-DECISION = "APPROVED"
               DISPLAY "APPROVED BY " WS-AQ-DECIDER
                   " - APPROVAL REQUEST " WS-AQ-REQ-NUM
           ELSE
               DISPLAY "APPROVAL REQUEST " WS-AQ-REQ-NUM
                   " REFUSED BY " WS-AQ-DECIDER ": " WS-AQ-NOTE
           END-IF.

           EXIT PARAGRAPH.

       RAISE-APPROVAL-REQUEST.
           MOVE ZERO TO WS-AQ-REQ-NUM
           PERFORM OPEN-APPROVAL-QUEUE
           IF WS-APPRQ-STATUS NOT = "00"
               MOVE SPACES TO WS-AQ-REQUESTER
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AQ-LAST-NUM
           MOVE "N" TO WS-AQ-EOF
           PERFORM UNTIL WS-AQ-EOF = "Y"
               READ APPRQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AQ-EOF
                   NOT AT END
                       MOVE AQ-REQ-NUM TO WS-AQ-LAST-NUM
               END-READ
           END-PERFORM
           PERFORM WRITE-APPROVAL-REQUEST
           CLOSE APPRQ-FILE.

           EXIT PARAGRAPH.

      *THE NEW REQUEST TAKES THE NEXT NUMBER AFTER THE HIGHEST ON
      *FILE (WS-AQ-LAST-NUM, FOUND BY THE CALLER'S PASS)
       WRITE-APPROVAL-REQUEST.
           INITIALIZE APPRQ-RECORD
           COMPUTE AQ-REQ-NUM = WS-AQ-LAST-NUM + 1
           MOVE WS-AQ-TYPE TO AQ-TYPE
           MOVE WS-AQ-REF TO AQ-REF
           MOVE WS-AQ-PROGRAM TO AQ-PROGRAM
           IF WS-AQ-REQUESTER = SPACES
               MOVE WS-FH-OPERATOR-ID TO AQ-REQUESTER
           ELSE
               MOVE WS-AQ-REQUESTER TO AQ-REQUESTER
               MOVE SPACES TO WS-AQ-REQUESTER
           END-IF
           MOVE WS-AQ-AMOUNT TO AQ-AMOUNT
           MOVE WS-AQ-REASON TO AQ-REASON
           ACCEPT AQ-REQ-DATE FROM DATE YYYYMMDD
           ACCEPT AQ-REQ-TIME FROM TIME
           MOVE "PENDING" TO AQ-STATUS
           MOVE SPACES TO AQ-DECIDED-BY
           MOVE ZERO TO AQ-DECIDED-DATE
           MOVE SPACES TO AQ-DECIDED-TIME
           MOVE SPACES TO AQ-NOTE
           MOVE "N" TO AQ-PICKED-UP
           MOVE ZERO TO AQ-ESCALATED-DATE
           WRITE APPRQ-RECORD
               INVALID KEY
                   MOVE "APPRQ-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "WRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-APPRQ-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
                   MOVE ZERO TO WS-AQ-REQ-NUM
                   MOVE "REFUSED" TO WS-AQ-DECISION
               NOT INVALID KEY
                   MOVE AQ-REQ-NUM TO WS-AQ-REQ-NUM
                   MOVE "QUEUED" TO WS-AQ-DECISION
                   DISPLAY "SENT FOR SUPERVISOR APPROVAL - "
                       "APPROVAL REQUEST " WS-AQ-REQ-NUM
           END-WRITE.

           EXIT PARAGRAPH.

       READ-APPROVAL-DECISION.
           MOVE "NONE" TO WS-AQ-DECISION
           MOVE SPACES TO WS-AQ-DECIDER
           MOVE SPACES TO WS-AQ-NOTE
           OPEN INPUT APPRQ-FILE
           IF WS-APPRQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AQ-REQ-NUM TO AQ-REQ-NUM
           READ APPRQ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AQ-STATUS TO WS-AQ-DECISION
                   MOVE AQ-DECIDED-BY TO WS-AQ-DECIDER
                   MOVE AQ-NOTE TO WS-AQ-NOTE
           END-READ
           CLOSE APPRQ-FILE.

           EXIT PARAGRAPH.

       CLOSE-APPROVAL-REQUEST.
           OPEN I-O APPRQ-FILE
           IF WS-APPRQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AQ-REQ-NUM TO AQ-REQ-NUM
           READ APPRQ-FILE
               INVALID KEY
                   CLOSE APPRQ-FILE
                   EXIT PARAGRAPH
           END-READ
           IF AQ-PENDING
               MOVE WS-AQ-DECISION TO AQ-STATUS
               MOVE WS-FH-OPERATOR-ID TO AQ-DECIDED-BY
               ACCEPT AQ-DECIDED-DATE FROM DATE YYYYMMDD
               ACCEPT AQ-DECIDED-TIME FROM TIME
               MOVE WS-AQ-NOTE TO AQ-NOTE
           END-IF
           MOVE "Y" TO AQ-PICKED-UP
           REWRITE APPRQ-RECORD
               INVALID KEY
                   MOVE "APPRQ-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-APPRQ-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
           END-REWRITE
           CLOSE APPRQ-FILE.

           EXIT PARAGRAPH.

       OPEN-APPROVAL-QUEUE.
           OPEN I-O APPRQ-FILE
           IF WS-APPRQ-STATUS = "35"
               OPEN OUTPUT APPRQ-FILE
               CLOSE APPRQ-FILE
               OPEN I-O APPRQ-FILE
           END-IF
           IF WS-APPRQ-STATUS NOT = "00"
               MOVE "APPRQ-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-APPRQ-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.
