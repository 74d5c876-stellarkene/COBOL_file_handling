      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASS-UPDATE.

      *====================================================
      * Stand-alone utility: one field change applied to many
      * master records at once, in place of keying them one
      * at a time. The operator picks the master and the rule
      * - salesmen in a region (sqnc_5.dat) moved to a new
      * commission plan, items in a code range (prodmast.dat)
      * repriced by a percentage, customers in a number range
      * (custmast.dat), optionally only those on given terms,
      * moved to new terms. The preview lists every record
      * the rule picks with its value before and after; on
      * the operator's say-so the batch is saved under the
      * next batch number (massupd.dat, one header row and
      * one row per record) and raised on the supervisor
      * approval queue (apprq.dat). Nothing on the master
      * changes until the batch is applied after approval; a
      * refused batch is closed off untouched. Applying
      * rewrites each record still holding its preview value
      * - one changed since is skipped and reported - with a
      * before/after image in maint_audit.dat (MASSUPD) and a
      * row on the update journal; a price also gets its
      * price-change history row. A supervisor can reverse an
      * applied batch by its number: every record still
      * holding the batch's value is put back the same way
      * (MASSREV). Runs under the suite interlock.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "sqnc5-select.cpy".
           COPY "prod-select.cpy".
           COPY "cust-select.cpy".
           COPY "terms-select.cpy".
           COPY "prodhist-select.cpy".
           SELECT MASSUPD-FILE ASSIGN TO "massupd.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSU-FILE-STATUS.
           COPY "updjrnl-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "apprq-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD SQNC5-FILE.
           COPY "sqnc5-rec.cpy".
           COPY "operator-field.cpy".

           COPY "prod-rec.cpy".
           COPY "cust-rec.cpy".
           COPY "terms-rec.cpy".
           COPY "prodhist-rec.cpy".

      * One header row (type H) per batch, then one row (type D)
      * per record the rule picked. A price is carried in the
      * value fields as a plain number (MU-BEFORE-PRICE /
      * MU-AFTER-PRICE), a plan or terms code as the code.
      * Header status: PENDING, APPLIED, REFUSED, REVERSED.
      * Row status: PREVIEW, APPLIED, SKIPPED, REVERSED, KEPT.
       FD  MASSUPD-FILE.

       01  MASSUPD-RECORD.
           05  MU-BATCH-NUM                PIC 9(6).
           05  MU-ROW-TYPE                 PIC X.
               88  MU-HEADER-ROW           VALUE "H".
               88  MU-DETAIL-ROW           VALUE "D".
           05  MU-MASTER                   PIC X(8).
           05  MU-KEY                      PIC X(12).
           05  MU-BEFORE-VAL               PIC X(12).
           05  MU-BEFORE-PRICE REDEFINES MU-BEFORE-VAL
                                           PIC 9(10)V99.
           05  MU-AFTER-VAL                PIC X(12).
           05  MU-AFTER-PRICE REDEFINES MU-AFTER-VAL
                                           PIC 9(10)V99.
           05  MU-STATUS                   PIC X(8).
           05  MU-APPR-REQ                 PIC 9(8).
           05  MU-OPERATOR-ID              PIC X(10).
           05  MU-RUN-DATE                 PIC 9(8).
           05  MU-DESCRIPTION              PIC X(40).

           COPY "updjrnl-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "apprq-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  MSU-CHOICE                      PIC 9.
       01  MSU-MASTER-CHOICE               PIC 9.
       01  MSU-FILE-STATUS                 PIC XX.
       01  SEQ5-FILE-STATUS                PIC XX.
       01  MSU-EOF                         PIC X VALUE "N".
       01  MSU-CONFIRM                     PIC X.
       01  MSU-OK                          PIC X.
       01  MSU-MASTER                      PIC X(8).
       01  MSU-DESCRIPTION                 PIC X(40).
       01  MSU-BATCH                       PIC 9(6).
       01  MSU-LAST-BATCH                  PIC 9(6).
       01  MSU-HDR-IDX                     PIC 9(5).
       01  MSU-IDX                         PIC 9(5).
       01  MSU-ROW-COUNT                   PIC 9(5) VALUE 0.
       01  MSU-OVERFLOW                    PIC X VALUE "N".
       01  MSU-NEW-COUNT                   PIC 9(5) VALUE 0.
       01  MSU-DONE-COUNT                  PIC 9(5).
       01  MSU-SKIP-COUNT                  PIC 9(5).
       01  MSU-COUNT-OUT                   PIC ZZ,ZZ9.
       01  MSU-TODAY                       PIC 9(8).
      * Rule and change keyed for a new batch
       01  MSU-REGION                      PIC X(3).
       01  MSU-OLD-CODE                    PIC X(10).
       01  MSU-NEW-CODE                    PIC X(10).
       01  MSU-KEY-FROM                    PIC X(8).
       01  MSU-KEY-TO                      PIC X(8).
       01  MSU-PCT-IN                      PIC X(8).
       01  MSU-PCT                         PIC S9(3)V99.
       01  MSU-PCT-OUT                     PIC +ZZ9.99.
       01  MSU-NEW-PRICE                   PIC S9(7)V99.
       01  MSU-OLD-PRICE                   PIC 9(5)V99.
       01  MSU-TOO-HIGH                    PIC 9(5).
       01  MSU-FOUND                       PIC X.
      * The record being worked on, whichever master it is from
       01  MSU-CUR-KEY                     PIC X(12).
       01  MSU-CUR-NAME                    PIC X(25).
       01  MSU-CUR-VAL                     PIC X(12).
       01  MSU-CUR-PRICE REDEFINES MSU-CUR-VAL
                                           PIC 9(10)V99.
       01  MSU-SET-VAL                     PIC X(12).
       01  MSU-SET-PRICE REDEFINES MSU-SET-VAL
                                           PIC 9(10)V99.
       01  MSU-WANT-VAL                    PIC X(12).
       01  MSU-AUDIT-ACTION                PIC X(7).
       01  MSU-PRICE-OUT                   PIC ZZ,ZZ9.99.
       01  MSU-PRICE2-OUT                  PIC ZZ,ZZ9.99.
       01  MSU-BEFORE-OUT                  PIC X(12).
       01  MSU-AFTER-OUT                   PIC X(12).
       01  MSU-ROW-TABLE.
           05  MSU-ROW-ENTRY               PIC X(125) OCCURS 3000
-                                          TIMES.
           COPY "commission-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "MASS-UPDATE" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL MSU-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "   MASS UPDATE OF MASTERS  "
               DISPLAY "==========================="
               DISPLAY "1 - NEW MASS UPDATE (PREVIEW, SEND FOR "
                   "APPROVAL)"
               DISPLAY "2 - SHOW A BATCH"
               DISPLAY "3 - APPLY AN APPROVED BATCH"
               DISPLAY "4 - REVERSE AN APPLIED BATCH (SUPERVISOR)"
               DISPLAY "5 - LIST BATCHES"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT MSU-CHOICE

               EVALUATE MSU-CHOICE
                   WHEN 1
                       PERFORM NEW-MASS-UPDATE
                   WHEN 2
                       PERFORM SHOW-ONE-BATCH
                   WHEN 3
                       PERFORM APPLY-APPROVED-BATCH
                   WHEN 4
                       PERFORM REVERSE-APPLIED-BATCH
                   WHEN 5
                       PERFORM LIST-BATCHES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "MASS-UPDATE" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           PERFORM RELEASE-FH-LOCK.

           GOBACK.

      *================= NEW BATCH =============================
      *THE PREVIEW ROWS ARE BUILT IN THE TABLE AND ONLY WRITTEN TO
      *MASSUPD.DAT ONCE THE OPERATOR SENDS THEM FOR APPROVAL
       NEW-MASS-UPDATE.
           DISPLAY "1 - SALESMEN IN A REGION: NEW COMMISSION PLAN"
           DISPLAY "2 - ITEMS IN A CODE RANGE: PRICE BY PERCENT"
           DISPLAY "3 - CUSTOMERS IN A NUMBER RANGE: NEW TERMS"
           DISPLAY "MASTER: " WITH NO ADVANCING
           ACCEPT MSU-MASTER-CHOICE
           MOVE ZERO TO MSU-NEW-COUNT
           MOVE "N" TO MSU-OVERFLOW
           MOVE SPACES TO MSU-DESCRIPTION
           ACCEPT MSU-TODAY FROM DATE YYYYMMDD
           EVALUATE MSU-MASTER-CHOICE
               WHEN 1
                   MOVE "SQNC5" TO MSU-MASTER
                   PERFORM PREVIEW-SALESMAN-PLAN
               WHEN 2
                   MOVE "PRODMAST" TO MSU-MASTER
                   PERFORM PREVIEW-ITEM-PRICE
               WHEN 3
                   MOVE "CUSTMAST" TO MSU-MASTER
                   PERFORM PREVIEW-CUSTOMER-TERMS
               WHEN OTHER
                   DISPLAY "INVALID INPUT"
                   EXIT PARAGRAPH
           END-EVALUATE
           IF MSU-DESCRIPTION = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MSU-OVERFLOW = "Y"
               DISPLAY "MORE THAN 3000 RECORDS PICKED - NARROW THE "
                   "RULE. NOTHING SAVED."
               EXIT PARAGRAPH
           END-IF
           MOVE MSU-NEW-COUNT TO MSU-COUNT-OUT
           DISPLAY MSU-COUNT-OUT " RECORD(S) WOULD CHANGE"
           IF MSU-NEW-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SEND THIS BATCH FOR SUPERVISOR APPROVAL? (Y/N): "
               WITH NO ADVANCING
           ACCEPT MSU-CONFIRM
           IF MSU-CONFIRM NOT = "Y" AND MSU-CONFIRM NOT = "y"
               DISPLAY "NOTHING SAVED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LAST-BATCH-NUMBER
           COMPUTE MSU-BATCH = MSU-LAST-BATCH + 1
           PERFORM RAISE-BATCH-APPROVAL
           IF WS-AQ-REQ-NUM = ZERO
               DISPLAY "APPROVAL QUEUE NOT AVAILABLE - NOTHING SAVED"
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-NEW-BATCH.

           EXIT PARAGRAPH.

      *TERMINATED SALESMEN ARE LEFT OUT - THEIR PLAN NO LONGER
      *PRICES ANYTHING. BLANK CURRENT PLAN PICKS THE WHOLE REGION
       PREVIEW-SALESMAN-PLAN.
           DISPLAY "REGION: " WITH NO ADVANCING
           MOVE SPACES TO MSU-REGION
           ACCEPT MSU-REGION
           IF MSU-REGION = SPACES
               DISPLAY "REGION REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ONLY SALESMEN NOW ON PLAN (BLANK = ANY): "
               WITH NO ADVANCING
           MOVE SPACES TO MSU-OLD-CODE
           ACCEPT MSU-OLD-CODE
           DISPLAY "NEW COMMISSION PLAN: " WITH NO ADVANCING
           MOVE SPACES TO MSU-NEW-CODE
           ACCEPT MSU-NEW-CODE
           INSPECT MSU-NEW-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT MSU-OLD-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "N" TO MSU-FOUND
           PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
               UNTIL WS-COMM-IDX > WS-COMM-TABLE-COUNT
               IF WS-COMM-PLAN(WS-COMM-IDX) = MSU-NEW-CODE
                   MOVE "Y" TO MSU-FOUND
               END-IF
           END-PERFORM
           IF MSU-FOUND NOT = "Y"
               DISPLAY "PLAN " MSU-NEW-CODE " IS NOT ON THE "
                   "COMMISSION TABLE"
               EXIT PARAGRAPH
           END-IF
           IF MSU-OLD-CODE = SPACES
               STRING "REGION " MSU-REGION " PLAN ANY -> "
                   MSU-NEW-CODE DELIMITED BY SIZE
                   INTO MSU-DESCRIPTION
           ELSE
               STRING "REGION " MSU-REGION " PLAN "
                   MSU-OLD-CODE(1:5) " -> " MSU-NEW-CODE
                   DELIMITED BY SIZE INTO MSU-DESCRIPTION
           END-IF

           OPEN INPUT SQNC5-FILE
           IF SEQ5-FILE-STATUS NOT = "00"
               DISPLAY "NO SALESMAN MASTER ON FILE"
               MOVE SPACES TO MSU-DESCRIPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM START-PREVIEW-REPORT
           MOVE "N" TO MSU-EOF
           MOVE LOW-VALUES TO SEQ5_SALES_MAN_NUM_FH
           START SQNC5-FILE KEY IS NOT LESS THAN SEQ5_SALES_MAN_NUM_FH
               INVALID KEY
                   MOVE "Y" TO MSU-EOF
           END-START
           PERFORM UNTIL MSU-EOF = "Y"
               READ SQNC5-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO MSU-EOF
                   NOT AT END
                       IF SEQ5_REGION_FH = MSU-REGION AND
-                         SEQ5_STATUS_FH NOT = "T" AND
-                         SEQ5_PLAN_CODE_FH NOT = MSU-NEW-CODE AND
-                         (MSU-OLD-CODE = SPACES OR
-                          SEQ5_PLAN_CODE_FH = MSU-OLD-CODE)
                           MOVE SEQ5_SALES_MAN_NUM_FH TO MSU-CUR-KEY
                           MOVE SEQ5_SALES_MAN_NAME_FH TO
                               MSU-CUR-NAME
                           MOVE SEQ5_PLAN_CODE_FH TO MSU-CUR-VAL
                           MOVE MSU-NEW-CODE TO MSU-SET-VAL
                           PERFORM ADD-PREVIEW-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SQNC5-FILE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

      *NEW PRICE = OLD PRICE PLUS THE PERCENT, ROUNDED TO THE CENT.
      *AN ITEM WHOSE PRICE WOULD NOT FIT THE MASTER IS LEFT OUT
       PREVIEW-ITEM-PRICE.
           DISPLAY "ITEM RANGE FROM: " WITH NO ADVANCING
           ACCEPT MSU-KEY-FROM
           DISPLAY "ITEM RANGE TO:   " WITH NO ADVANCING
           ACCEPT MSU-KEY-TO
           DISPLAY "PRICE CHANGE PERCENT (E.G. 4 OR -2.5): "
               WITH NO ADVANCING
           MOVE SPACES TO MSU-PCT-IN
           ACCEPT MSU-PCT-IN
           IF FUNCTION TEST-NUMVAL(MSU-PCT-IN) NOT = ZERO
               DISPLAY "NOT A VALID PERCENT"
               EXIT PARAGRAPH
           END-IF
           COMPUTE MSU-PCT = FUNCTION NUMVAL(MSU-PCT-IN)
           IF MSU-PCT = ZERO OR MSU-PCT <= -100
               DISPLAY "PERCENT MUST BE NONZERO AND ABOVE -100"
               EXIT PARAGRAPH
           END-IF
           MOVE MSU-PCT TO MSU-PCT-OUT
           STRING "ITEMS " MSU-KEY-FROM "-" MSU-KEY-TO " PRICE "
               MSU-PCT-OUT "%" DELIMITED BY SIZE
               INTO MSU-DESCRIPTION
           MOVE ZERO TO MSU-TOO-HIGH

           OPEN INPUT PROD-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               DISPLAY "NO PRODUCT MASTER ON FILE"
               MOVE SPACES TO MSU-DESCRIPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM START-PREVIEW-REPORT
           MOVE "N" TO MSU-EOF
           MOVE MSU-KEY-FROM TO PM-ITEM-CODE
           START PROD-FILE KEY IS NOT LESS THAN PM-ITEM-CODE
               INVALID KEY
                   MOVE "Y" TO MSU-EOF
           END-START
           PERFORM UNTIL MSU-EOF = "Y"
               READ PROD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO MSU-EOF
                   NOT AT END
                       IF PM-ITEM-CODE > MSU-KEY-TO
                           MOVE "Y" TO MSU-EOF
                       ELSE
                           PERFORM PRICE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROD-FILE
           PERFORM SPOOL-CLOSE-REPORT
           IF MSU-TOO-HIGH > ZERO
               DISPLAY MSU-TOO-HIGH " ITEM(S) LEFT OUT - NEW PRICE "
                   "WOULD EXCEED 99,999.99"
           END-IF.

           EXIT PARAGRAPH.

       PRICE-ONE-ITEM.
           COMPUTE MSU-NEW-PRICE ROUNDED =
               PM-UNIT-PRICE * (100 + MSU-PCT) / 100
           IF MSU-NEW-PRICE > 99999.99
               ADD 1 TO MSU-TOO-HIGH
               EXIT PARAGRAPH
           END-IF
           IF MSU-NEW-PRICE = PM-UNIT-PRICE
               EXIT PARAGRAPH
           END-IF
           MOVE PM-ITEM-CODE TO MSU-CUR-KEY
           MOVE PM-DESCRIPTION TO MSU-CUR-NAME
           MOVE PM-UNIT-PRICE TO MSU-CUR-PRICE
           MOVE MSU-NEW-PRICE TO MSU-SET-PRICE
           PERFORM ADD-PREVIEW-ROW.

           EXIT PARAGRAPH.

      *THE NEW TERMS MUST BE ON THE TERMS TABLE - A WRONG CODE ON
      *ONE CUSTOMER IS A WARNING, ON A WHOLE GROUP IT IS REFUSED
       PREVIEW-CUSTOMER-TERMS.
           DISPLAY "CUSTOMER RANGE FROM: " WITH NO ADVANCING
           ACCEPT MSU-KEY-FROM
           DISPLAY "CUSTOMER RANGE TO:   " WITH NO ADVANCING
           ACCEPT MSU-KEY-TO
           DISPLAY "ONLY CUSTOMERS NOW ON TERMS (BLANK = ANY): "
               WITH NO ADVANCING
           MOVE SPACES TO MSU-OLD-CODE
           ACCEPT MSU-OLD-CODE
           DISPLAY "NEW TERMS: " WITH NO ADVANCING
           MOVE SPACES TO MSU-NEW-CODE
           ACCEPT MSU-NEW-CODE
           PERFORM FIND-NEW-TERMS
           IF MSU-FOUND NOT = "Y"
               DISPLAY "TERMS " MSU-NEW-CODE " ARE NOT ON THE "
                   "TERMS TABLE"
               EXIT PARAGRAPH
           END-IF
           IF MSU-OLD-CODE = SPACES
               STRING "CUST " MSU-KEY-FROM "-" MSU-KEY-TO
                   " TERMS -> " MSU-NEW-CODE
                   DELIMITED BY SIZE INTO MSU-DESCRIPTION
           ELSE
               STRING "CUST " MSU-KEY-FROM "-" MSU-KEY-TO " "
                   MSU-OLD-CODE " -> " MSU-NEW-CODE
                   DELIMITED BY SIZE INTO MSU-DESCRIPTION
           END-IF

           OPEN INPUT CUST-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER MASTER ON FILE"
               MOVE SPACES TO MSU-DESCRIPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM START-PREVIEW-REPORT
           MOVE "N" TO MSU-EOF
           MOVE MSU-KEY-FROM TO CU-CUST-NUM
           START CUST-FILE KEY IS NOT LESS THAN CU-CUST-NUM
               INVALID KEY
                   MOVE "Y" TO MSU-EOF
           END-START
           PERFORM UNTIL MSU-EOF = "Y"
               READ CUST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO MSU-EOF
                   NOT AT END
                       IF CU-CUST-NUM > MSU-KEY-TO
                           MOVE "Y" TO MSU-EOF
                       ELSE
                           IF CU-TERMS NOT = MSU-NEW-CODE AND
-                             (MSU-OLD-CODE = SPACES OR
-                              CU-TERMS = MSU-OLD-CODE)
                               MOVE CU-CUST-NUM TO MSU-CUR-KEY
                               MOVE CU-CUST-NAME TO MSU-CUR-NAME
                               MOVE CU-TERMS TO MSU-CUR-VAL
                               MOVE MSU-NEW-CODE TO MSU-SET-VAL
                               PERFORM ADD-PREVIEW-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-FILE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       FIND-NEW-TERMS.
           MOVE "N" TO MSU-FOUND
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TERMS-STATUS NOT = "00"
               READ TERMS-FILE
                   AT END
                       MOVE "10" TO WS-TERMS-STATUS
                   NOT AT END
                       IF TM-TERMS-CODE = MSU-NEW-CODE
                           MOVE "Y" TO MSU-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE.

           EXIT PARAGRAPH.

       START-PREVIEW-REPORT.
           MOVE "MASS-UPDATE-PREVIEW" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "MASS UPDATE PREVIEW - " MSU-MASTER " "
               MSU-DESCRIPTION DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "KEY          NAME                      BEFORE"
               TO WS-SPOOL-LINE
           MOVE "AFTER" TO WS-SPOOL-LINE(53:5)
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *ONE PREVIEW LINE AND ONE TABLE ROW PER RECORD PICKED
       ADD-PREVIEW-ROW.
           IF MSU-NEW-COUNT >= 3000
               MOVE "Y" TO MSU-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MSU-NEW-COUNT
           INITIALIZE MASSUPD-RECORD
           MOVE "D" TO MU-ROW-TYPE
           MOVE MSU-MASTER TO MU-MASTER
           MOVE MSU-CUR-KEY TO MU-KEY
           MOVE MSU-CUR-VAL TO MU-BEFORE-VAL
           MOVE MSU-SET-VAL TO MU-AFTER-VAL
           MOVE "PREVIEW" TO MU-STATUS
           MOVE WS-FH-OPERATOR-ID TO MU-OPERATOR-ID
           MOVE MSU-TODAY TO MU-RUN-DATE
           MOVE MASSUPD-RECORD TO MSU-ROW-ENTRY(MSU-NEW-COUNT)
           PERFORM EDIT-ROW-VALUES
           STRING MSU-CUR-KEY " " MSU-CUR-NAME " " MSU-BEFORE-OUT
               " " MSU-AFTER-OUT DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *BEFORE AND AFTER OF THE ROW IN MASSUPD-RECORD AS SHOWN - A
      *PRICE EDITED, A CODE AS IT STANDS
       EDIT-ROW-VALUES.
           IF MU-MASTER = "PRODMAST"
               MOVE MU-BEFORE-PRICE TO MSU-PRICE-OUT
               MOVE MU-AFTER-PRICE TO MSU-PRICE2-OUT
               MOVE MSU-PRICE-OUT TO MSU-BEFORE-OUT
               MOVE MSU-PRICE2-OUT TO MSU-AFTER-OUT
           ELSE
               MOVE MU-BEFORE-VAL TO MSU-BEFORE-OUT
               MOVE MU-AFTER-VAL TO MSU-AFTER-OUT
           END-IF.

           EXIT PARAGRAPH.

       FIND-LAST-BATCH-NUMBER.
           MOVE ZERO TO MSU-LAST-BATCH
           MOVE "N" TO MSU-EOF
           OPEN INPUT MASSUPD-FILE
           IF MSU-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MSU-EOF = "Y"
               READ MASSUPD-FILE
                   AT END
                       MOVE "Y" TO MSU-EOF
                   NOT AT END
                       IF MU-BATCH-NUM IS NUMERIC AND
-                         MU-BATCH-NUM > MSU-LAST-BATCH
                           MOVE MU-BATCH-NUM TO MSU-LAST-BATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASSUPD-FILE.

           EXIT PARAGRAPH.

      *THE REQUEST CARRIES THE BATCH NUMBER AND THE RECORD COUNT AS
      *ITS AMOUNT - THE SUPERVISOR SEES HOW WIDE THE CHANGE IS
       RAISE-BATCH-APPROVAL.
           MOVE "MASSUPD" TO WS-AQ-TYPE
           MOVE SPACES TO WS-AQ-REF
           STRING MSU-MASTER DELIMITED BY SPACE
               " " MSU-BATCH DELIMITED BY SIZE
               INTO WS-AQ-REF
           MOVE "MASS-UPDATE" TO WS-AQ-PROGRAM
           MOVE MSU-NEW-COUNT TO WS-AQ-AMOUNT
           MOVE MSU-DESCRIPTION TO WS-AQ-REASON
           PERFORM RAISE-APPROVAL-REQUEST.

           EXIT PARAGRAPH.

       SAVE-NEW-BATCH.
           OPEN EXTEND MASSUPD-FILE
           IF MSU-FILE-STATUS = "35"
               OPEN OUTPUT MASSUPD-FILE
           END-IF
           IF MSU-FILE-STATUS NOT = "00" AND NOT = "05"
               MOVE "MASSUPD-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE MSU-FILE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               MOVE "REFUSED" TO WS-AQ-DECISION
               MOVE "BATCH NOT SAVED" TO WS-AQ-NOTE
               PERFORM CLOSE-APPROVAL-REQUEST
               EXIT PARAGRAPH
           END-IF
           INITIALIZE MASSUPD-RECORD
           MOVE MSU-BATCH TO MU-BATCH-NUM
           MOVE "H" TO MU-ROW-TYPE
           MOVE MSU-MASTER TO MU-MASTER
           MOVE "PENDING" TO MU-STATUS
           MOVE WS-AQ-REQ-NUM TO MU-APPR-REQ
           MOVE WS-FH-OPERATOR-ID TO MU-OPERATOR-ID
           MOVE MSU-TODAY TO MU-RUN-DATE
           MOVE MSU-DESCRIPTION TO MU-DESCRIPTION
           WRITE MASSUPD-RECORD
           PERFORM VARYING MSU-IDX FROM 1 BY 1
               UNTIL MSU-IDX > MSU-NEW-COUNT
               MOVE MSU-ROW-ENTRY(MSU-IDX) TO MASSUPD-RECORD
               MOVE MSU-BATCH TO MU-BATCH-NUM
               MOVE WS-AQ-REQ-NUM TO MU-APPR-REQ
               WRITE MASSUPD-RECORD
           END-PERFORM
           CLOSE MASSUPD-FILE
           DISPLAY "SAVED AS MASS UPDATE BATCH " MSU-BATCH
               " - APPLY IT ONCE APPROVED".

           EXIT PARAGRAPH.

      *================= SHOW / LIST ===========================
       SHOW-ONE-BATCH.
           PERFORM ASK-AND-LOAD-BATCH
           IF MSU-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "MASS-UPDATE-BATCH" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           MOVE MSU-ROW-ENTRY(MSU-HDR-IDX) TO MASSUPD-RECORD
           STRING "BATCH " MU-BATCH-NUM " " MU-MASTER " "
               MU-DESCRIPTION DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "STATUS " MU-STATUS " RAISED " MU-RUN-DATE
               " BY " MU-OPERATOR-ID " APPROVAL REQUEST "
               MU-APPR-REQ DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "KEY          BEFORE       AFTER        STATUS"
               TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO MSU-DONE-COUNT
           PERFORM VARYING MSU-IDX FROM 1 BY 1
               UNTIL MSU-IDX > MSU-ROW-COUNT
               MOVE MSU-ROW-ENTRY(MSU-IDX) TO MASSUPD-RECORD
               IF MU-BATCH-NUM = MSU-BATCH AND MU-DETAIL-ROW
                   ADD 1 TO MSU-DONE-COUNT
                   PERFORM EDIT-ROW-VALUES
                   STRING MU-KEY " " MSU-BEFORE-OUT " "
                       MSU-AFTER-OUT " " MU-STATUS
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE MSU-DONE-COUNT TO MSU-COUNT-OUT
           STRING MSU-COUNT-OUT " RECORD(S) IN THE BATCH"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       LIST-BATCHES.
           MOVE "N" TO MSU-EOF
           MOVE ZERO TO MSU-DONE-COUNT
           OPEN INPUT MASSUPD-FILE
           IF MSU-FILE-STATUS NOT = "00"
               DISPLAY "NO MASS UPDATE BATCHES ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MSU-EOF = "Y"
               READ MASSUPD-FILE
                   AT END
                       MOVE "Y" TO MSU-EOF
                   NOT AT END
                       IF MU-HEADER-ROW
                           ADD 1 TO MSU-DONE-COUNT
                           DISPLAY MU-BATCH-NUM " " MU-RUN-DATE " "
                               MU-STATUS " " MU-MASTER " "
                               MU-DESCRIPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASSUPD-FILE
           DISPLAY MSU-DONE-COUNT " BATCH(ES) ON FILE".

           EXIT PARAGRAPH.

      *================= APPLY =================================
      *THE BATCH GOES ON ONLY ONCE ITS REQUEST IS APPROVED ON THE
      *QUEUE; A REFUSED BATCH IS CLOSED OFF WITHOUT TOUCHING THE
      *MASTER, ONE STILL PENDING IS LEFT FOR A LATER RUN
       APPLY-APPROVED-BATCH.
           PERFORM ASK-AND-LOAD-BATCH
           IF MSU-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE MSU-ROW-ENTRY(MSU-HDR-IDX) TO MASSUPD-RECORD
           IF MU-STATUS NOT = "PENDING"
               DISPLAY "BATCH " MSU-BATCH " IS " MU-STATUS
                   " - NOTHING TO APPLY"
               EXIT PARAGRAPH
           END-IF
           MOVE MU-MASTER TO MSU-MASTER
           MOVE MU-APPR-REQ TO WS-AQ-REQ-NUM
           PERFORM READ-APPROVAL-DECISION
           EVALUATE WS-AQ-DECISION
               WHEN "APPROVED"
                   CONTINUE
               WHEN "REFUSED"
                   DISPLAY "BATCH REFUSED BY " WS-AQ-DECIDER ": "
                       WS-AQ-NOTE
                   MOVE "REFUSED" TO MU-STATUS
                   MOVE MASSUPD-RECORD TO MSU-ROW-ENTRY(MSU-HDR-IDX)
                   PERFORM CLOSE-APPROVAL-REQUEST
                   PERFORM REWRITE-MASSUPD-FILE
                   EXIT PARAGRAPH
               WHEN "PENDING"
                   DISPLAY "STILL WAITING FOR A SUPERVISOR - "
                       "APPROVAL REQUEST " WS-AQ-REQ-NUM
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "APPROVAL REQUEST " WS-AQ-REQ-NUM
                       " NOT ON FILE - BATCH NOT APPLIED"
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "APPROVED BY " WS-AQ-DECIDER

           PERFORM OPEN-BATCH-MASTER
           IF MSU-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "MASSUPD" TO MSU-AUDIT-ACTION
           MOVE ZERO TO MSU-DONE-COUNT
           MOVE ZERO TO MSU-SKIP-COUNT
           PERFORM VARYING MSU-IDX FROM 1 BY 1
               UNTIL MSU-IDX > MSU-ROW-COUNT
               MOVE MSU-ROW-ENTRY(MSU-IDX) TO MASSUPD-RECORD
               IF MU-BATCH-NUM = MSU-BATCH AND MU-DETAIL-ROW AND
-                 MU-STATUS = "PREVIEW"
                   PERFORM APPLY-ONE-ROW
               END-IF
           END-PERFORM
           PERFORM CLOSE-BATCH-MASTER

           MOVE MSU-ROW-ENTRY(MSU-HDR-IDX) TO MASSUPD-RECORD
           MOVE "APPLIED" TO MU-STATUS
           MOVE MASSUPD-RECORD TO MSU-ROW-ENTRY(MSU-HDR-IDX)
           PERFORM REWRITE-MASSUPD-FILE
           MOVE "APPROVED" TO WS-AQ-DECISION
           MOVE SPACES TO WS-AQ-NOTE
           PERFORM CLOSE-APPROVAL-REQUEST
           DISPLAY MSU-DONE-COUNT " RECORD(S) CHANGED"
           IF MSU-SKIP-COUNT > ZERO
               DISPLAY MSU-SKIP-COUNT " RECORD(S) SKIPPED - GONE "
                   "OR CHANGED SINCE THE PREVIEW"
           END-IF.

           EXIT PARAGRAPH.

      *A RECORD NO LONGER HOLDING ITS PREVIEW VALUE WAS CHANGED BY
      *SOMEONE ELSE SINCE - IT IS SKIPPED, NOT OVERWRITTEN
       APPLY-ONE-ROW.
           MOVE MU-BEFORE-VAL TO MSU-WANT-VAL
           MOVE MU-AFTER-VAL TO MSU-SET-VAL
           PERFORM CHANGE-MASTER-RECORD
           IF MSU-FOUND = "Y"
               MOVE "APPLIED" TO MU-STATUS
               ADD 1 TO MSU-DONE-COUNT
           ELSE
               MOVE "SKIPPED" TO MU-STATUS
               ADD 1 TO MSU-SKIP-COUNT
               DISPLAY MU-KEY " SKIPPED - NOW " MSU-CUR-VAL
           END-IF
           MOVE MASSUPD-RECORD TO MSU-ROW-ENTRY(MSU-IDX).

           EXIT PARAGRAPH.

      *================= REVERSE ===============================
      *EVERY RECORD THE BATCH CHANGED GOES BACK TO ITS BEFORE VALUE
      *- UNLESS IT HAS BEEN CHANGED AGAIN SINCE, WHICH IS KEPT
       REVERSE-APPLIED-BATCH.
           MOVE "MASSUPD-REV-REFUSED" TO WS-RUNLOG-PROGRAM-ID
           PERFORM CHECK-SUPERVISOR-ROLE
           MOVE "MASS-UPDATE" TO WS-RUNLOG-PROGRAM-ID
           IF WS-FH-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-AND-LOAD-BATCH
           IF MSU-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE MSU-ROW-ENTRY(MSU-HDR-IDX) TO MASSUPD-RECORD
           IF MU-STATUS NOT = "APPLIED"
               DISPLAY "BATCH " MSU-BATCH " IS " MU-STATUS
                   " - ONLY AN APPLIED BATCH CAN BE REVERSED"
               EXIT PARAGRAPH
           END-IF
           MOVE MU-MASTER TO MSU-MASTER
           DISPLAY "REVERSE BATCH " MSU-BATCH " " MU-DESCRIPTION
           DISPLAY "CONFIRM (Y/N): " WITH NO ADVANCING
           ACCEPT MSU-CONFIRM
           IF MSU-CONFIRM NOT = "Y" AND MSU-CONFIRM NOT = "y"
               DISPLAY "NOTHING REVERSED"
               EXIT PARAGRAPH
           END-IF
           ACCEPT MSU-TODAY FROM DATE YYYYMMDD

           PERFORM OPEN-BATCH-MASTER
           IF MSU-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "MASSREV" TO MSU-AUDIT-ACTION
           MOVE ZERO TO MSU-DONE-COUNT
           MOVE ZERO TO MSU-SKIP-COUNT
           PERFORM VARYING MSU-IDX FROM 1 BY 1
               UNTIL MSU-IDX > MSU-ROW-COUNT
               MOVE MSU-ROW-ENTRY(MSU-IDX) TO MASSUPD-RECORD
               IF MU-BATCH-NUM = MSU-BATCH AND MU-DETAIL-ROW AND
-                 MU-STATUS = "APPLIED"
                   PERFORM REVERSE-ONE-ROW
               END-IF
           END-PERFORM
           PERFORM CLOSE-BATCH-MASTER

           MOVE MSU-ROW-ENTRY(MSU-HDR-IDX) TO MASSUPD-RECORD
           MOVE "REVERSED" TO MU-STATUS
           MOVE MASSUPD-RECORD TO MSU-ROW-ENTRY(MSU-HDR-IDX)
           PERFORM REWRITE-MASSUPD-FILE
           DISPLAY MSU-DONE-COUNT " RECORD(S) PUT BACK"
           IF MSU-SKIP-COUNT > ZERO
               DISPLAY MSU-SKIP-COUNT " RECORD(S) KEPT - GONE OR "
                   "CHANGED AGAIN SINCE THE BATCH"
           END-IF.

           EXIT PARAGRAPH.

       REVERSE-ONE-ROW.
           MOVE MU-AFTER-VAL TO MSU-WANT-VAL
           MOVE MU-BEFORE-VAL TO MSU-SET-VAL
           PERFORM CHANGE-MASTER-RECORD
           IF MSU-FOUND = "Y"
               MOVE "REVERSED" TO MU-STATUS
               ADD 1 TO MSU-DONE-COUNT
           ELSE
               MOVE "KEPT" TO MU-STATUS
               ADD 1 TO MSU-SKIP-COUNT
               DISPLAY MU-KEY " KEPT - NOW " MSU-CUR-VAL
           END-IF
           MOVE MASSUPD-RECORD TO MSU-ROW-ENTRY(MSU-IDX).

           EXIT PARAGRAPH.

      *================= MASTER I/O ============================
       OPEN-BATCH-MASTER.
           MOVE "Y" TO MSU-OK
           EVALUATE MSU-MASTER
               WHEN "SQNC5"
                   OPEN I-O SQNC5-FILE
                   MOVE SEQ5-FILE-STATUS TO WS-FH-ERR-STATUS
                   MOVE "SQNC5-FILE" TO WS-FH-ERR-FILE-NAME
               WHEN "PRODMAST"
                   OPEN I-O PROD-FILE
                   MOVE WS-PROD-FILE-STATUS TO WS-FH-ERR-STATUS
                   MOVE "PROD-FILE" TO WS-FH-ERR-FILE-NAME
               WHEN OTHER
                   OPEN I-O CUST-FILE
                   MOVE WS-CUST-FILE-STATUS TO WS-FH-ERR-STATUS
                   MOVE "CUST-FILE" TO WS-FH-ERR-FILE-NAME
           END-EVALUATE
           IF WS-FH-ERR-STATUS NOT = "00"
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               PERFORM REPORT-FILE-ERROR
               MOVE "N" TO MSU-OK
           END-IF.

           EXIT PARAGRAPH.

       CLOSE-BATCH-MASTER.
           EVALUATE MSU-MASTER
               WHEN "SQNC5"
                   CLOSE SQNC5-FILE
               WHEN "PRODMAST"
                   CLOSE PROD-FILE
               WHEN OTHER
                   CLOSE CUST-FILE
           END-EVALUATE.

           EXIT PARAGRAPH.

      *READS MU-KEY FROM THE BATCH'S MASTER; WHEN ITS FIELD STILL
      *HOLDS MSU-WANT-VAL IT IS SET TO MSU-SET-VAL AND REWRITTEN,
      *AUDITED AND JOURNALED, AND MSU-FOUND COMES BACK "Y"
       CHANGE-MASTER-RECORD.
           MOVE "N" TO MSU-FOUND
           MOVE "NOT ON FILE" TO MSU-CUR-VAL
           EVALUATE MSU-MASTER
               WHEN "SQNC5"
                   PERFORM CHANGE-SALESMAN-PLAN
               WHEN "PRODMAST"
                   PERFORM CHANGE-ITEM-PRICE
               WHEN OTHER
                   PERFORM CHANGE-CUSTOMER-TERMS
           END-EVALUATE.

           EXIT PARAGRAPH.

       CHANGE-SALESMAN-PLAN.
           MOVE MU-KEY TO SEQ5_SALES_MAN_NUM_FH
           READ SQNC5-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SEQ5_PLAN_CODE_FH TO MSU-CUR-VAL
           IF MSU-CUR-VAL NOT = MSU-WANT-VAL
               EXIT PARAGRAPH
           END-IF
           MOVE SQNC5_RECORD TO WS-MA-BEFORE
           MOVE MSU-SET-VAL TO SEQ5_PLAN_CODE_FH
           MOVE WS-FH-OPERATOR-ID TO OPERATOR-ID-FH OF SQNC5_RECORD
           REWRITE SQNC5_RECORD
               INVALID KEY
                   MOVE "SQNC5-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE SEQ5-FILE-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   MOVE "Y" TO MSU-FOUND
                   MOVE SQNC5_RECORD TO WS-MA-AFTER
                   PERFORM AUDIT-MASS-CHANGE
                   MOVE "SQNC5" TO WS-UJ-FILE-NAME
                   MOVE "REWRITE" TO WS-UJ-ACTION
                   MOVE SQNC5_RECORD TO WS-UJ-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
           END-REWRITE.

           EXIT PARAGRAPH.

      *A PRICE CHANGE TAKES EFFECT THE DAY IT IS APPLIED (OR PUT
      *BACK) AND LEAVES ITS PRICE-CHANGE HISTORY ROW, AS ONE KEYED
      *IN PRODUCT-MAINTENANCE DOES
       CHANGE-ITEM-PRICE.
           MOVE MU-KEY TO PM-ITEM-CODE
           READ PROD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE PM-UNIT-PRICE TO MSU-CUR-PRICE
           IF MSU-CUR-VAL NOT = MSU-WANT-VAL
               MOVE PM-UNIT-PRICE TO MSU-PRICE-OUT
               MOVE MSU-PRICE-OUT TO MSU-CUR-VAL
               EXIT PARAGRAPH
           END-IF
           MOVE PROD-RECORD TO WS-MA-BEFORE
           MOVE PM-UNIT-PRICE TO MSU-OLD-PRICE
           MOVE MSU-SET-PRICE TO PM-UNIT-PRICE
           ACCEPT PM-EFF-DATE FROM DATE YYYYMMDD
           REWRITE PROD-RECORD
               INVALID KEY
                   MOVE "PROD-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-PROD-FILE-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   MOVE "Y" TO MSU-FOUND
                   MOVE PROD-RECORD TO WS-MA-AFTER
                   PERFORM AUDIT-MASS-CHANGE
                   PERFORM WRITE-PRICE-HISTORY-ROW
                   MOVE "PRODMAST" TO WS-UJ-FILE-NAME
                   MOVE "REWRITE" TO WS-UJ-ACTION
                   MOVE PROD-RECORD TO WS-UJ-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
           END-REWRITE.

           EXIT PARAGRAPH.

       CHANGE-CUSTOMER-TERMS.
           MOVE MU-KEY TO CU-CUST-NUM
           READ CUST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CU-TERMS TO MSU-CUR-VAL
           IF MSU-CUR-VAL NOT = MSU-WANT-VAL
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-RECORD TO WS-MA-BEFORE
           MOVE MSU-SET-VAL TO CU-TERMS
           REWRITE CUST-RECORD
               INVALID KEY
                   MOVE "CUST-FILE" TO WS-FH-ERR-FILE-NAME
                   MOVE "REWRITE" TO WS-FH-ERR-OPERATION
                   MOVE WS-CUST-FILE-STATUS TO WS-FH-ERR-STATUS
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   MOVE "Y" TO MSU-FOUND
                   MOVE CUST-RECORD TO WS-MA-AFTER
                   PERFORM AUDIT-MASS-CHANGE
                   MOVE "CUSTMAST" TO WS-UJ-FILE-NAME
                   MOVE "REWRITE" TO WS-UJ-ACTION
                   MOVE CUST-RECORD TO WS-UJ-IMAGE
                   PERFORM WRITE-UPDATE-JOURNAL
           END-REWRITE.

           EXIT PARAGRAPH.

       AUDIT-MASS-CHANGE.
           MOVE "MASS-UPDATE" TO WS-MA-PROGRAM-ID
           MOVE MU-KEY TO WS-MA-KEY-NUM
           MOVE MSU-AUDIT-ACTION TO WS-MA-ACTION
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       WRITE-PRICE-HISTORY-ROW.
           OPEN EXTEND PRODHIST-FILE
           IF WS-PRODHIST-STATUS = "35"
               OPEN OUTPUT PRODHIST-FILE
           END-IF
           IF WS-PRODHIST-STATUS NOT = "00" AND NOT = "05"
               MOVE "PRODHIST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-PRODHIST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           ELSE
               MOVE PM-ITEM-CODE TO PH-ITEM-CODE
               MOVE MSU-OLD-PRICE TO PH-OLD-PRICE
               MOVE PM-UNIT-PRICE TO PH-NEW-PRICE
               MOVE "PRICE" TO PH-CHANGE-TYPE
               MOVE PM-EFF-DATE TO PH-EFF-DATE
               MOVE WS-FH-OPERATOR-ID TO PH-OPERATOR-ID
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
           END-IF.

           EXIT PARAGRAPH.

      *================= BATCH FILE ============================
      *THE WHOLE FILE IS HELD IN THE TABLE SO A BATCH'S ROWS CAN BE
      *RESTAMPED AND THE FILE WRITTEN BACK IN ONE PASS
       ASK-AND-LOAD-BATCH.
           MOVE "N" TO MSU-OK
           DISPLAY "BATCH NUMBER: " WITH NO ADVANCING
           ACCEPT MSU-BATCH
           PERFORM LOAD-MASSUPD-TABLE
           IF MSU-OVERFLOW = "Y"
               DISPLAY "MORE THAN 3000 ROWS ON MASSUPD.DAT - "
                   "ARCHIVE THE OLD BATCHES FIRST"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO MSU-HDR-IDX
           PERFORM VARYING MSU-IDX FROM 1 BY 1
               UNTIL MSU-IDX > MSU-ROW-COUNT
               MOVE MSU-ROW-ENTRY(MSU-IDX) TO MASSUPD-RECORD
               IF MU-BATCH-NUM = MSU-BATCH AND MU-HEADER-ROW
                   MOVE MSU-IDX TO MSU-HDR-IDX
               END-IF
           END-PERFORM
           IF MSU-HDR-IDX = ZERO
               DISPLAY "NO MASS UPDATE BATCH " MSU-BATCH " ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO MSU-OK.

           EXIT PARAGRAPH.

       LOAD-MASSUPD-TABLE.
           MOVE ZERO TO MSU-ROW-COUNT
           MOVE "N" TO MSU-OVERFLOW
           MOVE "N" TO MSU-EOF
           OPEN INPUT MASSUPD-FILE
           IF MSU-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MSU-EOF = "Y"
               READ MASSUPD-FILE
                   AT END
                       MOVE "Y" TO MSU-EOF
                   NOT AT END
                       IF MSU-ROW-COUNT < 3000
                           ADD 1 TO MSU-ROW-COUNT
                           MOVE MASSUPD-RECORD TO
                               MSU-ROW-ENTRY(MSU-ROW-COUNT)
                       ELSE
                           MOVE "Y" TO MSU-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASSUPD-FILE.

           EXIT PARAGRAPH.

       REWRITE-MASSUPD-FILE.
           OPEN OUTPUT MASSUPD-FILE
           IF MSU-FILE-STATUS NOT = "00"
               MOVE "MASSUPD-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE MSU-FILE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MSU-IDX FROM 1 BY 1
               UNTIL MSU-IDX > MSU-ROW-COUNT
               MOVE MSU-ROW-ENTRY(MSU-IDX) TO MASSUPD-RECORD
               WRITE MASSUPD-RECORD
           END-PERFORM
           CLOSE MASSUPD-FILE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "upd-journal.cpy".

       COPY "maint-audit-write.cpy".

       COPY "approval-queue.cpy".

       COPY "role-check.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
