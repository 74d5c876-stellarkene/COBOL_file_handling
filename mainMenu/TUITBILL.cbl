      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-BILLING.

      *====================================================
      * Stand-alone utility: bills student tuition and fees
      * onto the open-item receivables ledger (openitem.dat)
      * instead of the spreadsheet the bursar kept. The fee
      * schedule (feesched.dat) holds, per term, a rate per
      * credit unit, flat per-course fees and flat lab fees,
      * with the date the term's bill falls due and the drop
      * cutoff. The term billing run nets enroll.dat and
      * charges every seat not yet billed - the catalog units
      * of the section's course times the unit rate, plus the
      * course's fee and lab fee - onto one open item per
      * student, on the student's fee account (stuacct.dat,
      * opened in custmast.dat on the first bill). A seat
      * dropped on or before the cutoff after it was billed is
      * credited back in full on a credit item; a later drop
      * keeps its charge. Each item posts receivable DR /
      * tuition revenue CR (reversed for a credit) to
      * gljrnl.dat through the account-mapping table
      * (gl-acct-load.cpy), and every seat charged or credited
      * is kept in the billing register (tuitbill.dat), so a
      * rerun bills only what is new. The fee hold list shows
      * students whose fee balance is past due; the same check
      * (fee-hold.cpy) stops ENROLLMENT-MAINTENANCE enrolling
      * them and is flagged on STUDENT-TRANSCRIPT. Runs under
      * the suite interlock. Run on demand from the command
      * line; it is not wired into FH-MAIN-MENU since it is
      * housekeeping, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "feesched-select.cpy".
           COPY "stuacct-select.cpy".
           COPY "tuitbill-select.cpy".
           COPY "enroll-select.cpy".
           COPY "stud-select.cpy".
           COPY "cust-select.cpy".
           COPY "openitem-select.cpy".
           COPY "invctl-select.cpy".
           COPY "sectmap-select.cpy".
           COPY "course-select.cpy".
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "perctl-select.cpy".
           COPY "maint-audit-select.cpy".
           COPY "runlog-select.cpy".
           COPY "lock-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "feesched-rec.cpy".
           COPY "stuacct-rec.cpy".
           COPY "tuitbill-rec.cpy".
           COPY "enroll-rec.cpy".
           COPY "stud-rec.cpy".
           COPY "cust-rec.cpy".
           COPY "openitem-rec.cpy".
           COPY "invctl-rec.cpy".
           COPY "sectmap-rec.cpy".
           COPY "course-rec.cpy".
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "perctl-rec.cpy".
           COPY "maint-audit-rec.cpy".
           COPY "fd-vars.cpy".
           COPY "lock-rec.cpy".

       WORKING-STORAGE SECTION.
       01  TUB-CHOICE                      PIC 9.
       01  TUB-EOF                         PIC X VALUE "N".
       01  TUB-OK                          PIC X.
       01  TUB-FOUND                       PIC X.
       01  TUB-CONFIRM                     PIC X.
       01  TUB-TODAY                       PIC 9(8).
       01  TUB-PERIOD                      PIC 9(6).
       01  TUB-TERM                        PIC X(6).
       01  TUB-TYPE                        PIC X.
       01  TUB-COURSE                      PIC X(8).
       01  TUB-AMOUNT                      PIC 9(7)V99.
       01  TUB-DESC                        PIC X(20).
       01  TUB-DUE-DATE                    PIC 9(8).
       01  TUB-CUTOFF                      PIC 9(8).
       01  TUB-UNIT-RATE                   PIC 9(7)V99.
       01  TUB-SEAT-AMT                    PIC 9(7)V99.
       01  TUB-GRP-AMT                     PIC 9(9)V99.
       01  TUB-GRP-START                   PIC 9(4).
       01  TUB-GRP-END                     PIC 9(4).
       01  TUB-GRP-STUDENT                 PIC X(10).
       01  TUB-GRP-ACTION                  PIC X.
       01  TUB-GRP-SEATS                   PIC 9(4).
       01  TUB-CUST                        PIC X(8).
       01  TUB-INVOICE                     PIC 9(8).
       01  TUB-LAST-ACCT                   PIC 9(6).
       01  TUB-TRIES                       PIC 9(3).
       01  TUB-NEW-CUST.
           05  FILLER                      PIC X(2) VALUE "ST".
           05  TUB-NEW-SEQ                 PIC 9(6).
       01  TUB-RECV-ACCT                   PIC X(8).
       01  TUB-RECV-DESC                   PIC X(19).
       01  TUB-TUIT-ACCT                   PIC X(8).
       01  TUB-TUIT-DESC                   PIC X(19).
       01  TUB-OI-ROWS                     PIC 9(5).
       01  TUB-ITEMS-DUE                   PIC 9(5).
       01  TUB-CHARGE-COUNT                PIC 9(5).
       01  TUB-CREDIT-COUNT                PIC 9(5).
       01  TUB-LATE-DROPS                  PIC 9(5).
       01  TUB-ITEM-COUNT                  PIC 9(5).
       01  TUB-ACCT-OPENED                 PIC 9(5).
       01  TUB-HOLD-SHOWN                  PIC 9(5).
       01  TUB-LIST-COUNT                  PIC 9(5).
       01  TUB-CHARGE-TOTAL                PIC S9(12)V99.
       01  TUB-CREDIT-TOTAL                PIC S9(12)V99.
       01  TUB-NET-TOTAL                   PIC S9(12)V99.
       01  TUB-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  TUB-AMT2-OUT                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  TUB-SPL-AMT                     PIC ZZ,ZZZ,ZZ9.99-.
       01  TUB-RATE-OUT                    PIC Z,ZZZ,ZZ9.99.
       01  TUB-NUM-OUT                     PIC ZZZZ9.
       01  TUB-NUM2-OUT                    PIC ZZZZ9.
       01  TUB-NDX                         PIC 9(4).
       01  TUB-BDX                         PIC 9(4).
       01  TUB-WDX                         PIC 9(4).
       01  TUB-JDX                         PIC 9(4).
       01  TUB-FDX                         PIC 9(4).
       01  TUB-HDX                         PIC 9(4).
       01  TUB-NET-COUNT                   PIC 9(4).
       01  TUB-NET-TABLE.
           05  TUB-NET-ENTRY               OCCURS 2000 TIMES.
               10  TUB-N-STUDENT           PIC X(10).
               10  TUB-N-SECTION           PIC X(6).
               10  TUB-N-ACTION            PIC X.
               10  TUB-N-DATE              PIC 9(8).
       01  TUB-BILLED-COUNT                PIC 9(4).
       01  TUB-BILLED-TABLE.
           05  TUB-BILLED-ENTRY            OCCURS 2000 TIMES.
               10  TUB-B-STUDENT           PIC X(10).
               10  TUB-B-SECTION           PIC X(6).
               10  TUB-B-BILLED            PIC X.
               10  TUB-B-COURSE            PIC X(8).
               10  TUB-B-AMOUNT            PIC 9(7)V99.
       01  TUB-WORK-COUNT                  PIC 9(4).
       01  TUB-WORK-FULL                   PIC X.
       01  TUB-WORK-TABLE.
           05  TUB-WORK-ENTRY              OCCURS 2000 TIMES.
               10  TUB-W-STUDENT           PIC X(10).
               10  TUB-W-ACTION            PIC X.
               10  TUB-W-SECTION           PIC X(6).
               10  TUB-W-COURSE            PIC X(8).
               10  TUB-W-AMOUNT            PIC 9(7)V99.
       01  TUB-WORK-SWAP                   PIC X(34).
       01  TUB-FEE-COUNT                   PIC 9(4).
       01  TUB-FEE-TABLE.
           05  TUB-FEE-ENTRY               OCCURS 300 TIMES.
               10  TUB-F-TYPE              PIC X.
               10  TUB-F-COURSE            PIC X(8).
               10  TUB-F-AMOUNT            PIC 9(7)V99.
       01  TUB-HOLD-COUNT                  PIC 9(4).
       01  TUB-HOLD-TABLE.
           05  TUB-HOLD-ENTRY              OCCURS 2000 TIMES.
               10  TUB-H-STUDENT           PIC X(10).
               10  TUB-H-CUST              PIC X(8).
           COPY "gl-acct-table.cpy".
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "TUITION-BILLING" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

      * The billing run draws invoice numbers and appends to
      * openitem.dat and gljrnl.dat - take the suite interlock
           PERFORM ACQUIRE-FH-LOCK.
           IF WS-FH-LOCK-HELD NOT = "Y"
               GOBACK
           END-IF.

           PERFORM UNTIL TUB-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "  TUITION AND FEE BILLING  "
               DISPLAY "==========================="
               DISPLAY "1 - ADD/CHANGE A FEE SCHEDULE ROW"
               DISPLAY "2 - LIST A TERM'S FEE SCHEDULE"
               DISPLAY "3 - RUN TERM BILLING"
               DISPLAY "4 - TERM BILLING REGISTER"
               DISPLAY "5 - FEE HOLD LIST"
               DISPLAY "9 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT TUB-CHOICE

               EVALUATE TUB-CHOICE
                   WHEN 1
                       PERFORM MAINTAIN-FEE-ROW
                   WHEN 2
                       PERFORM LIST-FEE-SCHEDULE
                   WHEN 3
                       PERFORM RUN-TERM-BILLING
                   WHEN 4
                       PERFORM PRINT-BILLING-REGISTER
                   WHEN 5
                       PERFORM PRINT-FEE-HOLD-LIST
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID INPUT"
               END-EVALUATE
           END-PERFORM.

           MOVE "TUITION-BILLING" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           PERFORM RELEASE-FH-LOCK.

           GOBACK.

      *================= FEE SCHEDULE ==========================
      *A ROW NOT ON FILE IS ADDED, ONE ON FILE IS CHANGED; AN
      *AMOUNT OF ZERO REMOVES A FEE ROW. THE TERM ROW CARRIES THE
      *DUE DATE AND DROP CUTOFF, A ZERO ANSWER KEEPING THE DATE
      *ALREADY THERE
       MAINTAIN-FEE-ROW.
           DISPLAY "TERM (YYYY-T): " WITH NO ADVANCING
           MOVE SPACES TO TUB-TERM
           ACCEPT TUB-TERM
           IF TUB-TERM = SPACES
               DISPLAY "TERM MAY NOT BE BLANK"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FEE TYPE - T TERM DATES, U PER UNIT, "
               "C COURSE FEE, L LAB FEE: " WITH NO ADVANCING
           MOVE SPACE TO TUB-TYPE
           ACCEPT TUB-TYPE
           MOVE TUB-TYPE TO FS-FEE-TYPE
           IF NOT FS-TYPE-VALID
               DISPLAY "FEE TYPE MUST BE T, U, C OR L"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TUB-COURSE
           IF TUB-TYPE = "C" OR TUB-TYPE = "L"
               DISPLAY "COURSE CODE: " WITH NO ADVANCING
               ACCEPT TUB-COURSE
               PERFORM CHECK-COURSE-ON-CATALOG
               IF TUB-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM OPEN-FEESCHED-FOR-WRITE
           IF WS-FEESCHED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ACCEPT TUB-TODAY FROM DATE YYYYMMDD
           MOVE TUB-TERM TO FS-TERM
           MOVE TUB-TYPE TO FS-FEE-TYPE
           MOVE TUB-COURSE TO FS-COURSE-CODE
           MOVE "N" TO TUB-FOUND
           READ FEESCHED-FILE
               INVALID KEY
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE ZERO TO FS-AMOUNT
                   MOVE SPACES TO FS-DESC
                   MOVE ZERO TO FS-DUE-DATE
                   MOVE ZERO TO FS-DROP-CUTOFF
               NOT INVALID KEY
                   MOVE "Y" TO TUB-FOUND
                   MOVE FEESCHED-RECORD TO WS-MA-BEFORE
           END-READ

           IF TUB-TYPE = "T"
               PERFORM KEY-TERM-DATES
           ELSE
               PERFORM KEY-FEE-AMOUNT
           END-IF
           IF TUB-OK NOT = "Y"
               CLOSE FEESCHED-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE TUB-TODAY TO FS-CHANGE-DATE
           MOVE WS-FH-OPERATOR-ID TO FS-OPERATOR-ID
           STRING FS-TERM FS-FEE-TYPE FS-COURSE-CODE(1:5)
               DELIMITED BY SIZE INTO WS-MA-KEY-NUM
           EVALUATE TRUE
               WHEN TUB-FOUND = "Y" AND TUB-TYPE NOT = "T"
-                  AND TUB-AMOUNT = ZERO
                   DELETE FEESCHED-FILE
                       INVALID KEY
                           DISPLAY "DELETE FAILED"
                       NOT INVALID KEY
                           MOVE SPACES TO WS-MA-AFTER
                           MOVE "DELETE" TO WS-MA-ACTION
                           PERFORM AUDIT-FEE-CHANGE
                           DISPLAY "FEE REMOVED"
                   END-DELETE
               WHEN TUB-FOUND = "Y"
                   REWRITE FEESCHED-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED"
                       NOT INVALID KEY
                           MOVE FEESCHED-RECORD TO WS-MA-AFTER
                           MOVE "REWRITE" TO WS-MA-ACTION
                           PERFORM AUDIT-FEE-CHANGE
                           DISPLAY "FEE SCHEDULE ROW CHANGED"
                   END-REWRITE
               WHEN TUB-TYPE NOT = "T" AND TUB-AMOUNT = ZERO
                   DISPLAY "NO AMOUNT KEYED - NOTHING ADDED"
               WHEN OTHER
                   WRITE FEESCHED-RECORD
                       INVALID KEY
                           DISPLAY "FEE SCHEDULE ROW NOT ADDED"
                       NOT INVALID KEY
                           MOVE FEESCHED-RECORD TO WS-MA-AFTER
                           MOVE "ADD" TO WS-MA-ACTION
                           PERFORM AUDIT-FEE-CHANGE
                           DISPLAY "FEE SCHEDULE ROW ADDED"
                   END-WRITE
           END-EVALUATE
           CLOSE FEESCHED-FILE.

           EXIT PARAGRAPH.

      *A DROP ON OR BEFORE THE CUTOFF IS CREDITED, SO THE CUTOFF
      *CANNOT FALL AFTER THE DATE THE BILL IS DUE
       KEY-TERM-DATES.
           MOVE "N" TO TUB-OK
           IF TUB-FOUND = "Y"
               DISPLAY "FEES NOW DUE " FS-DUE-DATE
                   " DROP CUTOFF " FS-DROP-CUTOFF
           END-IF
           DISPLAY "FEES DUE BY (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT TUB-DUE-DATE
           IF TUB-DUE-DATE NOT = ZERO
               MOVE TUB-DUE-DATE TO FS-DUE-DATE
           END-IF
           DISPLAY "LAST DAY TO DROP FOR A CREDIT (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT TUB-CUTOFF
           IF TUB-CUTOFF NOT = ZERO
               MOVE TUB-CUTOFF TO FS-DROP-CUTOFF
           END-IF
           IF FS-DUE-DATE = ZERO OR FS-DROP-CUTOFF = ZERO
               DISPLAY "BOTH DATES ARE REQUIRED ON A TERM ROW"
               EXIT PARAGRAPH
           END-IF
           IF FS-DROP-CUTOFF > FS-DUE-DATE
               DISPLAY "DROP CUTOFF IS AFTER THE DUE DATE - "
                   "NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO FS-AMOUNT
           MOVE "TERM DATES" TO FS-DESC
           MOVE ZERO TO TUB-AMOUNT
           MOVE "Y" TO TUB-OK.

           EXIT PARAGRAPH.

       KEY-FEE-AMOUNT.
           MOVE "N" TO TUB-OK
           IF TUB-FOUND = "Y"
               MOVE FS-AMOUNT TO TUB-RATE-OUT
               DISPLAY "NOW " TUB-RATE-OUT " " FS-DESC
           END-IF
           DISPLAY "AMOUNT (0 REMOVES THE FEE): " WITH NO ADVANCING
           ACCEPT TUB-AMOUNT
           IF TUB-AMOUNT = ZERO
               MOVE "Y" TO TUB-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING
           MOVE SPACES TO TUB-DESC
           ACCEPT TUB-DESC
           IF TUB-DESC NOT = SPACES
               MOVE TUB-DESC TO FS-DESC
           END-IF
           IF FS-DESC = SPACES
               EVALUATE TUB-TYPE
                   WHEN "U"
                       MOVE "TUITION PER UNIT" TO FS-DESC
                   WHEN "C"
                       MOVE "COURSE FEE" TO FS-DESC
                   WHEN "L"
                       MOVE "LAB FEE" TO FS-DESC
               END-EVALUATE
           END-IF
           MOVE TUB-AMOUNT TO FS-AMOUNT
           MOVE ZERO TO FS-DUE-DATE
           MOVE ZERO TO FS-DROP-CUTOFF
           MOVE "Y" TO TUB-OK.

           EXIT PARAGRAPH.

       CHECK-COURSE-ON-CATALOG.
           MOVE "N" TO TUB-OK
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS NOT = "00"
               DISPLAY "NO COURSE CATALOG ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE TUB-COURSE TO CO-COURSE-CODE
           READ COURSE-FILE
               INVALID KEY
                   DISPLAY "COURSE " TUB-COURSE " NOT ON THE CATALOG"
               NOT INVALID KEY
                   MOVE "Y" TO TUB-OK
                   DISPLAY "COURSE: " CO-TITLE
           END-READ
           CLOSE COURSE-FILE.

           EXIT PARAGRAPH.

       LIST-FEE-SCHEDULE.
           DISPLAY "TERM (YYYY-T): " WITH NO ADVANCING
           MOVE SPACES TO TUB-TERM
           ACCEPT TUB-TERM
           MOVE ZERO TO TUB-LIST-COUNT
           OPEN INPUT FEESCHED-FILE
           IF WS-FEESCHED-STATUS NOT = "00"
               DISPLAY "NO FEE SCHEDULE ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TUB-EOF
           MOVE TUB-TERM TO FS-TERM
           MOVE LOW-VALUES TO FS-FEE-TYPE
           MOVE LOW-VALUES TO FS-COURSE-CODE
           START FEESCHED-FILE KEY IS NOT LESS THAN FS-KEY
               INVALID KEY
                   MOVE "Y" TO TUB-EOF
           END-START
           DISPLAY "TYPE COURSE         AMOUNT DESCRIPTION"
           PERFORM UNTIL TUB-EOF = "Y"
               READ FEESCHED-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO TUB-EOF
                   NOT AT END
                       IF FS-TERM NOT = TUB-TERM
                           MOVE "Y" TO TUB-EOF
                       ELSE
                           PERFORM SHOW-ONE-FEE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEESCHED-FILE
           DISPLAY TUB-LIST-COUNT " FEE SCHEDULE ROW(S) FOR "
               TUB-TERM.

           EXIT PARAGRAPH.

       SHOW-ONE-FEE-ROW.
           ADD 1 TO TUB-LIST-COUNT
           IF FS-TERM-ROW
               DISPLAY "T    FEES DUE " FS-DUE-DATE
                   "  DROP CUTOFF " FS-DROP-CUTOFF
           ELSE
               MOVE FS-AMOUNT TO TUB-RATE-OUT
               DISPLAY FS-FEE-TYPE "    " FS-COURSE-CODE " "
                   TUB-RATE-OUT " " FS-DESC
           END-IF.

           EXIT PARAGRAPH.

      *================= TERM BILLING RUN ======================
      *EVERY SEAT HELD IN THE TERM AND NOT YET BILLED IS CHARGED;
      *EVERY BILLED SEAT DROPPED BY THE CUTOFF IS CREDITED. THE
      *SEATS ARE GROUPED PER STUDENT SO EACH STUDENT GETS ONE
      *CHARGE ITEM AND AT MOST ONE CREDIT ITEM PER RUN
       RUN-TERM-BILLING.
           DISPLAY "TERM TO BILL (YYYY-T): " WITH NO ADVANCING
           MOVE SPACES TO TUB-TERM
           ACCEPT TUB-TERM
           PERFORM LOAD-TERM-FEES
           IF TUB-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           ACCEPT TUB-TODAY FROM DATE YYYYMMDD
           MOVE TUB-TODAY(1:6) TO TUB-PERIOD
           MOVE TUB-TODAY TO WS-PC-CHECK-DATE
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PC-CLOSED = "Y"
               DISPLAY "PERIOD " TUB-PERIOD " IS CLOSED - NO "
-                  "BILLING CAN BE POSTED INTO IT"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BILLING-ACCOUNTS
           MOVE TUB-RECV-ACCT TO WS-GLA-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT-POSTABLE
           IF WS-GLA-POSTABLE = "Y"
               MOVE TUB-TUIT-ACCT TO WS-GLA-CHECK-ACCT
               PERFORM CHECK-GL-ACCOUNT-POSTABLE
           END-IF
           IF WS-GLA-POSTABLE NOT = "Y"
               DISPLAY "NOTHING BILLED - MAP RECEIVABLE AND TUITION "
                   "IN CHART-OF-ACCOUNTS"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-TERM-ENROLLMENTS
           PERFORM LOAD-TERM-BILLINGS
           MOVE ZERO TO TUB-WORK-COUNT
           MOVE ZERO TO TUB-LATE-DROPS
           MOVE "N" TO TUB-WORK-FULL
           PERFORM WORK-OUT-ONE-SEAT
               VARYING TUB-NDX FROM 1 BY 1
               UNTIL TUB-NDX > TUB-NET-COUNT
           IF TUB-LATE-DROPS > ZERO
               MOVE TUB-LATE-DROPS TO TUB-NUM-OUT
               DISPLAY TUB-NUM-OUT " SEAT(S) DROPPED AFTER THE "
                   TUB-CUTOFF " CUTOFF KEEP THEIR CHARGE"
           END-IF
           IF TUB-WORK-COUNT = ZERO
               DISPLAY "NOTHING TO BILL OR CREDIT FOR " TUB-TERM
               EXIT PARAGRAPH
           END-IF

           PERFORM SORT-WORK-BY-STUDENT
           PERFORM COUNT-WORK-GROUPS
           PERFORM COUNT-OPEN-ITEM-ROWS
           IF TUB-OI-ROWS + TUB-ITEMS-DUE > 500
               DISPLAY "THE LEDGER WOULD PASS 500 OPEN ITEMS - "
-                  "NOTHING BILLED. ARCHIVE OPENITEM.DAT FIRST."
               EXIT PARAGRAPH
           END-IF
           MOVE TUB-CHARGE-COUNT TO TUB-NUM-OUT
           MOVE TUB-CHARGE-TOTAL TO TUB-AMT-OUT
           DISPLAY TUB-NUM-OUT " SEAT(S) TO CHARGE    " TUB-AMT-OUT
           MOVE TUB-CREDIT-COUNT TO TUB-NUM-OUT
           MOVE TUB-CREDIT-TOTAL TO TUB-AMT-OUT
           DISPLAY TUB-NUM-OUT " SEAT(S) TO CREDIT    " TUB-AMT-OUT
           MOVE TUB-ITEMS-DUE TO TUB-NUM-OUT
           DISPLAY TUB-NUM-OUT " OPEN ITEM(S) WILL BE RAISED"
           DISPLAY "POST THE BILLING FOR " TUB-TERM " (Y/N)? "
               WITH NO ADVANCING
           MOVE SPACE TO TUB-CONFIRM
           ACCEPT TUB-CONFIRM
           IF TUB-CONFIRM NOT = "Y" AND TUB-CONFIRM NOT = "y"
               DISPLAY "NOTHING BILLED"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LAST-ACCOUNT-NUMBER
           PERFORM OPEN-BILLING-FILES
           IF TUB-OK NOT = "Y"
               PERFORM CLOSE-BILLING-FILES
               DISPLAY "NOTHING BILLED"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO TUB-ITEM-COUNT
           MOVE ZERO TO TUB-ACCT-OPENED
           MOVE "TUITION-BILLING-RUN" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "TUITION AND FEE BILLING - TERM " TUB-TERM
               " RUN " TUB-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "INVOICE  STUDENT    ACCOUNT  SEATS KIND"
               TO WS-SPOOL-LINE
           MOVE "AMOUNT" TO WS-SPOOL-LINE(53:6)
           PERFORM EMIT-REPORT-LINE

           MOVE 1 TO TUB-GRP-START
           PERFORM VARYING TUB-WDX FROM 1 BY 1
               UNTIL TUB-WDX > TUB-WORK-COUNT
               MOVE "N" TO TUB-FOUND
               IF TUB-WDX = TUB-WORK-COUNT
                   MOVE "Y" TO TUB-FOUND
               ELSE
                   IF TUB-WORK-ENTRY(TUB-WDX + 1)(1:11) NOT =
-                     TUB-WORK-ENTRY(TUB-WDX)(1:11)
                       MOVE "Y" TO TUB-FOUND
                   END-IF
               END-IF
               IF TUB-FOUND = "Y"
                   PERFORM BILL-ONE-GROUP
                   COMPUTE TUB-GRP-START = TUB-WDX + 1
               END-IF
           END-PERFORM
           PERFORM CLOSE-BILLING-FILES

           MOVE TUB-ITEM-COUNT TO TUB-NUM-OUT
           MOVE TUB-ACCT-OPENED TO TUB-NUM2-OUT
           STRING TUB-NUM-OUT " OPEN ITEM(S) RAISED, "
               TUB-NUM2-OUT " NEW STUDENT ACCOUNT(S)"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE TUB-CHARGE-TOTAL TO TUB-AMT-OUT
           MOVE TUB-CREDIT-TOTAL TO TUB-AMT2-OUT
           STRING "CHARGED " TUB-AMT-OUT "  CREDITED " TUB-AMT2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT
           DISPLAY "BILLING FOR " TUB-TERM " POSTED TO " TUB-PERIOD.

           EXIT PARAGRAPH.

      *THE TERM ROW MUST BE THERE; THE UNIT RATE MAY NOT BE (A
      *TERM BILLED ON FLAT FEES ONLY). COURSE AND LAB FEES ARE
      *TABLED FOR PRICING EACH SEAT
       LOAD-TERM-FEES.
           MOVE "N" TO TUB-OK
           MOVE ZERO TO TUB-UNIT-RATE
           MOVE ZERO TO TUB-FEE-COUNT
           OPEN INPUT FEESCHED-FILE
           IF WS-FEESCHED-STATUS NOT = "00"
               DISPLAY "NO FEE SCHEDULE ON FILE - NOTHING BILLED"
               EXIT PARAGRAPH
           END-IF
           MOVE TUB-TERM TO FS-TERM
           MOVE "T" TO FS-FEE-TYPE
           MOVE SPACES TO FS-COURSE-CODE
           READ FEESCHED-FILE
               INVALID KEY
                   DISPLAY "NO DUE DATE AND DROP CUTOFF SET FOR "
                       TUB-TERM " - NOTHING BILLED"
                   CLOSE FEESCHED-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE FS-DUE-DATE TO TUB-DUE-DATE
           MOVE FS-DROP-CUTOFF TO TUB-CUTOFF
           MOVE "U" TO FS-FEE-TYPE
           MOVE SPACES TO FS-COURSE-CODE
           READ FEESCHED-FILE
               INVALID KEY
                   DISPLAY "NO PER-UNIT RATE FOR " TUB-TERM
                       " - SEATS CARRY COURSE AND LAB FEES ONLY"
               NOT INVALID KEY
                   MOVE FS-AMOUNT TO TUB-UNIT-RATE
           END-READ

           MOVE "N" TO TUB-EOF
           MOVE TUB-TERM TO FS-TERM
           MOVE LOW-VALUES TO FS-FEE-TYPE
           MOVE LOW-VALUES TO FS-COURSE-CODE
           START FEESCHED-FILE KEY IS NOT LESS THAN FS-KEY
               INVALID KEY
                   MOVE "Y" TO TUB-EOF
           END-START
           PERFORM UNTIL TUB-EOF = "Y"
               READ FEESCHED-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO TUB-EOF
                   NOT AT END
                       IF FS-TERM NOT = TUB-TERM
                           MOVE "Y" TO TUB-EOF
                       ELSE
                           IF (FS-COURSE-FEE OR FS-LAB-FEE) AND
-                             TUB-FEE-COUNT < 300
                               ADD 1 TO TUB-FEE-COUNT
                               MOVE FS-FEE-TYPE TO
                                   TUB-F-TYPE(TUB-FEE-COUNT)
                               MOVE FS-COURSE-CODE TO
                                   TUB-F-COURSE(TUB-FEE-COUNT)
                               MOVE FS-AMOUNT TO
                                   TUB-F-AMOUNT(TUB-FEE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEESCHED-FILE
           MOVE "Y" TO TUB-OK.

           EXIT PARAGRAPH.

       FIND-BILLING-ACCOUNTS.
           MOVE SPACES TO TUB-RECV-ACCT
           MOVE SPACES TO TUB-TUIT-ACCT
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "TUITION"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO TUB-TUIT-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO TUB-TUIT-DESC
               END-IF
               IF WS-GLA-PURPOSE(WS-GLA-IDX) = "RECEIVABLE"
                   MOVE WS-GLA-ACCOUNT(WS-GLA-IDX) TO TUB-RECV-ACCT
                   MOVE WS-GLA-DESC(WS-GLA-IDX) TO TUB-RECV-DESC
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *WHERE THE SEAT STANDS AGAINST THE REGISTER DECIDES: HELD
      *AND UNBILLED IS CHARGED, DROPPED AND BILLED IS CREDITED
      *WHEN THE DROP (THE LATEST ENROLL.DAT ROW) IS DATED ON OR
      *BEFORE THE CUTOFF
       WORK-OUT-ONE-SEAT.
           PERFORM FIND-BILLED-SEAT
           IF TUB-N-ACTION(TUB-NDX) = "E"
               IF TUB-FOUND = "Y"
                   EXIT PARAGRAPH
               END-IF
               PERFORM PRICE-ONE-SEAT
               IF TUB-SEAT-AMT = ZERO
                   EXIT PARAGRAPH
               END-IF
               PERFORM ADD-WORK-ENTRY
               IF TUB-WORK-FULL NOT = "Y"
                   MOVE "C" TO TUB-W-ACTION(TUB-WORK-COUNT)
                   MOVE TUB-COURSE TO TUB-W-COURSE(TUB-WORK-COUNT)
                   MOVE TUB-SEAT-AMT TO
                       TUB-W-AMOUNT(TUB-WORK-COUNT)
                   ADD 1 TO TUB-CHARGE-COUNT
                   ADD TUB-SEAT-AMT TO TUB-CHARGE-TOTAL
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TUB-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF TUB-N-DATE(TUB-NDX) > TUB-CUTOFF
               ADD 1 TO TUB-LATE-DROPS
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-WORK-ENTRY
           IF TUB-WORK-FULL NOT = "Y"
               MOVE "R" TO TUB-W-ACTION(TUB-WORK-COUNT)
               MOVE TUB-B-COURSE(TUB-BDX) TO
                   TUB-W-COURSE(TUB-WORK-COUNT)
               MOVE TUB-B-AMOUNT(TUB-BDX) TO
                   TUB-W-AMOUNT(TUB-WORK-COUNT)
               ADD 1 TO TUB-CREDIT-COUNT
               ADD TUB-B-AMOUNT(TUB-BDX) TO TUB-CREDIT-TOTAL
           END-IF.

           EXIT PARAGRAPH.

       FIND-BILLED-SEAT.
           MOVE "N" TO TUB-FOUND
           PERFORM VARYING TUB-BDX FROM 1 BY 1
               UNTIL TUB-BDX > TUB-BILLED-COUNT
               IF TUB-B-STUDENT(TUB-BDX) = TUB-N-STUDENT(TUB-NDX) AND
-                 TUB-B-SECTION(TUB-BDX) = TUB-N-SECTION(TUB-NDX)
                   IF TUB-B-BILLED(TUB-BDX) = "Y"
                       MOVE "Y" TO TUB-FOUND
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *UNITS OFF THE CATALOG TIMES THE TERM'S UNIT RATE, PLUS THE
      *COURSE'S FLAT FEE AND LAB FEE; A SECTION NOT MAPPED TO A
      *COURSE IS CHARGED ONE UNIT AND NO COURSE FEES
       PRICE-ONE-SEAT.
           MOVE TUB-N-SECTION(TUB-NDX) TO WS-CU-SECTION
           MOVE TUB-TERM TO WS-CU-TERM
           PERFORM LOOK-UP-SECTION-COURSE
           MOVE WS-CU-COURSE TO TUB-COURSE
           COMPUTE TUB-SEAT-AMT ROUNDED =
               WS-CU-UNITS * TUB-UNIT-RATE
           IF WS-CU-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TUB-FDX FROM 1 BY 1
               UNTIL TUB-FDX > TUB-FEE-COUNT
               IF TUB-F-COURSE(TUB-FDX) = WS-CU-COURSE
                   ADD TUB-F-AMOUNT(TUB-FDX) TO TUB-SEAT-AMT
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       ADD-WORK-ENTRY.
           IF TUB-WORK-COUNT NOT < 2000
               IF TUB-WORK-FULL NOT = "Y"
                   DISPLAY "WARNING - MORE THAN 2000 SEATS TO BILL - "
                       "RUN AGAIN FOR THE REST"
               END-IF
               MOVE "Y" TO TUB-WORK-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TUB-WORK-COUNT
           MOVE TUB-N-STUDENT(TUB-NDX) TO
               TUB-W-STUDENT(TUB-WORK-COUNT)
           MOVE TUB-N-SECTION(TUB-NDX) TO
               TUB-W-SECTION(TUB-WORK-COUNT).

           EXIT PARAGRAPH.

      *ASCENDING BUBBLE SORT BY STUDENT, CHARGES BEFORE CREDITS
       SORT-WORK-BY-STUDENT.
           PERFORM VARYING TUB-WDX FROM 1 BY 1
               UNTIL TUB-WDX >= TUB-WORK-COUNT
               PERFORM VARYING TUB-JDX FROM 1 BY 1
                   UNTIL TUB-JDX > TUB-WORK-COUNT - TUB-WDX
                   IF TUB-WORK-ENTRY(TUB-JDX)(1:11) >
-                     TUB-WORK-ENTRY(TUB-JDX + 1)(1:11)
                       MOVE TUB-WORK-ENTRY(TUB-JDX) TO TUB-WORK-SWAP
                       MOVE TUB-WORK-ENTRY(TUB-JDX + 1) TO
                           TUB-WORK-ENTRY(TUB-JDX)
                       MOVE TUB-WORK-SWAP TO
                           TUB-WORK-ENTRY(TUB-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

       COUNT-WORK-GROUPS.
           MOVE ZERO TO TUB-ITEMS-DUE
           PERFORM VARYING TUB-WDX FROM 1 BY 1
               UNTIL TUB-WDX > TUB-WORK-COUNT
               IF TUB-WDX = 1
                   ADD 1 TO TUB-ITEMS-DUE
               ELSE
                   IF TUB-WORK-ENTRY(TUB-WDX)(1:11) NOT =
-                     TUB-WORK-ENTRY(TUB-WDX - 1)(1:11)
                       ADD 1 TO TUB-ITEMS-DUE
                   END-IF
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       COUNT-OPEN-ITEM-ROWS.
           MOVE ZERO TO TUB-OI-ROWS
           MOVE "N" TO TUB-EOF
           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TUB-EOF = "Y"
               READ OPENITEM-FILE
                   AT END
                       MOVE "Y" TO TUB-EOF
                   NOT AT END
                       ADD 1 TO TUB-OI-ROWS
               END-READ
           END-PERFORM
           CLOSE OPENITEM-FILE.

           EXIT PARAGRAPH.

      *ONE STUDENT'S CHARGES (OR CREDITS) BECOME ONE OPEN ITEM: A
      *CHARGE FALLS DUE ON THE TERM'S DUE DATE (OR TODAY WHEN THE
      *BILL GOES OUT LATE), A CREDIT IS A NEGATIVE ITEM DATED
      *TODAY. EACH SEAT GOES ON THE REGISTER UNDER THE ITEM AND
      *THE ITEM POSTS TO THE JOURNAL
       BILL-ONE-GROUP.
           MOVE TUB-WDX TO TUB-GRP-END
           MOVE TUB-W-STUDENT(TUB-GRP-START) TO TUB-GRP-STUDENT
           MOVE TUB-W-ACTION(TUB-GRP-START) TO TUB-GRP-ACTION
           MOVE ZERO TO TUB-GRP-AMT
           MOVE ZERO TO TUB-GRP-SEATS
           PERFORM VARYING TUB-JDX FROM TUB-GRP-START BY 1
               UNTIL TUB-JDX > TUB-GRP-END
               ADD TUB-W-AMOUNT(TUB-JDX) TO TUB-GRP-AMT
               ADD 1 TO TUB-GRP-SEATS
           END-PERFORM

           PERFORM ENSURE-STUDENT-ACCOUNT
           IF TUB-CUST = SPACES
               DISPLAY "NO FEE ACCOUNT COULD BE OPENED FOR "
                   TUB-GRP-STUDENT " - NOT BILLED"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NEXT-INVOICE-NUMBER
           MOVE WS-NEXT-INVOICE-NUM TO TUB-INVOICE

           INITIALIZE OPENITEM-RECORD
           MOVE TUB-INVOICE TO OI-INVOICE-NUM
           MOVE TUB-CUST TO OI-CUST-NUM
           MOVE TUB-TODAY TO OI-INV-DATE
           IF TUB-GRP-ACTION = "C"
               MOVE TUB-GRP-AMT TO OI-ORIG-AMT
               IF TUB-DUE-DATE > TUB-TODAY
                   MOVE TUB-DUE-DATE TO OI-DUE-DATE
               ELSE
                   MOVE TUB-TODAY TO OI-DUE-DATE
               END-IF
           ELSE
               COMPUTE OI-ORIG-AMT = ZERO - TUB-GRP-AMT
               MOVE TUB-TODAY TO OI-DUE-DATE
           END-IF
           MOVE ZERO TO OI-PAID-AMT
           MOVE OI-ORIG-AMT TO OI-BALANCE
           MOVE "OPEN" TO OI-STATUS
           WRITE OPENITEM-RECORD
           IF WS-OPENITEM-STATUS NOT = "00"
               MOVE "OPENITEM-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-OPENITEM-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TUB-ITEM-COUNT

           PERFORM WRITE-ONE-REGISTER-ROW
               VARYING TUB-JDX FROM TUB-GRP-START BY 1
               UNTIL TUB-JDX > TUB-GRP-END
           PERFORM POST-GROUP-TO-GL

           MOVE TUB-GRP-AMT TO TUB-SPL-AMT
           MOVE TUB-GRP-SEATS TO TUB-NUM-OUT
           IF TUB-GRP-ACTION = "C"
               STRING TUB-INVOICE " " TUB-GRP-STUDENT " " TUB-CUST
                   " " TUB-NUM-OUT " CHARGE     " TUB-SPL-AMT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING TUB-INVOICE " " TUB-GRP-STUDENT " " TUB-CUST
                   " " TUB-NUM-OUT " DROP CREDIT" TUB-SPL-AMT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       WRITE-ONE-REGISTER-ROW.
           MOVE TUB-W-STUDENT(TUB-JDX) TO TB-STUDENT-NUM
           MOVE TUB-W-SECTION(TUB-JDX) TO TB-SECTION
           MOVE TUB-TERM TO TB-TERM
           MOVE TUB-W-ACTION(TUB-JDX) TO TB-ACTION
           MOVE TUB-W-COURSE(TUB-JDX) TO TB-COURSE-CODE
           MOVE TUB-W-AMOUNT(TUB-JDX) TO TB-AMOUNT
           MOVE TUB-INVOICE TO TB-INVOICE-NUM
           MOVE TUB-CUST TO TB-CUST-NUM
           MOVE TUB-TODAY TO TB-BILL-DATE
           MOVE WS-FH-OPERATOR-ID TO TB-OPERATOR-ID
           WRITE TUITBILL-RECORD
           IF WS-TUITBILL-STATUS NOT = "00"
               MOVE "TUITBILL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-TUITBILL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.

      *A CHARGE IS RECEIVABLE DR / TUITION CR; A CREDIT REVERSES
      *IT. THE INVOICE NUMBER RIDES ON THE REFERENCE SO GL-INQUIRY
      *TIES EACH PAIR BACK TO ITS OPEN ITEM
       POST-GROUP-TO-GL.
           MOVE "S" TO GJ-SOURCE
           MOVE SPACES TO GJ-REF
           STRING "TU" TUB-INVOICE DELIMITED BY SIZE INTO GJ-REF
           MOVE TUB-PERIOD TO GJ-PERIOD
           IF TUB-GRP-ACTION = "C"
               MOVE TUB-RECV-ACCT TO GJ-ACCOUNT
               MOVE TUB-RECV-DESC TO GJ-DESC
           ELSE
               MOVE TUB-TUIT-ACCT TO GJ-ACCOUNT
               MOVE TUB-TUIT-DESC TO GJ-DESC
           END-IF
           MOVE TUB-GRP-AMT TO GJ-DEBIT
           MOVE ZERO TO GJ-CREDIT
           WRITE GLJRNL-RECORD

           MOVE TUB-PERIOD TO GJ-PERIOD
           IF TUB-GRP-ACTION = "C"
               MOVE TUB-TUIT-ACCT TO GJ-ACCOUNT
               MOVE TUB-TUIT-DESC TO GJ-DESC
           ELSE
               MOVE TUB-RECV-ACCT TO GJ-ACCOUNT
               MOVE TUB-RECV-DESC TO GJ-DESC
           END-IF
           MOVE ZERO TO GJ-DEBIT
           MOVE TUB-GRP-AMT TO GJ-CREDIT
           WRITE GLJRNL-RECORD
           IF WS-GLJRNL-STATUS NOT = "00"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.

      *THE FIRST BILL FOR A STUDENT OPENS A CUSTOMER ACCOUNT IN
      *THE STUDENT'S NAME AND RECORDS IT ON STUACCT.DAT; A NUMBER
      *SOMEONE ALREADY KEYED ON CUSTMAST.DAT IS STEPPED OVER
       ENSURE-STUDENT-ACCOUNT.
           MOVE SPACES TO TUB-CUST
           MOVE TUB-GRP-STUDENT TO SA-STUDENT-NUM
           READ STUACCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SA-CUST-NUM TO TUB-CUST
           END-READ
           IF TUB-CUST NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE TUB-GRP-STUDENT TO ST-STUDENT-NUM
           READ STUD-FILE
               INVALID KEY
                   MOVE TUB-GRP-STUDENT TO ST-STUDENT-NAME
           END-READ
           MOVE ZERO TO TUB-TRIES
           PERFORM OPEN-ONE-CUST-ACCOUNT
               UNTIL TUB-CUST NOT = SPACES OR TUB-TRIES > 50
           IF TUB-CUST = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE TUB-GRP-STUDENT TO SA-STUDENT-NUM
           MOVE TUB-CUST TO SA-CUST-NUM
           MOVE TUB-TODAY TO SA-OPEN-DATE
           MOVE WS-FH-OPERATOR-ID TO SA-OPERATOR-ID
           WRITE STUACCT-RECORD
               INVALID KEY
                   DISPLAY "STUDENT ACCOUNT NOT RECORDED FOR "
                       TUB-GRP-STUDENT
           END-WRITE
           ADD 1 TO TUB-ACCT-OPENED.

           EXIT PARAGRAPH.

       OPEN-ONE-CUST-ACCOUNT.
           ADD 1 TO TUB-TRIES
           ADD 1 TO TUB-LAST-ACCT
           MOVE TUB-LAST-ACCT TO TUB-NEW-SEQ
           MOVE TUB-NEW-CUST TO CU-CUST-NUM
           MOVE ST-STUDENT-NAME TO CU-CUST-NAME
           MOVE "FEE SCHED" TO CU-TERMS
           MOVE "Y" TO CU-ACTIVE
           MOVE ZERO TO CU-CREDIT-LIMIT
           MOVE "N" TO CU-EBILL
           WRITE CUST-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CU-CUST-NUM TO TUB-CUST
                   MOVE SPACES TO WS-MA-BEFORE
                   MOVE CUST-RECORD TO WS-MA-AFTER
                   MOVE "ADD" TO WS-MA-ACTION
                   MOVE CU-CUST-NUM TO WS-MA-KEY-NUM
                   PERFORM AUDIT-FEE-CHANGE
           END-WRITE.

           EXIT PARAGRAPH.

      *THE HIGHEST "ST" SEQUENCE ALREADY HANDED OUT
       FIND-LAST-ACCOUNT-NUMBER.
           MOVE ZERO TO TUB-LAST-ACCT
           MOVE "N" TO TUB-EOF
           OPEN INPUT STUACCT-FILE
           IF WS-STUACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO SA-STUDENT-NUM
           START STUACCT-FILE KEY IS NOT LESS THAN SA-STUDENT-NUM
               INVALID KEY
                   MOVE "Y" TO TUB-EOF
           END-START
           PERFORM UNTIL TUB-EOF = "Y"
               READ STUACCT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO TUB-EOF
                   NOT AT END
                       IF SA-CUST-NUM(3:6) NUMERIC AND
-                         SA-CUST-NUM(3:6) > TUB-LAST-ACCT
                           MOVE SA-CUST-NUM(3:6) TO TUB-LAST-ACCT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUACCT-FILE.

           EXIT PARAGRAPH.

       OPEN-BILLING-FILES.
           MOVE "Y" TO TUB-OK
           OPEN I-O STUACCT-FILE
           IF WS-STUACCT-STATUS = "35"
               OPEN OUTPUT STUACCT-FILE
               CLOSE STUACCT-FILE
               OPEN I-O STUACCT-FILE
           END-IF
           IF WS-STUACCT-STATUS NOT = "00"
               MOVE "STUACCT-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE WS-STUACCT-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-BILLING-OPEN-ERROR
           END-IF
           OPEN I-O CUST-FILE
           IF WS-CUST-FILE-STATUS = "35"
               OPEN OUTPUT CUST-FILE
               CLOSE CUST-FILE
               OPEN I-O CUST-FILE
           END-IF
           IF WS-CUST-FILE-STATUS NOT = "00"
               MOVE "CUST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE WS-CUST-FILE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-BILLING-OPEN-ERROR
           END-IF
           OPEN INPUT STUD-FILE
           IF WS-STUD-FILE-STATUS NOT = "00"
               MOVE "STUD-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE WS-STUD-FILE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-BILLING-OPEN-ERROR
           END-IF
           OPEN EXTEND OPENITEM-FILE
           IF WS-OPENITEM-STATUS = "35"
               OPEN OUTPUT OPENITEM-FILE
           END-IF
           IF WS-OPENITEM-STATUS NOT = "00" AND NOT = "05"
               MOVE "OPENITEM-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE WS-OPENITEM-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-BILLING-OPEN-ERROR
           END-IF
           OPEN EXTEND TUITBILL-FILE
           IF WS-TUITBILL-STATUS = "35"
               OPEN OUTPUT TUITBILL-FILE
           END-IF
           IF WS-TUITBILL-STATUS NOT = "00" AND NOT = "05"
               MOVE "TUITBILL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE WS-TUITBILL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-BILLING-OPEN-ERROR
           END-IF
           OPEN EXTEND GLJRNL-FILE
           IF WS-GLJRNL-STATUS = "35"
               OPEN OUTPUT GLJRNL-FILE
           END-IF
           IF WS-GLJRNL-STATUS NOT = "00" AND NOT = "05"
               MOVE "GLJRNL-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE WS-GLJRNL-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-BILLING-OPEN-ERROR
           END-IF.

           EXIT PARAGRAPH.

       REPORT-BILLING-OPEN-ERROR.
           MOVE "OPEN" TO WS-FH-ERR-OPERATION
           PERFORM REPORT-FILE-ERROR
           MOVE "N" TO TUB-OK.

           EXIT PARAGRAPH.

       CLOSE-BILLING-FILES.
           CLOSE STUACCT-FILE
           CLOSE CUST-FILE
           CLOSE STUD-FILE
           CLOSE OPENITEM-FILE
           CLOSE TUITBILL-FILE
           CLOSE GLJRNL-FILE.

           EXIT PARAGRAPH.

      *================= BILLING REGISTER ======================
      *EVERY SEAT CHARGED AND CREDITED FOR THE TERM, IN THE ORDER
      *THE RUNS BILLED THEM, WITH THE NET BILLED AT THE FOOT
       PRINT-BILLING-REGISTER.
           DISPLAY "TERM (YYYY-T): " WITH NO ADVANCING
           MOVE SPACES TO TUB-TERM
           ACCEPT TUB-TERM
           MOVE ZERO TO TUB-LIST-COUNT
           MOVE ZERO TO TUB-CHARGE-TOTAL
           MOVE ZERO TO TUB-CREDIT-TOTAL
           OPEN INPUT TUITBILL-FILE
           IF WS-TUITBILL-STATUS NOT = "00"
               DISPLAY "NO BILLING REGISTER ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "TUITION-REGISTER" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "TUITION BILLING REGISTER - TERM " TUB-TERM
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "STUDENT    SECTION COURSE   KIND   INVOICE  "
               TO WS-SPOOL-LINE
           MOVE "DATE     AMOUNT" TO WS-SPOOL-LINE(46:15)
           PERFORM EMIT-REPORT-LINE
           MOVE "N" TO TUB-EOF
           PERFORM UNTIL TUB-EOF = "Y"
               READ TUITBILL-FILE
                   AT END
                       MOVE "Y" TO TUB-EOF
                   NOT AT END
                       IF TB-TERM = TUB-TERM
                           PERFORM REGISTER-ONE-SEAT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TUITBILL-FILE
           COMPUTE TUB-NET-TOTAL = TUB-CHARGE-TOTAL - TUB-CREDIT-TOTAL
           MOVE TUB-LIST-COUNT TO TUB-NUM-OUT
           MOVE TUB-CHARGE-TOTAL TO TUB-AMT-OUT
           MOVE TUB-CREDIT-TOTAL TO TUB-AMT2-OUT
           STRING TUB-NUM-OUT " ROW(S)  CHARGED " TUB-AMT-OUT
               "  CREDITED " TUB-AMT2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE TUB-NET-TOTAL TO TUB-AMT-OUT
           STRING "NET BILLED FOR THE TERM " TUB-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       REGISTER-ONE-SEAT.
           ADD 1 TO TUB-LIST-COUNT
           MOVE TB-AMOUNT TO TUB-SPL-AMT
           IF TB-CHARGE
               ADD TB-AMOUNT TO TUB-CHARGE-TOTAL
               STRING TB-STUDENT-NUM " " TB-SECTION "  "
                   TB-COURSE-CODE " CHARGE " TB-INVOICE-NUM " "
                   TB-BILL-DATE TUB-SPL-AMT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               ADD TB-AMOUNT TO TUB-CREDIT-TOTAL
               STRING TB-STUDENT-NUM " " TB-SECTION "  "
                   TB-COURSE-CODE " CREDIT " TB-INVOICE-NUM " "
                   TB-BILL-DATE TUB-SPL-AMT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *================= FEE HOLD LIST =========================
      *EVERY STUDENT WITH A FEE ACCOUNT WHOSE PAST-DUE FEE BALANCE
      *WOULD STOP THE NEXT ENROLLMENT (SEE FEE-HOLD.CPY)
       PRINT-FEE-HOLD-LIST.
           MOVE ZERO TO TUB-HOLD-COUNT
           MOVE ZERO TO TUB-HOLD-SHOWN
           MOVE "N" TO TUB-EOF
           OPEN INPUT STUACCT-FILE
           IF WS-STUACCT-STATUS NOT = "00"
               DISPLAY "NO STUDENT FEE ACCOUNTS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO SA-STUDENT-NUM
           START STUACCT-FILE KEY IS NOT LESS THAN SA-STUDENT-NUM
               INVALID KEY
                   MOVE "Y" TO TUB-EOF
           END-START
           PERFORM UNTIL TUB-EOF = "Y"
               READ STUACCT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO TUB-EOF
                   NOT AT END
                       IF TUB-HOLD-COUNT < 2000
                           ADD 1 TO TUB-HOLD-COUNT
                           MOVE SA-STUDENT-NUM TO
                               TUB-H-STUDENT(TUB-HOLD-COUNT)
                           MOVE SA-CUST-NUM TO
                               TUB-H-CUST(TUB-HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUACCT-FILE

           ACCEPT TUB-TODAY FROM DATE YYYYMMDD
           MOVE "FEE-HOLDS" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "STUDENTS ON FEE HOLD AS OF " TUB-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "STUDENT    NAME                      ACCOUNT  "
               TO WS-SPOOL-LINE
           MOVE "OVERDUE" TO WS-SPOOL-LINE(54:7)
           PERFORM EMIT-REPORT-LINE
           PERFORM CHECK-ONE-FEE-HOLD
               VARYING TUB-HDX FROM 1 BY 1
               UNTIL TUB-HDX > TUB-HOLD-COUNT
           MOVE TUB-HOLD-SHOWN TO TUB-NUM-OUT
           MOVE TUB-HOLD-COUNT TO TUB-NUM2-OUT
           STRING TUB-NUM-OUT " OF " TUB-NUM2-OUT
               " STUDENT FEE ACCOUNT(S) ON HOLD"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       CHECK-ONE-FEE-HOLD.
           MOVE TUB-H-STUDENT(TUB-HDX) TO WS-FEEH-STUDENT
           PERFORM CHECK-FEE-HOLD
           IF WS-FEEH-HOLD NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TUB-HOLD-SHOWN
           MOVE SPACES TO ST-STUDENT-NAME
           OPEN INPUT STUD-FILE
           IF WS-STUD-FILE-STATUS = "00"
               MOVE TUB-H-STUDENT(TUB-HDX) TO ST-STUDENT-NUM
               READ STUD-FILE
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO ST-STUDENT-NAME
               END-READ
               CLOSE STUD-FILE
           END-IF
           MOVE WS-FEEH-OVERDUE TO TUB-SPL-AMT
           STRING TUB-H-STUDENT(TUB-HDX) " " ST-STUDENT-NAME " "
               TUB-H-CUST(TUB-HDX) " " TUB-SPL-AMT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *================= SHARED ================================
      *WHO HOLDS A SEAT IN EACH SECTION FOR TUB-TERM - THE LATEST
      *ENROLL.DAT ROW PER STUDENT AND SECTION STANDS, AND ITS DATE
      *IS THE DATE OF THE DROP WHEN IT IS ONE
       LOAD-TERM-ENROLLMENTS.
           MOVE ZERO TO TUB-NET-COUNT
           MOVE "N" TO TUB-EOF
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TUB-EOF = "Y"
               READ ENROLL-FILE
                   AT END
                       MOVE "Y" TO TUB-EOF
                   NOT AT END
                       IF EN-TERM = TUB-TERM
                           PERFORM NET-ONE-ENROLL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE.

           EXIT PARAGRAPH.

       NET-ONE-ENROLL-ROW.
           PERFORM VARYING TUB-NDX FROM 1 BY 1
               UNTIL TUB-NDX > TUB-NET-COUNT
               IF TUB-N-STUDENT(TUB-NDX) = EN-STUDENT-NUM AND
                   TUB-N-SECTION(TUB-NDX) = EN-SECTION
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TUB-NDX > TUB-NET-COUNT
               IF TUB-NET-COUNT NOT < 2000
                   DISPLAY "WARNING - MORE THAN 2000 ENROLLMENTS IN "
                       "THE TERM - THE REST ARE NOT BILLED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TUB-NET-COUNT
               MOVE TUB-NET-COUNT TO TUB-NDX
               MOVE EN-STUDENT-NUM TO TUB-N-STUDENT(TUB-NDX)
               MOVE EN-SECTION TO TUB-N-SECTION(TUB-NDX)
           END-IF
           MOVE EN-ENROLL-DATE TO TUB-N-DATE(TUB-NDX)
           IF EN-DROPPED
               MOVE "D" TO TUB-N-ACTION(TUB-NDX)
           ELSE
               MOVE "E" TO TUB-N-ACTION(TUB-NDX)
           END-IF.

           EXIT PARAGRAPH.

      *WHICH SEATS OF TUB-TERM ARE BILLED NOW - THE LATEST
      *REGISTER ROW PER STUDENT AND SECTION STANDS
       LOAD-TERM-BILLINGS.
           MOVE ZERO TO TUB-BILLED-COUNT
           MOVE ZERO TO TUB-CHARGE-COUNT
           MOVE ZERO TO TUB-CREDIT-COUNT
           MOVE ZERO TO TUB-CHARGE-TOTAL
           MOVE ZERO TO TUB-CREDIT-TOTAL
           MOVE "N" TO TUB-EOF
           OPEN INPUT TUITBILL-FILE
           IF WS-TUITBILL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TUB-EOF = "Y"
               READ TUITBILL-FILE
                   AT END
                       MOVE "Y" TO TUB-EOF
                   NOT AT END
                       IF TB-TERM = TUB-TERM
                           PERFORM NET-ONE-BILLING-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TUITBILL-FILE.

           EXIT PARAGRAPH.

       NET-ONE-BILLING-ROW.
           PERFORM VARYING TUB-BDX FROM 1 BY 1
               UNTIL TUB-BDX > TUB-BILLED-COUNT
               IF TUB-B-STUDENT(TUB-BDX) = TB-STUDENT-NUM AND
                   TUB-B-SECTION(TUB-BDX) = TB-SECTION
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TUB-BDX > TUB-BILLED-COUNT
               IF TUB-BILLED-COUNT NOT < 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TUB-BILLED-COUNT
               MOVE TUB-BILLED-COUNT TO TUB-BDX
               MOVE TB-STUDENT-NUM TO TUB-B-STUDENT(TUB-BDX)
               MOVE TB-SECTION TO TUB-B-SECTION(TUB-BDX)
           END-IF
           MOVE TB-COURSE-CODE TO TUB-B-COURSE(TUB-BDX)
           MOVE TB-AMOUNT TO TUB-B-AMOUNT(TUB-BDX)
           IF TB-CHARGE
               MOVE "Y" TO TUB-B-BILLED(TUB-BDX)
           ELSE
               MOVE "N" TO TUB-B-BILLED(TUB-BDX)
           END-IF.

           EXIT PARAGRAPH.

       OPEN-FEESCHED-FOR-WRITE.
           OPEN I-O FEESCHED-FILE
           IF WS-FEESCHED-STATUS = "35"
               OPEN OUTPUT FEESCHED-FILE
               CLOSE FEESCHED-FILE
               OPEN I-O FEESCHED-FILE
           END-IF
           IF WS-FEESCHED-STATUS NOT = "00"
               MOVE "FEESCHED-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-FEESCHED-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
           END-IF.

           EXIT PARAGRAPH.

       AUDIT-FEE-CHANGE.
           MOVE "TUITION-BILLING" TO WS-MA-PROGRAM-ID
           PERFORM WRITE-MAINT-AUDIT-ENTRY.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       COPY "course-units.cpy".

       COPY "fee-hold.cpy".

       COPY "openitem-normalize.cpy".

       COPY "invoice-next.cpy".

       COPY "period-check.cpy".

       COPY "gl-acct-load.cpy".

       COPY "maint-audit-write.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "lock-paragraphs.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
