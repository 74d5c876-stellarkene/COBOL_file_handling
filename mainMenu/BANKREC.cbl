      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECONCILIATION.

      *====================================================
      * Stand-alone utility: reconciles one month of the
      * bank account against the books. The bank's statement
      * file (bankstmt.dat, comma-delimited rows:
      * date,C/D/B,amount,reference - C credit, D debit,
      * B the bank's stated closing balance) is matched
      * against what the books say went through the bank:
      *   - cash receipts on arpay.dat, one deposit per day
      *     for keyed receipts and one per day for the lockbox
      *     (lockbox money parked in unapplied.dat is part of
      *     that deposit too); receipts re-applied out of
      *     suspense are not new cash and are left out;
      *   - the direct-deposit batch on bankdep.dat, which the
      *     bank settles as one debit for the batch total;
      *   - commission checks ISSUED on chkreg.dat in the
      *     month, one debit per check (voided checks never
      *     reach the bank and are left out).
      * A statement row matches a book item of the same
      * direction and amount dated up to BRC-CLEAR-DAYS
      * before it. The report lists matched items, items in
      * the books but not on the statement, items on the
      * statement but not in the books, and book versus bank
      * balance with the outstanding items as the proof.
      * Saving the reconciliation records the month in
      * bankrec.dat and carries every unmatched item forward
      * in bankopen.dat, where next month's run picks it up
      * again. Run on demand from the command line; it is not
      * wired into FH-MAIN-MENU since it is a reporting tool,
      * not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "arpay-select.cpy".
           COPY "unapplied-select.cpy".
           COPY "bankrec-select.cpy".
           COPY "chkreg-select.cpy".
           SELECT BANKDEP-FILE ASSIGN TO "bankdep.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRC-DEP-STATUS.
           SELECT BANKSTMT-FILE ASSIGN TO "bankstmt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRC-STMT-STATUS.
           SELECT BANKSTMT-ERR-FILE ASSIGN TO "bankstmt_err.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRC-ERR-STATUS.
           SELECT BANKOPEN-FILE ASSIGN TO "bankopen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRC-OPEN-STATUS.
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "arpay-rec.cpy".
           COPY "unapplied-rec.cpy".
           COPY "bankrec-rec.cpy".
           COPY "chkreg-rec.cpy".

       FD  BANKDEP-FILE.

       01  BANKDEP-RECORD                  PIC X(80).
       01  BANKDEP-HDR-VIEW.
           05  BDV-HDR-TAG                 PIC X.
           05  BDV-HDR-DATE                PIC 9(8).
           05  BDV-HDR-PERIOD              PIC 9(6).
           05  FILLER                      PIC X(65).
       01  BANKDEP-TRL-VIEW.
           05  BDV-TRL-TAG                 PIC X.
           05  BDV-TRL-COUNT               PIC 9(5).
           05  BDV-TRL-HASH                PIC 9(14)V99.
           05  FILLER                      PIC X(58).

       FD  BANKSTMT-FILE.

       01  BANKSTMT-RECORD                 PIC X(80).

       FD  BANKSTMT-ERR-FILE.

       01  BANKSTMT-ERR-RECORD.
           05  BSE-REASON                  PIC X(6).
           05  FILLER                      PIC X.
           05  BSE-ROW                     PIC X(80).

       FD  BANKOPEN-FILE.

       01  BANKOPEN-RECORD.
           05  BO-SIDE                     PIC X.
           05  BO-DATE                     PIC 9(8).
           05  BO-DIR                      PIC X.
           05  BO-AMOUNT                   PIC S9(12)V99.
           05  BO-DESC                     PIC X(20).
           05  BO-PERIOD                   PIC 9(6).

           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  BRC-PERIOD                      PIC 9(6).
       01  BRC-EOF                         PIC X VALUE "N".
       01  BRC-DEP-STATUS                  PIC XX.
       01  BRC-STMT-STATUS                 PIC XX.
       01  BRC-ERR-STATUS                  PIC XX.
       01  BRC-OPEN-STATUS                 PIC XX.
       01  BRC-TODAY                       PIC 9(8).
       01  BRC-CLEAR-DAYS                  PIC 9(2) VALUE 5.
       01  BRC-LAST-PERIOD                 PIC 9(6) VALUE 0.
       01  BRC-OPEN-BANK-BAL               PIC S9(12)V99 VALUE 0.
       01  BRC-OPEN-BOOK-BAL               PIC S9(12)V99 VALUE 0.
       01  BRC-BOOK-IN                     PIC S9(12)V99 VALUE 0.
       01  BRC-BOOK-OUT                    PIC S9(12)V99 VALUE 0.
       01  BRC-BANK-IN                     PIC S9(12)V99 VALUE 0.
       01  BRC-BANK-OUT                    PIC S9(12)V99 VALUE 0.
       01  BRC-BOOK-BAL                    PIC S9(12)V99.
       01  BRC-BANK-BAL                    PIC S9(12)V99.
       01  BRC-STATED-BAL                  PIC S9(12)V99 VALUE 0.
       01  BRC-STATED-SEEN                 PIC X VALUE "N".
       01  BRC-OUT-BOOK-NET                PIC S9(12)V99 VALUE 0.
       01  BRC-OUT-BANK-NET                PIC S9(12)V99 VALUE 0.
       01  BRC-UNEXPLAINED                 PIC S9(12)V99.
       01  BRC-MATCHED-COUNT               PIC 9(5) VALUE 0.
       01  BRC-OPEN-BOOK-COUNT             PIC 9(5) VALUE 0.
       01  BRC-OPEN-BANK-COUNT             PIC 9(5) VALUE 0.
       01  BRC-REJECT-COUNT                PIC 9(5) VALUE 0.
       01  BRC-OTHER-MONTH-COUNT           PIC 9(5) VALUE 0.
       01  BRC-OVERFLOW                    PIC X VALUE "N".
       01  BRC-FOUND                       PIC X.
       01  BRC-SAVE                        PIC X.
       01  BRC-ADD-DATE                    PIC 9(8).
       01  BRC-ADD-DIR                     PIC X.
       01  BRC-ADD-AMOUNT                  PIC S9(12)V99.
       01  BRC-ADD-DESC                    PIC X(20).
       01  BRC-ADD-PERIOD                  PIC 9(6).
       01  BRC-F-DATE                      PIC X(10).
       01  BRC-F-TYPE                      PIC X(2).
       01  BRC-F-AMOUNT                    PIC X(15).
       01  BRC-F-REF                       PIC X(20).
       01  BRC-ST-DATE-N                   PIC 9(8).
       01  BRC-ST-DATE-X REDEFINES BRC-ST-DATE-N.
           05  BRC-ST-YYYY                 PIC 9(4).
           05  BRC-ST-MM                   PIC 99.
           05  BRC-ST-DD                   PIC 99.
       01  BRC-ST-AMOUNT                   PIC S9(12)V99.
       01  BRC-REASON                      PIC X(6).
       01  BRC-BK-INT                      PIC S9(9).
       01  BRC-ST-INT                      PIC S9(9).
       01  BRC-AMT-OUT                     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  BRC-SPL-AMT                     PIC ZZ,ZZZ,ZZ9.99-.
       01  BRC-BK-COUNT                    PIC 9(3) VALUE 0.
       01  BRC-BK-IDX                      PIC 9(3).
       01  BRC-BK-TABLE.
           05  BRC-BK-ENTRY                OCCURS 500 TIMES.
               10  BRC-BK-DATE             PIC 9(8).
               10  BRC-BK-DIR              PIC X.
               10  BRC-BK-AMOUNT           PIC S9(12)V99.
               10  BRC-BK-DESC             PIC X(20).
               10  BRC-BK-PERIOD           PIC 9(6).
               10  BRC-BK-MATCH            PIC 9(3).
       01  BRC-ST-COUNT                    PIC 9(3) VALUE 0.
       01  BRC-ST-IDX                      PIC 9(3).
       01  BRC-ST-TABLE.
           05  BRC-ST-ENTRY                OCCURS 500 TIMES.
               10  BRC-ST-DATE             PIC 9(8).
               10  BRC-ST-DIR              PIC X.
               10  BRC-ST-AMT              PIC S9(12)V99.
               10  BRC-ST-DESC             PIC X(20).
               10  BRC-ST-PERIOD           PIC 9(6).
               10  BRC-ST-MATCH            PIC 9(3).
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "BANK-RECONCILIATION" TO
               WS-RUNLOG-PROGRAM-ID.

           DISPLAY "ENTER STATEMENT MONTH (YYYYMM): "
               WITH NO ADVANCING.
           ACCEPT BRC-PERIOD.
           ACCEPT BRC-TODAY FROM DATE YYYYMMDD.

           PERFORM LOAD-RECON-HISTORY.
           IF BRC-LAST-PERIOD NOT < BRC-PERIOD
               DISPLAY "RECONCILED THROUGH " BRC-LAST-PERIOD
-                  " ALREADY - " BRC-PERIOD " NOT RUN AGAIN"
               GOBACK
           END-IF.

           PERFORM LOAD-CARRIED-ITEMS.
           PERFORM LOAD-BOOK-RECEIPTS.
           PERFORM LOAD-SUSPENSE-RECEIPTS.
           PERFORM LOAD-DEPOSIT-BATCH.
           PERFORM LOAD-ISSUED-CHECKS.
           PERFORM IMPORT-BANK-STATEMENT.
           IF BRC-STMT-STATUS = "35"
               DISPLAY "NO BANKSTMT.DAT TO RECONCILE AGAINST"
               GOBACK
           END-IF.
           IF BRC-OVERFLOW = "Y"
               DISPLAY "MORE THAN 500 BOOK OR STATEMENT ITEMS - "
-                  "NOT RECONCILED. CLEAR OLD CARRIED ITEMS FIRST."
               GOBACK
           END-IF.
           IF BRC-REJECT-COUNT > 0
               DISPLAY BRC-REJECT-COUNT " STATEMENT ROW(S) "
-                  "UNREADABLE - SEE BANKSTMT_ERR.DAT. CORRECT "
-                  "THE FILE AND RERUN."
               GOBACK
           END-IF.

           PERFORM MATCH-ONE-STATEMENT-ITEM
               VARYING BRC-ST-IDX FROM 1 BY 1
               UNTIL BRC-ST-IDX > BRC-ST-COUNT.

           PERFORM PRINT-RECONCILIATION.

           DISPLAY "SAVE THIS RECONCILIATION AND CARRY THE "
               "UNMATCHED ITEMS FORWARD (Y/N)? " WITH NO ADVANCING.
           ACCEPT BRC-SAVE.
           IF BRC-SAVE = "Y" OR BRC-SAVE = "y"
               PERFORM SAVE-RECONCILIATION
           ELSE
               DISPLAY "NOT SAVED - RERUN WHEN READY"
           END-IF.

           MOVE "BANK-RECONCILIATION" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *THE LAST SAVED MONTH OPENS THIS ONE
       LOAD-RECON-HISTORY.
           OPEN INPUT BANKREC-FILE
           IF WS-BANKREC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BRC-EOF
           PERFORM UNTIL BRC-EOF = "Y"
               READ BANKREC-FILE
                   AT END
                       MOVE "Y" TO BRC-EOF
                   NOT AT END
                       IF BR-PERIOD > BRC-LAST-PERIOD
                           MOVE BR-PERIOD TO BRC-LAST-PERIOD
                           MOVE BR-BANK-BAL TO BRC-OPEN-BANK-BAL
                           MOVE BR-BOOK-BAL TO BRC-OPEN-BOOK-BAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANKREC-FILE.

           EXIT PARAGRAPH.

       LOAD-CARRIED-ITEMS.
           OPEN INPUT BANKOPEN-FILE
           IF BRC-OPEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BRC-EOF
           PERFORM UNTIL BRC-EOF = "Y"
               READ BANKOPEN-FILE
                   AT END
                       MOVE "Y" TO BRC-EOF
                   NOT AT END
                       MOVE BO-DATE TO BRC-ADD-DATE
                       MOVE BO-DIR TO BRC-ADD-DIR
                       MOVE BO-AMOUNT TO BRC-ADD-AMOUNT
                       MOVE BO-DESC TO BRC-ADD-DESC
                       MOVE BO-PERIOD TO BRC-ADD-PERIOD
                       IF BO-SIDE = "B"
                           PERFORM ADD-BOOK-ITEM
                       ELSE
                           PERFORM ADD-STATEMENT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANKOPEN-FILE.

           EXIT PARAGRAPH.

      *RECEIPTS RE-APPLIED OUT OF SUSPENSE (SOURCE U) WERE
      *BANKED WITH THE LOCKBOX BATCH THAT SUSPENDED THEM
       LOAD-BOOK-RECEIPTS.
           OPEN INPUT ARPAY-FILE
           IF WS-ARPAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BRC-EOF
           PERFORM UNTIL BRC-EOF = "Y"
               READ ARPAY-FILE
                   AT END
                       MOVE "Y" TO BRC-EOF
                   NOT AT END
                       IF AP-PAY-DATE(1:6) = BRC-PERIOD AND
-                         AP-SOURCE NOT = "U"
                           MOVE AP-PAY-DATE TO BRC-ADD-DATE
                           MOVE AP-PAY-AMT TO BRC-ADD-AMOUNT
                           IF AP-SOURCE = "L"
                               MOVE "LOCKBOX DEPOSIT" TO
                                   BRC-ADD-DESC
                           ELSE
                               MOVE "RECEIPTS DEPOSIT" TO
                                   BRC-ADD-DESC
                           END-IF
                           PERFORM ADD-TO-DAILY-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARPAY-FILE.

           EXIT PARAGRAPH.

       LOAD-SUSPENSE-RECEIPTS.
           OPEN INPUT UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BRC-EOF
           PERFORM UNTIL BRC-EOF = "Y"
               READ UNAPPLIED-FILE
                   AT END
                       MOVE "Y" TO BRC-EOF
                   NOT AT END
                       IF UA-PAY-DATE(1:6) = BRC-PERIOD
                           MOVE UA-PAY-DATE TO BRC-ADD-DATE
                           MOVE UA-AMOUNT TO BRC-ADD-AMOUNT
                           MOVE "LOCKBOX DEPOSIT" TO BRC-ADD-DESC
                           PERFORM ADD-TO-DAILY-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNAPPLIED-FILE.

           EXIT PARAGRAPH.

      *ONE BOOK DEPOSIT PER DAY PER KIND - THE BANK SHOWS THE
      *DAY'S DEPOSIT SLIP, NOT EACH CHECK ON IT
       ADD-TO-DAILY-DEPOSIT.
           MOVE "N" TO BRC-FOUND
           PERFORM VARYING BRC-BK-IDX FROM 1 BY 1
               UNTIL BRC-BK-IDX > BRC-BK-COUNT
               IF BRC-BK-PERIOD(BRC-BK-IDX) = BRC-PERIOD AND
-                 BRC-BK-DATE(BRC-BK-IDX) = BRC-ADD-DATE AND
-                 BRC-BK-DIR(BRC-BK-IDX) = "C" AND
-                 BRC-BK-DESC(BRC-BK-IDX) = BRC-ADD-DESC
                   ADD BRC-ADD-AMOUNT TO BRC-BK-AMOUNT(BRC-BK-IDX)
                   MOVE "Y" TO BRC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD BRC-ADD-AMOUNT TO BRC-BOOK-IN
           IF BRC-FOUND = "N"
               MOVE "C" TO BRC-ADD-DIR
               MOVE BRC-PERIOD TO BRC-ADD-PERIOD
               PERFORM ADD-BOOK-ITEM
           END-IF.

           EXIT PARAGRAPH.

      *BANKDEP.DAT HOLDS THE LATEST DIRECT-DEPOSIT BATCH; IT IS
      *THIS MONTH'S WHEN ITS HEADER IS DATED IN THE MONTH
       LOAD-DEPOSIT-BATCH.
           OPEN INPUT BANKDEP-FILE
           IF BRC-DEP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO BRC-ADD-DATE
           MOVE "N" TO BRC-EOF
           PERFORM UNTIL BRC-EOF = "Y"
               READ BANKDEP-FILE
                   AT END
                       MOVE "Y" TO BRC-EOF
                   NOT AT END
                       IF BDV-HDR-TAG = "H"
                           MOVE BDV-HDR-DATE TO BRC-ADD-DATE
                       END-IF
                       IF BDV-TRL-TAG = "T" AND
-                         BRC-ADD-DATE(1:6) = BRC-PERIOD AND
-                         BDV-TRL-HASH > ZERO
                           MOVE "D" TO BRC-ADD-DIR
                           MOVE BDV-TRL-HASH TO BRC-ADD-AMOUNT
                           MOVE "DIRECT DEP BATCH" TO BRC-ADD-DESC
                           MOVE BRC-PERIOD TO BRC-ADD-PERIOD
                           ADD BDV-TRL-HASH TO BRC-BOOK-OUT
                           PERFORM ADD-BOOK-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANKDEP-FILE.

           EXIT PARAGRAPH.

      *EACH CHECK CLEARS THE BANK ON ITS OWN; A VOIDED CHECK
      *NEVER LEFT THE BUILDING AND ITS REISSUE IS A NEW ROW
       LOAD-ISSUED-CHECKS.
           OPEN INPUT CHKREG-FILE
           IF WS-CHKREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BRC-EOF
           PERFORM UNTIL BRC-EOF = "Y"
               READ CHKREG-FILE
                   AT END
                       MOVE "Y" TO BRC-EOF
                   NOT AT END
                       IF CR-STATUS = "ISSUED" AND
-                         CR-ISSUE-DATE(1:6) = BRC-PERIOD
                           MOVE CR-ISSUE-DATE TO BRC-ADD-DATE
                           MOVE "D" TO BRC-ADD-DIR
                           MOVE CR-AMOUNT TO BRC-ADD-AMOUNT
                           MOVE SPACES TO BRC-ADD-DESC
                           STRING "CHECK " CR-CHECK-NUM
                               DELIMITED BY SIZE INTO BRC-ADD-DESC
                           MOVE BRC-PERIOD TO BRC-ADD-PERIOD
                           ADD CR-AMOUNT TO BRC-BOOK-OUT
                           PERFORM ADD-BOOK-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHKREG-FILE.

           EXIT PARAGRAPH.

       IMPORT-BANK-STATEMENT.
           OPEN INPUT BANKSTMT-FILE
           IF BRC-STMT-STATUS NOT = "00"
               MOVE "35" TO BRC-STMT-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BANKSTMT-ERR-FILE
           MOVE "N" TO BRC-EOF
           PERFORM UNTIL BRC-EOF = "Y"
               READ BANKSTMT-FILE
                   AT END
                       MOVE "Y" TO BRC-EOF
                   NOT AT END
                       PERFORM IMPORT-ONE-STATEMENT-ROW
               END-READ
           END-PERFORM
           CLOSE BANKSTMT-FILE
           CLOSE BANKSTMT-ERR-FILE
           MOVE "00" TO BRC-STMT-STATUS
           IF BRC-OTHER-MONTH-COUNT > 0
               DISPLAY BRC-OTHER-MONTH-COUNT " STATEMENT ROW(S) "
-                  "DATED OUTSIDE " BRC-PERIOD " - IGNORED"
           END-IF.

           EXIT PARAGRAPH.

       IMPORT-ONE-STATEMENT-ROW.
           MOVE SPACES TO BRC-F-DATE
           MOVE SPACES TO BRC-F-TYPE
           MOVE SPACES TO BRC-F-AMOUNT
           MOVE SPACES TO BRC-F-REF
           UNSTRING BANKSTMT-RECORD DELIMITED BY ","
               INTO BRC-F-DATE BRC-F-TYPE BRC-F-AMOUNT BRC-F-REF
           END-UNSTRING
           MOVE SPACES TO BRC-REASON
           IF BRC-F-DATE = SPACES OR BRC-F-TYPE = SPACES OR
-             BRC-F-AMOUNT = SPACES
               MOVE "SHORT " TO BRC-REASON
           ELSE
               IF FUNCTION TEST-NUMVAL(BRC-F-DATE) NOT = ZERO OR
-                 FUNCTION TEST-NUMVAL(BRC-F-AMOUNT) NOT = ZERO
                   MOVE "BADNUM" TO BRC-REASON
               ELSE
                   IF BRC-F-TYPE NOT = "C" AND NOT = "D" AND
-                     NOT = "B"
                       MOVE "BADTYP" TO BRC-REASON
                   END-IF
               END-IF
           END-IF
           IF BRC-REASON = SPACES
               COMPUTE BRC-ST-DATE-N = FUNCTION NUMVAL(BRC-F-DATE)
               COMPUTE BRC-ST-AMOUNT =
                   FUNCTION NUMVAL(BRC-F-AMOUNT)
               IF BRC-ST-MM < 1 OR BRC-ST-MM > 12 OR
-                 BRC-ST-DD < 1 OR BRC-ST-DD > 31
                   MOVE "BADDAT" TO BRC-REASON
               END-IF
           END-IF
           IF BRC-REASON NOT = SPACES
               ADD 1 TO BRC-REJECT-COUNT
               MOVE BRC-REASON TO BSE-REASON
               MOVE BANKSTMT-RECORD TO BSE-ROW
               WRITE BANKSTMT-ERR-RECORD
               EXIT PARAGRAPH
           END-IF

           IF BRC-ST-DATE-N(1:6) NOT = BRC-PERIOD
               ADD 1 TO BRC-OTHER-MONTH-COUNT
               EXIT PARAGRAPH
           END-IF
           IF BRC-F-TYPE = "B"
               MOVE BRC-ST-AMOUNT TO BRC-STATED-BAL
               MOVE "Y" TO BRC-STATED-SEEN
               EXIT PARAGRAPH
           END-IF
           MOVE BRC-ST-DATE-N TO BRC-ADD-DATE
           MOVE BRC-F-TYPE TO BRC-ADD-DIR
           MOVE BRC-ST-AMOUNT TO BRC-ADD-AMOUNT
           MOVE BRC-F-REF TO BRC-ADD-DESC
           MOVE BRC-PERIOD TO BRC-ADD-PERIOD
           IF BRC-F-TYPE = "C"
               ADD BRC-ST-AMOUNT TO BRC-BANK-IN
           ELSE
               ADD BRC-ST-AMOUNT TO BRC-BANK-OUT
           END-IF
           PERFORM ADD-STATEMENT-ITEM.

           EXIT PARAGRAPH.

       ADD-BOOK-ITEM.
           IF BRC-BK-COUNT >= 500
               MOVE "Y" TO BRC-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BRC-BK-COUNT
           MOVE BRC-ADD-DATE TO BRC-BK-DATE(BRC-BK-COUNT)
           MOVE BRC-ADD-DIR TO BRC-BK-DIR(BRC-BK-COUNT)
           MOVE BRC-ADD-AMOUNT TO BRC-BK-AMOUNT(BRC-BK-COUNT)
           MOVE BRC-ADD-DESC TO BRC-BK-DESC(BRC-BK-COUNT)
           MOVE BRC-ADD-PERIOD TO BRC-BK-PERIOD(BRC-BK-COUNT)
           MOVE ZERO TO BRC-BK-MATCH(BRC-BK-COUNT).

           EXIT PARAGRAPH.

       ADD-STATEMENT-ITEM.
           IF BRC-ST-COUNT >= 500
               MOVE "Y" TO BRC-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BRC-ST-COUNT
           MOVE BRC-ADD-DATE TO BRC-ST-DATE(BRC-ST-COUNT)
           MOVE BRC-ADD-DIR TO BRC-ST-DIR(BRC-ST-COUNT)
           MOVE BRC-ADD-AMOUNT TO BRC-ST-AMT(BRC-ST-COUNT)
           MOVE BRC-ADD-DESC TO BRC-ST-DESC(BRC-ST-COUNT)
           MOVE BRC-ADD-PERIOD TO BRC-ST-PERIOD(BRC-ST-COUNT)
           MOVE ZERO TO BRC-ST-MATCH(BRC-ST-COUNT).

           EXIT PARAGRAPH.

      *SAME DIRECTION, SAME AMOUNT, AND THE BANK DATE NO EARLIER
      *THAN THE BOOK DATE AND NO MORE THAN BRC-CLEAR-DAYS LATER
       MATCH-ONE-STATEMENT-ITEM.
           COMPUTE BRC-ST-INT =
               FUNCTION INTEGER-OF-DATE(BRC-ST-DATE(BRC-ST-IDX))
           PERFORM VARYING BRC-BK-IDX FROM 1 BY 1
               UNTIL BRC-BK-IDX > BRC-BK-COUNT
               IF BRC-BK-MATCH(BRC-BK-IDX) = ZERO AND
-                 BRC-BK-DIR(BRC-BK-IDX) = BRC-ST-DIR(BRC-ST-IDX) AND
-                 BRC-BK-AMOUNT(BRC-BK-IDX) = BRC-ST-AMT(BRC-ST-IDX)
                   COMPUTE BRC-BK-INT = FUNCTION INTEGER-OF-DATE(
                       BRC-BK-DATE(BRC-BK-IDX))
                   IF BRC-ST-INT >= BRC-BK-INT AND
-                     BRC-ST-INT - BRC-BK-INT <= BRC-CLEAR-DAYS
                       MOVE BRC-BK-IDX TO BRC-ST-MATCH(BRC-ST-IDX)
                       MOVE BRC-ST-IDX TO BRC-BK-MATCH(BRC-BK-IDX)
                       ADD 1 TO BRC-MATCHED-COUNT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       PRINT-RECONCILIATION.
           MOVE "BANK-RECONCILIATION" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           STRING "BANK RECONCILIATION - " BRC-PERIOD " RUN "
               BRC-TODAY " BY " WS-FH-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY WS-SPOOL-LINE

           MOVE "MATCHED (BANK DATE / BOOK DATE)" TO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY WS-SPOOL-LINE
           PERFORM PRINT-ONE-MATCHED-ITEM
               VARYING BRC-ST-IDX FROM 1 BY 1
               UNTIL BRC-ST-IDX > BRC-ST-COUNT

           MOVE "IN THE BOOKS, NOT ON THE STATEMENT" TO
               WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY WS-SPOOL-LINE
           PERFORM PRINT-ONE-OPEN-BOOK-ITEM
               VARYING BRC-BK-IDX FROM 1 BY 1
               UNTIL BRC-BK-IDX > BRC-BK-COUNT

           MOVE "ON THE STATEMENT, NOT IN THE BOOKS" TO
               WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           DISPLAY WS-SPOOL-LINE
           PERFORM PRINT-ONE-OPEN-BANK-ITEM
               VARYING BRC-ST-IDX FROM 1 BY 1
               UNTIL BRC-ST-IDX > BRC-ST-COUNT

           COMPUTE BRC-BOOK-BAL =
               BRC-OPEN-BOOK-BAL + BRC-BOOK-IN - BRC-BOOK-OUT
           COMPUTE BRC-BANK-BAL =
               BRC-OPEN-BANK-BAL + BRC-BANK-IN - BRC-BANK-OUT
           COMPUTE BRC-UNEXPLAINED =
               (BRC-BOOK-BAL - BRC-BANK-BAL)
               - (BRC-OUT-BOOK-NET - BRC-OUT-BANK-NET)

           MOVE "========= BOOK VERSUS BANK =========" TO
               WS-SPOOL-LINE
           PERFORM WRITE-BOTH-WAYS
           MOVE BRC-BOOK-BAL TO BRC-AMT-OUT
           STRING "BOOK BALANCE:                 " BRC-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM WRITE-BOTH-WAYS
           MOVE BRC-BANK-BAL TO BRC-AMT-OUT
           STRING "BANK BALANCE:                 " BRC-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM WRITE-BOTH-WAYS
           MOVE BRC-OUT-BOOK-NET TO BRC-AMT-OUT
           STRING "OUTSTANDING IN BOOKS (NET):   " BRC-AMT-OUT
               " (" BRC-OPEN-BOOK-COUNT ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM WRITE-BOTH-WAYS
           MOVE BRC-OUT-BANK-NET TO BRC-AMT-OUT
           STRING "OUTSTANDING ON STATEMENT:     " BRC-AMT-OUT
               " (" BRC-OPEN-BANK-COUNT ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM WRITE-BOTH-WAYS
           MOVE BRC-UNEXPLAINED TO BRC-AMT-OUT
           STRING "UNEXPLAINED DIFFERENCE:       " BRC-AMT-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM WRITE-BOTH-WAYS
           STRING "ITEMS MATCHED: " BRC-MATCHED-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM WRITE-BOTH-WAYS
           IF BRC-STATED-SEEN = "Y" AND
-             BRC-STATED-BAL NOT = BRC-BANK-BAL
               MOVE BRC-STATED-BAL TO BRC-AMT-OUT
               STRING "WARNING - BANK STATES CLOSING BALANCE "
                   BRC-AMT-OUT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM WRITE-BOTH-WAYS
               STRING "STATEMENT ROWS DO NOT BUILD TO IT - CHECK "
                   "THE IMPORT OR THE OPENING BALANCE"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM WRITE-BOTH-WAYS
           END-IF
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       WRITE-BOTH-WAYS.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

       PRINT-ONE-MATCHED-ITEM.
           IF BRC-ST-MATCH(BRC-ST-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE BRC-ST-MATCH(BRC-ST-IDX) TO BRC-BK-IDX
           MOVE BRC-ST-AMT(BRC-ST-IDX) TO BRC-SPL-AMT
           STRING "  " BRC-ST-DATE(BRC-ST-IDX) " "
               BRC-BK-DATE(BRC-BK-IDX) " " BRC-ST-DIR(BRC-ST-IDX)
               " " BRC-SPL-AMT " " BRC-BK-DESC(BRC-BK-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM WRITE-BOTH-WAYS.

           EXIT PARAGRAPH.

      *ITEMS CARRIED IN FROM AN EARLIER MONTH SHOW THAT MONTH
       PRINT-ONE-OPEN-BOOK-ITEM.
           IF BRC-BK-MATCH(BRC-BK-IDX) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BRC-OPEN-BOOK-COUNT
           IF BRC-BK-DIR(BRC-BK-IDX) = "C"
               ADD BRC-BK-AMOUNT(BRC-BK-IDX) TO BRC-OUT-BOOK-NET
           ELSE
               SUBTRACT BRC-BK-AMOUNT(BRC-BK-IDX) FROM
                   BRC-OUT-BOOK-NET
           END-IF
           MOVE BRC-BK-AMOUNT(BRC-BK-IDX) TO BRC-SPL-AMT
           STRING "  " BRC-BK-DATE(BRC-BK-IDX) " "
               BRC-BK-DIR(BRC-BK-IDX) " " BRC-SPL-AMT " "
               BRC-BK-DESC(BRC-BK-IDX) " FROM "
               BRC-BK-PERIOD(BRC-BK-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM WRITE-BOTH-WAYS.

           EXIT PARAGRAPH.

       PRINT-ONE-OPEN-BANK-ITEM.
           IF BRC-ST-MATCH(BRC-ST-IDX) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BRC-OPEN-BANK-COUNT
           IF BRC-ST-DIR(BRC-ST-IDX) = "C"
               ADD BRC-ST-AMT(BRC-ST-IDX) TO BRC-OUT-BANK-NET
           ELSE
               SUBTRACT BRC-ST-AMT(BRC-ST-IDX) FROM
                   BRC-OUT-BANK-NET
           END-IF
           MOVE BRC-ST-AMT(BRC-ST-IDX) TO BRC-SPL-AMT
           STRING "  " BRC-ST-DATE(BRC-ST-IDX) " "
               BRC-ST-DIR(BRC-ST-IDX) " " BRC-SPL-AMT " "
               BRC-ST-DESC(BRC-ST-IDX) " FROM "
               BRC-ST-PERIOD(BRC-ST-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM WRITE-BOTH-WAYS.

           EXIT PARAGRAPH.

      *THE UNMATCHED ITEMS REPLACE BANKOPEN.DAT WHOLE - ANYTHING
      *CARRIED IN AND MATCHED THIS MONTH DROPS OFF
       SAVE-RECONCILIATION.
           OPEN OUTPUT BANKOPEN-FILE
           IF BRC-OPEN-STATUS NOT = "00"
               MOVE "BANKOPEN-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE BRC-OPEN-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BRC-BK-IDX FROM 1 BY 1
               UNTIL BRC-BK-IDX > BRC-BK-COUNT
               IF BRC-BK-MATCH(BRC-BK-IDX) = ZERO
                   MOVE "B" TO BO-SIDE
                   MOVE BRC-BK-DATE(BRC-BK-IDX) TO BO-DATE
                   MOVE BRC-BK-DIR(BRC-BK-IDX) TO BO-DIR
                   MOVE BRC-BK-AMOUNT(BRC-BK-IDX) TO BO-AMOUNT
                   MOVE BRC-BK-DESC(BRC-BK-IDX) TO BO-DESC
                   MOVE BRC-BK-PERIOD(BRC-BK-IDX) TO BO-PERIOD
                   WRITE BANKOPEN-RECORD
                   IF BRC-OPEN-STATUS NOT = "00"
                       MOVE "BANKOPEN-FILE" TO WS-FH-ERR-FILE-NAME
                       MOVE "WRITE" TO WS-FH-ERR-OPERATION
                       MOVE BRC-OPEN-STATUS TO WS-FH-ERR-STATUS
                       PERFORM REPORT-FILE-ERROR
                       CLOSE BANKOPEN-FILE
                       DISPLAY "RECONCILIATION NOT SAVED"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING BRC-ST-IDX FROM 1 BY 1
               UNTIL BRC-ST-IDX > BRC-ST-COUNT
               IF BRC-ST-MATCH(BRC-ST-IDX) = ZERO
                   MOVE "S" TO BO-SIDE
                   MOVE BRC-ST-DATE(BRC-ST-IDX) TO BO-DATE
                   MOVE BRC-ST-DIR(BRC-ST-IDX) TO BO-DIR
                   MOVE BRC-ST-AMT(BRC-ST-IDX) TO BO-AMOUNT
                   MOVE BRC-ST-DESC(BRC-ST-IDX) TO BO-DESC
                   MOVE BRC-ST-PERIOD(BRC-ST-IDX) TO BO-PERIOD
                   WRITE BANKOPEN-RECORD
                   IF BRC-OPEN-STATUS NOT = "00"
                       MOVE "BANKOPEN-FILE" TO WS-FH-ERR-FILE-NAME
                       MOVE "WRITE" TO WS-FH-ERR-OPERATION
                       MOVE BRC-OPEN-STATUS TO WS-FH-ERR-STATUS
                       PERFORM REPORT-FILE-ERROR
                       CLOSE BANKOPEN-FILE
                       DISPLAY "RECONCILIATION NOT SAVED"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BANKOPEN-FILE

           OPEN EXTEND BANKREC-FILE
           IF WS-BANKREC-STATUS = "35"
               OPEN OUTPUT BANKREC-FILE
           END-IF
           IF WS-BANKREC-STATUS NOT = "00" AND NOT = "05"
               MOVE "BANKREC-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-BANKREC-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE BRC-PERIOD TO BR-PERIOD
           MOVE BRC-BANK-BAL TO BR-BANK-BAL
           MOVE BRC-BOOK-BAL TO BR-BOOK-BAL
           MOVE BRC-MATCHED-COUNT TO BR-MATCHED
           MOVE BRC-OPEN-BOOK-COUNT TO BR-OPEN-BOOK
           MOVE BRC-OPEN-BANK-COUNT TO BR-OPEN-BANK
           MOVE BRC-TODAY TO BR-RUN-DATE
           MOVE WS-FH-OPERATOR-ID TO BR-OPERATOR-ID
           WRITE BANKREC-RECORD
           IF WS-BANKREC-STATUS NOT = "00"
               MOVE "BANKREC-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "WRITE" TO WS-FH-ERR-OPERATION
               MOVE WS-BANKREC-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               CLOSE BANKREC-FILE
               DISPLAY "RECONCILIATION NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           CLOSE BANKREC-FILE
           DISPLAY "RECONCILIATION SAVED - " BRC-OPEN-BOOK-COUNT
               " BOOK AND " BRC-OPEN-BANK-COUNT
               " STATEMENT ITEM(S) CARRIED FORWARD".

           EXIT PARAGRAPH.

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
