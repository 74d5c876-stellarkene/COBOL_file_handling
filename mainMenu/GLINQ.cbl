      * general-ledger journal (gljrnl.dat) so the bookkeeper
      * stops keeping a parallel spreadsheet. A trial balance
      * by account across every posted period (names resolved
      * from the chart of accounts, written to the spool), a
      * journal listing filtered by account, period or manual
      * entries only - each line tagged SYS for a generated
      * posting, MAN for a keyed manual journal entry (with its
      * reference) or REV for the automatic reversal of one -
      * and a debits-equal-credits proof per period. Run on
      * demand from the command line; it is not wired into
      * FH-MAIN-MENU since it is a reporting tool, not a
      * calculation.
      *====================================================
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "gljrnl-select.cpy".
           COPY "coa-select.cpy".
           COPY "glmap-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "gljrnl-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "glmap-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  GLI-FILTER-ACCT                 PIC X(8).
       01  GLI-FILTER-PERIOD               PIC 9(6).
       01  GLI-ACCT-NAME                   PIC X(19).
       01  GLI-SOURCE-TAG                  PIC X(3).
       01  GLI-NET                         PIC S9(12)V99.
       01  GLI-DR-OUT                      PIC Z,ZZZ,ZZZ,ZZZ.99-.
       01  GLI-CR-OUT                      PIC Z,ZZZ,ZZZ,ZZZ.99-.
           MOVE "GL-INQUIRY" TO
               WS-RUNLOG-PROGRAM-ID.

           PERFORM LOAD-GL-ACCOUNT-MAP.

           PERFORM UNTIL GLI-CHOICE = 9
               DISPLAY "==========================="
               DISPLAY "       GL INQUIRY          "

           EXIT PARAGRAPH.

      *NAMES COME FROM THE CHART OF ACCOUNTS - AN ACCOUNT THAT
      *WAS POSTED AND LATER DROPPED FROM THE CHART STILL LISTS
       LOOK-UP-ACCOUNT-NAME.
           MOVE "(NOT ON CHART)" TO GLI-ACCT-NAME
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT
               IF WS-COA-T-ACCOUNT(WS-COA-IDX) = GLI-A-ACCT(GLI-IDX)
                   MOVE WS-COA-T-NAME(WS-COA-IDX) TO GLI-ACCT-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT PARAGRAPH.

       LIST-JOURNAL-FILTERED.
           DISPLAY "FILTER BY (A)CCOUNT, (P)ERIOD, (M)ANUAL "
-              "ENTRIES ONLY, OR (N)ONE: " WITH NO ADVANCING
           ACCEPT GLI-FILTER-KIND
           EVALUATE GLI-FILTER-KIND
               WHEN "A"
                   DISPLAY "ENTER PERIOD (YYYYMM): "
-                      WITH NO ADVANCING
                   ACCEPT GLI-FILTER-PERIOD
               WHEN "M"
               WHEN "m"
                   MOVE "M" TO GLI-FILTER-KIND
               WHEN OTHER
                   MOVE "N" TO GLI-FILTER-KIND
           END-EVALUATE
-              GJ-PERIOD NOT = GLI-FILTER-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF GLI-FILTER-KIND = "M" AND
-              NOT GJ-SOURCE-MANUAL AND NOT GJ-SOURCE-REVERSAL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GLI-COUNT
           EVALUATE TRUE
               WHEN GJ-SOURCE-MANUAL
                   MOVE "MAN" TO GLI-SOURCE-TAG
               WHEN GJ-SOURCE-REVERSAL
                   MOVE "REV" TO GLI-SOURCE-TAG
               WHEN OTHER
                   MOVE "SYS" TO GLI-SOURCE-TAG
           END-EVALUATE
           MOVE GJ-DEBIT TO GLI-DR-OUT
           MOVE GJ-CREDIT TO GLI-CR-OUT
           DISPLAY GJ-PERIOD " " GJ-ACCOUNT " " GJ-DESC
               " " GLI-SOURCE-TAG " " GJ-REF
               " DR " GLI-DR-OUT " CR " GLI-CR-OUT.

           EXIT PARAGRAPH.

           EXIT PARAGRAPH.

       COPY "gl-acct-load.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".
