      * period-check.cpy). Supervisor role required. Run after
      * payroll has pulled the month's export; it is not wired
      * into FH-MAIN-MENU since it is housekeeping, not a
      * calculation. Held back while its prerequisites on the
      * period's month-end close checklist are not signed off
      * (close-gate.cpy).
      *====================================================

       ENVIRONMENT DIVISION.
           SELECT PERSUMM-FILE ASSIGN TO "persumm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-SUMM-STATUS.
           COPY "closechk-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
           05  PS-SM-NAME                  PIC X(25).
           05  PS-NET-SALES                PIC S9(12)V99.
           05  PS-COMMISSION               PIC S9(12)V99.
           COPY "closechk-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
               WITH NO ADVANCING.
           ACCEPT PCL-PERIOD.

           MOVE PCL-PERIOD TO WS-CG-PERIOD.
           MOVE "COMMISSION-PERIOD-CLOSE" TO WS-CG-PROGRAM.
           PERFORM CHECK-CLOSE-CHECKLIST.
           IF WS-CG-BLOCKED = "Y"
               GOBACK
           END-IF.

           MOVE PCL-PERIOD TO WS-PC-CHECK-DATE(1:6).
           MOVE "01" TO WS-PC-CHECK-DATE(7:2).
           PERFORM CHECK-PERIOD-CLOSED.

           EXIT PARAGRAPH.

       COPY "close-gate.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".
