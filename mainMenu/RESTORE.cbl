           05  RST-FD-MINUTE               PIC X COMP-X.
           05  RST-FD-SECOND               PIC X COMP-X.
           05  RST-FD-CENTI                PIC X COMP-X.
      * One row per suite file - the manifest SUITE-BACKUP
      * writes holds exactly one row for every entry of
      * suite-file-table.cpy, so this keeps the same OCCURS
       01  RST-MAN-TABLE.
           05  RST-MAN-ENTRY               OCCURS 151 TIMES.
               10  RST-M-NAME              PIC X(20).
               10  RST-M-ORG               PIC X.
               10  RST-M-COUNT             PIC 9(7).
               10  RST-M-BYTES             PIC 9(9).
           COPY "suite-file-table.cpy".
           COPY "ws-vars.cpy".


                   AT END
                       MOVE "Y" TO RST-MAN-EOF
                   NOT AT END
                       IF RST-TAB-COUNT NOT < WS-SFT-COUNT
                           DISPLAY "*** MANIFEST HOLDS MORE ROWS "
                               "THAN THE SUITE HAS FILES ***"
                           MOVE "N" TO RST-VERIFY-OK
                       ELSE
                           ADD 1 TO RST-TAB-COUNT
                           MOVE BM-FILE-NAME TO
                               RST-M-NAME(RST-TAB-COUNT)
