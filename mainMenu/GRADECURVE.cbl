           05  GC-APPR-OPERATOR            PIC X(10).
           05  GC-APPR-DATE                PIC X(8).
           05  GC-APPR-TIME                PIC X(8).
           05  GC-APPR-REQ                 PIC 9(8).
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

           MOVE WS-FH-OPERATOR-ID TO GC-APPR-OPERATOR
           MOVE GC-REQ-DATE TO GC-APPR-DATE
           MOVE GC-REQ-TIME TO GC-APPR-TIME
           MOVE ZERO TO GC-APPR-REQ
           WRITE GRADECHG-RECORD
           CLOSE GRADECHG-FILE.

