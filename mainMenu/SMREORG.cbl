
           FD  SQNC5-BACKUP-FILE.

       01  SQNC5-BACKUP-RECORD             PIC X(200).
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

