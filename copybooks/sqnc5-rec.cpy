      * COPY "operator-field.cpy" - the file is indexed, so the
      * operator stamp is part of the physical record and a
      * reader that omits it gets status 39 on OPEN.
      * SEQ5_MANAGER_FH is the salesman number of the sales
      * manager the salesman reports to (spaces = none); the
      * manager earns an override on those sales
      * (mgr-override.cpy).
      * SEQ5_STATUS_FH "T" marks a salesman terminated by
      * SALESMAN-TERMINATION on SEQ5_TERM_DATE_FH (space =
      * active); no sale may be posted under the number after
      * that, and SEQ5_SUCCESSOR_FH names who took the
      * accounts over.
      *====================================================
       01  SQNC5_RECORD.
           05  SEQ5_SALES_MAN_NUM_FH           PIC X(12).
           05  SEQ5_REGION_FH                  PIC X(3).
           05  SEQ5_QTY_BREAK_FH               PIC 99.
           05  SEQ5_PLAN_CODE_FH               PIC X(5).
           05  SEQ5_MANAGER_FH                 PIC X(12).
           05  SEQ5_STATUS_FH                  PIC X.
           05  SEQ5_TERM_DATE_FH               PIC 9(8).
           05  SEQ5_SUCCESSOR_FH               PIC X(12).
