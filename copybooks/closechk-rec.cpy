      *====================================================
      * CLOSECHK-REC.CPY
      * Shared FILE SECTION record for CLOSECHK-FILE: one task
      * on one period's month-end close checklist. CK-PROGRAM
      * names the suite program that does the task (blank for
      * a manual task such as reviewing the aging); the
      * program refuses to run for the period until every
      * task in CK-PREREQ (zero - unused) is signed off (see
      * close-gate.cpy). A task is OPEN until its owner, or a
      * supervisor, signs it off with the operator, date, time
      * and a comment; a supervisor may reopen it. Maintained
      * by MONTH-END-CLOSE.
      *====================================================
       FD  CLOSECHK-FILE.

       01  CLOSECHK-RECORD.
           05  CK-KEY.
               10  CK-PERIOD               PIC 9(6).
               10  CK-TASK-NUM             PIC 99.
           05  CK-TASK-NAME                PIC X(30).
           05  CK-PROGRAM                  PIC X(30).
           05  CK-OWNER                    PIC X(10).
           05  CK-PREREQ-LIST.
               10  CK-PREREQ               PIC 99 OCCURS 4 TIMES.
           05  CK-STATUS                   PIC X.
               88  CK-OPEN                 VALUE " ".
               88  CK-SIGNED               VALUE "S".
           05  CK-SIGN-OPER                PIC X(10).
           05  CK-SIGN-DATE                PIC 9(8).
           05  CK-SIGN-TIME                PIC X(8).
           05  CK-COMMENT                  PIC X(40).
