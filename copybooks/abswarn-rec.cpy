      *====================================================
      * ABSWARN-REC.CPY
      * Shared FILE SECTION record for ABSWARN-FILE: the
      * students ABSENCE-WARNING-RUN last flagged near or
      * over their course's absence limit, one row per
      * student and section. The file is rewritten by every
      * run, and STUDENT-LETTER-RUN sends a warning letter for
      * each row in the term it is run for.
      *====================================================
       FD  ABSWARN-FILE.

       01  ABSWARN-RECORD.
           05  AW-STUDENT-NUM              PIC X(10).
           05  AW-SECTION                  PIC X(6).
           05  AW-TERM                     PIC X(6).
           05  AW-COURSE-CODE              PIC X(8).
           05  AW-ABSENCES                 PIC 9(3).
           05  AW-LIMIT                    PIC 9(2).
           05  AW-FLAG                     PIC X(4).
               88  AW-NEAR-LIMIT           VALUE "NEAR".
               88  AW-AT-LIMIT             VALUE "AT".
               88  AW-OVER-LIMIT           VALUE "OVER".
           05  AW-RUN-DATE                 PIC 9(8).
