      *====================================================
      * PREREQ-REC.CPY
      * Shared FILE SECTION record for PREREQ-FILE: one row
      * per catalog course a student must have PASSED on
      * sel_1.dat before ENROLLMENT-MAINTENANCE will enroll
      * them in PQ-COURSE-CODE, so reading forward from a
      * course's first key gives all its prerequisites.
      * Maintained by COURSE-CATALOG.
      *====================================================
       FD  PREREQ-FILE.

       01  PREREQ-RECORD.
           05  PQ-KEY.
               10  PQ-COURSE-CODE          PIC X(8).
               10  PQ-PREREQ-CODE          PIC X(8).
           05  PQ-CHANGE-DATE              PIC 9(8).
           05  PQ-OPERATOR-ID              PIC X(10).
