      *====================================================
      * DEGREQ-REC.CPY
      * Shared FILE SECTION record for DEGREQ-FILE: one row
      * per catalog course a degree program requires.
      * DR-PROGRAM matches ST-COURSE on the student master,
      * so reading forward from a program's first key gives
      * its whole requirement list; the units required are
      * the catalog units of the courses listed. Maintained
      * by COURSE-CATALOG; DEGREE-AUDIT reports against it.
      *====================================================
       FD  DEGREQ-FILE.

       01  DEGREQ-RECORD.
           05  DR-KEY.
               10  DR-PROGRAM              PIC X(15).
               10  DR-COURSE-CODE          PIC X(8).
           05  DR-CHANGE-DATE              PIC 9(8).
           05  DR-OPERATOR-ID              PIC X(10).
