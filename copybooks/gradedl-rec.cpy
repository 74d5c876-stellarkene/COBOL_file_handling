      *====================================================
      * GRADEDL-REC.CPY
      * Shared FILE SECTION record for GRADEDL-FILE: the date
      * by which every grade for a term is due on sel_1.dat.
      * After it, an enrolled student with no grade makes the
      * section's instructor late on the late-submission
      * report. Maintained by INSTRUCTOR-MASTER.
      *====================================================
       FD  GRADEDL-FILE.

       01  GRADEDL-RECORD.
           05  GD-TERM                     PIC X(6).
           05  GD-DEADLINE                 PIC 9(8).
           05  GD-CHANGE-DATE              PIC 9(8).
           05  GD-OPERATOR-ID              PIC X(10).
