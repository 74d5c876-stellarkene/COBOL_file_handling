      *====================================================
      * SECTINST-REC.CPY
      * Shared FILE SECTION record for SECTINST-FILE: the
      * instructor (instr-rec.cpy) who teaches a class
      * section in a term, and so answers for its grades.
      * Maintained by INSTRUCTOR-MASTER; looked up
      * through instr-lookup.cpy.
      *====================================================
       FD  SECTINST-FILE.

       01  SECTINST-RECORD.
           05  SI-KEY.
               10  SI-SECTION              PIC X(6).
               10  SI-TERM                 PIC X(6).
           05  SI-INSTR-ID                 PIC X(10).
           05  SI-CHANGE-DATE              PIC 9(8).
           05  SI-OPERATOR-ID              PIC X(10).
