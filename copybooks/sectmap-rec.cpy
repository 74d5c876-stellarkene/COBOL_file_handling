      *====================================================
      * SECTMAP-REC.CPY
      * Shared FILE SECTION record for SECTMAP-FILE: which
      * catalog course (course-rec.cpy) a class section
      * teaches. SC-TERM names the term the mapping is for;
      * a row with a blank term holds for every term the
      * section runs, and a row for the exact term wins over
      * it (see course-units.cpy). SC-CAPACITY is the
      * section's seat count, which ENROLLMENT-MAINTENANCE
      * enrolls up to before starting a waitlist; zero means
      * no limit. Maintained by COURSE-CATALOG.
      *====================================================
       FD  SECTMAP-FILE.

       01  SECTMAP-RECORD.
           05  SC-KEY.
               10  SC-SECTION              PIC X(6).
               10  SC-TERM                 PIC X(6).
           05  SC-COURSE-CODE              PIC X(8).
           05  SC-CHANGE-DATE              PIC 9(8).
           05  SC-OPERATOR-ID              PIC X(10).
           05  SC-CAPACITY                 PIC 9(3).
