      *====================================================
      * COURSE-REC.CPY
      * Shared FILE SECTION record for COURSE-FILE: one row
      * per course in the catalog - code, title, and the
      * credit units a pass earns, which weight the course's
      * grade in every GPA and average worked across courses.
      * A class section on sel_1.dat / enroll.dat reaches its
      * course through sectmap.dat (sectmap-rec.cpy).
      * CO-ABSENCE-LIMIT is how many class meetings a student
      * may miss before ABSENCE-WARNING-RUN flags them over
      * the limit; zero means no limit is set.
      * Maintained by COURSE-CATALOG.
      *====================================================
       FD  COURSE-FILE.

       01  COURSE-RECORD.
           05  CO-COURSE-CODE              PIC X(8).
           05  CO-TITLE                    PIC X(30).
           05  CO-UNITS                    PIC 9(2)V9.
           05  CO-ACTIVE                   PIC X.
           05  CO-CHANGE-DATE              PIC 9(8).
           05  CO-OPERATOR-ID              PIC X(10).
           05  CO-ABSENCE-LIMIT            PIC 9(2).
