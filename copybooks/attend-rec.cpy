      *====================================================
      * ATTEND-REC.CPY
      * Shared FILE SECTION record for ATTEND-FILE: one row
      * per enrolled student per class meeting, written by
      * CLASS-ATTENDANCE whether keyed per class or imported
      * from a batch file (AT-SOURCE "K" / "B"). Rows are
      * only ever appended - a correction is a later row for
      * the same student, section, term and meeting date, and
      * the latest one stands (see attend-net.cpy). Only an
      * "A" counts toward the course's absence limit.
      *====================================================
       FD  ATTEND-FILE.

       01  ATTEND-RECORD.
           05  AT-STUDENT-NUM              PIC X(10).
           05  AT-SECTION                  PIC X(6).
           05  AT-TERM                     PIC X(6).
           05  AT-MEET-DATE                PIC 9(8).
           05  AT-STATUS                   PIC X.
               88  AT-PRESENT              VALUE "P".
               88  AT-ABSENT               VALUE "A".
               88  AT-LATE                 VALUE "L".
               88  AT-EXCUSED              VALUE "E".
               88  AT-STATUS-VALID         VALUE "P" "A" "L" "E".
           05  AT-ENTRY-DATE               PIC 9(8).
           05  AT-OPERATOR-ID              PIC X(10).
           05  AT-SOURCE                   PIC X.
