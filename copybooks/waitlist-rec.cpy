      *====================================================
      * WAITLIST-REC.CPY
      * Shared FILE SECTION record for WAITLIST-FILE, the
      * dated queue of students turned away from a full
      * section. Rows are only ever appended: WL-ACTION "W"
      * puts a student on the list for a section and term,
      * and a later "P" (promoted into a freed seat) or "X"
      * (taken off the list) row for the same student,
      * section and term closes it. Students still waiting
      * move up in the order their "W" rows were written.
      * WL-OVERRIDE-BY / WL-OVERRIDE-REASON carry a
      * supervisor's prerequisite override through to the
      * enrollment row written on promotion.
      *====================================================
       FD  WAITLIST-FILE.

       01  WAITLIST-RECORD.
           05  WL-STUDENT-NUM              PIC X(10).
           05  WL-SECTION                  PIC X(6).
           05  WL-TERM                     PIC X(6).
           05  WL-ACTION                   PIC X.
               88  WL-WAITING              VALUE "W".
               88  WL-PROMOTED             VALUE "P".
               88  WL-REMOVED              VALUE "X".
           05  WL-DATE                     PIC 9(8).
           05  WL-TIME                     PIC 9(8).
           05  WL-OPERATOR-ID              PIC X(10).
           05  WL-OVERRIDE-BY              PIC X(10).
           05  WL-OVERRIDE-REASON          PIC X(30).
