      *====================================================
      * ATTEND-VARS.CPY
      * Working storage for attend-net.cpy: the filters
      * LOAD-ATTENDANCE reads attend.dat under, the netted
      * table of each student's latest status per section,
      * term and meeting date, and the counts
      * COUNT-STUDENT-ABSENCES returns.
      *====================================================
       01  WS-AT-TERM                      PIC X(6).
       01  WS-AT-SECTION                   PIC X(6).
       01  WS-AT-STUDENT                   PIC X(10).
       01  WS-AT-EOF                       PIC X.
       01  WS-AT-OVERFLOW                  PIC X.
       01  WS-AT-IDX                       PIC 9(5).
       01  WS-AT-COUNT                     PIC 9(5).
       01  WS-AT-ABSENCES                  PIC 9(3).
       01  WS-AT-LATES                     PIC 9(3).
       01  WS-AT-EXCUSED                   PIC 9(3).
       01  WS-AT-MEETINGS                  PIC 9(3).
       01  WS-AT-TABLE.
           05  WS-AT-ENTRY                 OCCURS 5000 TIMES.
               10  WS-AT-T-STUDENT         PIC X(10).
               10  WS-AT-T-SECTION         PIC X(6).
               10  WS-AT-T-TERM            PIC X(6).
               10  WS-AT-T-DATE            PIC 9(8).
               10  WS-AT-T-STATUS          PIC X.
