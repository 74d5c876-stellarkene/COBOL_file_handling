      *====================================================
      * CORRACT-REC.CPY
      * Shared FILE SECTION record for CORRACT-FILE: what was
      * done about one temperature incident. The key is the
      * incident TEMP-INCIDENT-WATCH opened - station and
      * episode start date from its file-name field, and the
      * date and time the incident was logged. A row stays
      * OPEN until it carries a root cause, the action taken,
      * a product disposition, the operator responsible and a
      * verification reading inside the station's limits
      * taken after the fix; it is then CLOSED. CA-ESCALATED-
      * DATE is set (zero - never) the day the escalation run
      * found the incident past its deadline with no closed
      * action, so each incident escalates once. Maintained
      * by CORRECTIVE-ACTION.
      *====================================================
       FD  CORRACT-FILE.

       01  CORRACT-RECORD.
           05  CA-KEY.
               10  CA-STATION              PIC X(4).
               10  CA-EPISODE-DATE         PIC 9(8).
               10  CA-INC-DATE             PIC X(8).
               10  CA-INC-TIME             PIC X(8).
           05  CA-WORST                    PIC X(10).
           05  CA-STATUS                   PIC X(6).
               88  CA-OPEN                 VALUE "OPEN".
               88  CA-CLOSED               VALUE "CLOSED".
           05  CA-ROOT-CAUSE               PIC X(40).
           05  CA-ACTION-TAKEN             PIC X(40).
           05  CA-DISPOSITION              PIC X.
               88  CA-DISP-RELEASED        VALUE "R".
               88  CA-DISP-DESTROYED       VALUE "D".
               88  CA-DISP-HELD            VALUE "H".
               88  CA-DISP-NO-PRODUCT      VALUE "N".
               88  CA-DISP-VALID           VALUE "R" "D" "H" "N".
           05  CA-DISP-NOTE                PIC X(30).
           05  CA-RESPONSIBLE              PIC X(10).
           05  CA-VERIFY-READING           PIC S9(5)V99 SIGN IS
                                           LEADING SEPARATE.
           05  CA-VERIFY-DATE              PIC 9(8).
           05  CA-VERIFY-TIME              PIC X(6).
           05  CA-RECORDED-BY              PIC X(10).
           05  CA-RECORDED-DATE            PIC 9(8).
           05  CA-CLOSED-BY                PIC X(10).
           05  CA-CLOSED-DATE              PIC 9(8).
           05  CA-ESCALATED-DATE           PIC 9(8).
