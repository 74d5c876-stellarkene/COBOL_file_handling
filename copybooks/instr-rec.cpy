      *====================================================
      * INSTR-REC.CPY
      * Shared FILE SECTION record for INSTR-FILE: one row
      * per instructor, with the department and the phone
      * and e-mail the registrar chases late grades through.
      * An instructor who leaves is marked inactive, not
      * removed, so past section assignments keep a name.
      * Maintained by INSTRUCTOR-MASTER.
      *====================================================
       FD  INSTR-FILE.

       01  INSTR-RECORD.
           05  IR-INSTR-ID                 PIC X(10).
           05  IR-NAME                     PIC X(25).
           05  IR-DEPT                     PIC X(10).
           05  IR-PHONE                    PIC X(15).
           05  IR-EMAIL                    PIC X(30).
           05  IR-ACTIVE                   PIC X.
               88  IR-IS-ACTIVE            VALUE "Y".
           05  IR-CHANGE-DATE              PIC 9(8).
           05  IR-OPERATOR-ID              PIC X(10).
