      * lists the file. Dispatched from the main menu with
      * fast-path code A1 (supervisor role enforced there); on
      * a brand-new box with no master yet the role gate is
      * skipped so the first master can be built. A password
      * is hashed (secure-field.cpy) the moment it is keyed -
      * only the hash reaches the master, the journal or the
      * no-reuse history.
      *====================================================

       ENVIRONMENT DIVISION.
       01  OPM-LIST-COUNT                  PIC 9(5) VALUE 0.
       01  OPM-MASTER-UP                   PIC X VALUE "N".
       01  OPM-OLD-PW                      PIC X(10).
       01  OPM-NEW-PW                      PIC X(10).
       01  OPM-FAIL-SEEN                   PIC 9(5).
           COPY "secure-field-vars.cpy".
           COPY "ws-vars.cpy".


           DISPLAY "ENTER DEPARTMENT: " WITH NO ADVANCING
           ACCEPT OM-DEPARTMENT
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
           ACCEPT OPM-NEW-PW
           MOVE OPM-NEW-PW TO WS-SF-CLEAR
           MOVE OM-OPER-ID TO WS-SF-SALT
           PERFORM HASH-PASSWORD
           MOVE WS-SF-HASH TO OM-PASSWORD
           MOVE SPACES TO OPM-NEW-PW
           DISPLAY "ENTER ROLE - (C)LERK/(S)UPERVISOR/(A)DMIN: "
               WITH NO ADVANCING
           ACCEPT OM-ROLE
               NOT INVALID KEY
                   MOVE OM-PASSWORD TO OPM-OLD-PW
                   DISPLAY "ENTER NEW PASSWORD: " WITH NO ADVANCING
                   ACCEPT OPM-NEW-PW
                   MOVE OPM-NEW-PW TO WS-SF-CLEAR
                   MOVE OM-OPER-ID TO WS-SF-SALT
                   PERFORM HASH-PASSWORD
                   MOVE WS-SF-HASH TO OM-PASSWORD
                   MOVE SPACES TO OPM-NEW-PW
      * An admin reset restarts the expiry clock, rolls the
      * old password into the no-reuse history, and clears
      * any lockout so the operator can get back in

       COPY "upd-journal.cpy".

       COPY "secure-field.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".
