      * With WS-MENU-ANYWHERE = "Y" (the main menu's fast
      * path), the choice matches any row in the file - typing
      * S8 jumps straight to REVISED-SALESMAN-INFO. The row's
      * minimum role is enforced before the CALL. A training
      * session (FH_TRAINING = "Y") is flagged on every menu.
      *====================================================
       DISPLAY-MENU-FROM-FILE.
           ACCEPT WS-FH-TRAINING FROM ENVIRONMENT "FH_TRAINING"
           IF WS-FH-TRAINING = "Y"
               DISPLAY "*** TRAINING MODE - PRACTICE DATA, NOT LIVE ***"
           END-IF
           OPEN INPUT MENUDEF-FILE
           IF WS-MENUDEF-STATUS NOT = "00"
               DISPLAY "MENU DEFINITION FILE (MENUDEFS.DAT) "
