      *====================================================
      * APPRQ-SELECT.CPY
      * Shared FILE-CONTROL entry for the supervisor approval
      * queue (apprq.dat, one row per request for a second
      * signature - see apprq-rec.cpy and APPROVAL-QUEUE).
      *====================================================
           SELECT APPRQ-FILE ASSIGN TO "apprq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AQ-REQ-NUM
               FILE STATUS IS WS-APPRQ-STATUS.
