      *====================================================
      * ABSWARN-SELECT.CPY
      * Shared FILE-CONTROL entry for the absence warning
      * list (absentwarn.dat - see abswarn-rec.cpy and
      * ABSENCE-WARNING-RUN).
      *====================================================
           SELECT ABSWARN-FILE ASSIGN TO "absentwarn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSWARN-STATUS.
