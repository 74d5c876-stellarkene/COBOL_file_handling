      * calibration and its due interval in days - a station
      * past due gets its captured readings tagged suspect
      * (zero interval means the unit is not on a calibration
      * schedule). STA-STOCK-LOC links the station to the
      * stock location (location.dat) whose room it watches -
      * an excursion incident there puts that location's
      * stock on quarantine hold; blank means the station
      * watches no stock.
      *====================================================
       FD  STAT-FILE.

           05  STA-DESCRIPTION             PIC X(25).
           05  STA-CAL-DATE                PIC 9(8).
           05  STA-CAL-INTERVAL            PIC 9(4).
           05  STA-STOCK-LOC               PIC X(4).
