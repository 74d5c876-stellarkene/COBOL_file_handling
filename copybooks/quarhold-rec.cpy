      *====================================================
      * QUARHOLD-REC.CPY
      * Shared FILE SECTION record for QUARHOLD-FILE: one row
      * per item put on quarantine hold at a stock location.
      * TEMP-INCIDENT-WATCH writes the row (status HELD) when
      * an excursion incident opens at a station linked to
      * that location, with the quantity and unit cost on the
      * shelf at that moment; STOCK-QUARANTINE closes it as
      * RELSD (released back to sale) or SCRAP (written off
      * as shrinkage), stamping the date and who decided.
      * QH-SCRAP-QTY accumulates what has been scrapped so
      * far - a partial scrap leaves the row HELD.
      *====================================================
       FD  QUARHOLD-FILE.

       01  QUARHOLD-RECORD.
           05  QH-ITEM-CODE                PIC X(8).
           05  QH-LOCATION                 PIC X(4).
           05  QH-STATION                  PIC X(4).
           05  QH-EPISODE-DATE             PIC 9(8).
           05  QH-HOLD-DATE                PIC 9(8).
           05  QH-HOLD-TIME                PIC 9(8).
           05  QH-HELD-QTY                 PIC S9(7)V99.
           05  QH-UNIT-COST                PIC 9(5)V99.
           05  QH-STATUS                   PIC X(5).
               88  QH-STATUS-HELD          VALUE "HELD".
               88  QH-STATUS-RELEASED      VALUE "RELSD".
               88  QH-STATUS-SCRAPPED      VALUE "SCRAP".
           05  QH-SCRAP-QTY                PIC S9(7)V99.
           05  QH-CLOSE-DATE               PIC 9(8).
           05  QH-CLOSE-OPER               PIC X(10).
