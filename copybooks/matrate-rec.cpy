      * inventory item so MATERIAL-REQUIREMENTS can roll
      * quoted demand up against the shelf - spaces means the
      * material is not stocked as an inventory item.
      * MR-SHEET-WIDTH and MR-SHEET-LENGTH give the stock
      * sheet a sheet material is bought in, for
      * JOB-CUTTING-LIST to lay a job's pieces onto; zero or
      * blank means the material is not bought by the sheet.
      *====================================================
       FD  MATRATE-FILE.

           05  MR-RATE                     PIC 9(5)V99.
           05  MR-UNIT                     PIC X.
           05  MR-ITEM-CODE                PIC X(8).
           05  MR-SHEET-WIDTH              PIC 9(5)V99.
           05  MR-SHEET-LENGTH             PIC 9(5)V99.
