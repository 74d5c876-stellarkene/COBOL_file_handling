           05  GC-APPR-OPERATOR            PIC X(10).
           05  GC-APPR-DATE                PIC X(8).
           05  GC-APPR-TIME                PIC X(8).
           05  GC-APPR-REQ                 PIC 9(8).

           FD SEL8-FILE.
           COPY "sel8-rec.cpy".

      *THE CORRECTED RECORD'S OWN OPERATOR STAMP SITS IN THE
      *BEFORE IMAGE - FOR A SEL_8 ROW THAT IS THE LAST TEN BYTES
      *OF THE 269-BYTE RECORD (SEE SEL8-REC.CPY PLUS
      *OPERATOR-FIELD.CPY). SAME ID ON BOTH SIDES MEANS ONE
      *PERSON ENTERED THE SALE AND CORRECTED IT.
       CHECK-OWN-CORRECTIONS.
                       IF MA-PROGRAM-ID =
-                          "REVISED-SALESMAN-INFO" AND
-                          MA-BEFORE-IMAGE NOT = SPACES
                           MOVE MA-BEFORE-IMAGE(260:10) TO
                               SOD-ENTRY-OPER
                           IF SOD-ENTRY-OPER = MA-OPERATOR-ID
                               ADD 1 TO SOD-FIX-COUNT
