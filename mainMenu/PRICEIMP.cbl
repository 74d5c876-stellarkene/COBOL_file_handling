      * Stand-alone utility: imports the vendor's price tape
      * (vendorprc.dat, comma-delimited rows:
      * item,price,effdate) against the product master in one
      * run instead of a morning of keying. A row may go on
      * to carry the item's category as department,category,
      * sub-category codes (item,price,effdate,dept,cat,sub);
      * a row without them leaves the category alone. Every
      * row is validated - fields present, numeric, item on
      * prodmast.dat, date sane, any category on the category
      * master - then the new PM-UNIT-PRICE, PM-EFF-DATE and
      * category are applied and a price-change history row
      * lands in prodhist.dat exactly as a manual change
      * through PRODUCT-MAINTENANCE would. Rejects go to
      * vendorprc_err.dat with a reason code for correction
      * and re-import, and the old-versus-new change register
      * goes to the report spool for sign-off. Runs under the
      * suite interlock.
      *====================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTI-ERR-STATUS.
           COPY "prod-select.cpy".
           COPY "prodhist-select.cpy".
           COPY "cat-select.cpy".
           COPY "updjrnl-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".
       FILE SECTION.
       FD  VENDORPRC-FILE.

       01  VENDORPRC-RECORD                PIC X(60).

       FD  PTIERR-FILE.

       01  PTIERR-RECORD.
           05  PE-REASON                   PIC X(6).
           05  FILLER                      PIC X.
           05  PE-ROW                      PIC X(60).

           COPY "prod-rec.cpy".

           COPY "prodhist-rec.cpy".
           COPY "cat-rec.cpy".
           COPY "updjrnl-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".
       WORKING-STORAGE SECTION.
       01  PTI-IN-STATUS                   PIC XX.
       01  PTI-ERR-STATUS                  PIC XX.
       01  PTI-EOF                         PIC X VALUE "N".
       01  PTI-READ-COUNT                  PIC 9(5) VALUE 0.
       01  PTI-GOOD-COUNT                  PIC 9(5) VALUE 0.
       01  PTI-F-ITEM                      PIC X(10).
       01  PTI-F-PRICE                     PIC X(12).
       01  PTI-F-DATE                      PIC X(10).
       01  PTI-F-DEPT                      PIC X(6).
       01  PTI-F-CAT                       PIC X(6).
       01  PTI-F-SUB                       PIC X(6).
       01  PTI-CATEGORY                    PIC X(12).
       01  PTI-OLD-CATEGORY                PIC X(12).
       01  PTI-ITEM                        PIC X(8).
       01  PTI-PRICE                       PIC 9(5)V99.
       01  PTI-DATE                        PIC 9(8).
           MOVE SPACES TO PTI-F-ITEM
           MOVE SPACES TO PTI-F-PRICE
           MOVE SPACES TO PTI-F-DATE
           MOVE SPACES TO PTI-F-DEPT
           MOVE SPACES TO PTI-F-CAT
           MOVE SPACES TO PTI-F-SUB
           UNSTRING VENDORPRC-RECORD DELIMITED BY ","
               INTO PTI-F-ITEM PTI-F-PRICE PTI-F-DATE
                   PTI-F-DEPT PTI-F-CAT PTI-F-SUB
           END-UNSTRING

           MOVE SPACES TO PTI-REASON
           END-IF
           IF PTI-PRICE = ZERO
               MOVE "ZEROPR" TO PTI-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PTI-CATEGORY
           IF PTI-F-DEPT NOT = SPACES OR PTI-F-CAT NOT = SPACES OR
-              PTI-F-SUB NOT = SPACES
               IF PTI-F-DEPT(5:2) NOT = SPACES OR
-                 PTI-F-CAT(5:2) NOT = SPACES OR
-                 PTI-F-SUB(5:2) NOT = SPACES
                   MOVE "BADCAT" TO PTI-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE PTI-F-DEPT TO WS-CAT-DEPT
               MOVE PTI-F-CAT TO WS-CAT-CAT
               MOVE PTI-F-SUB TO WS-CAT-SUB
               PERFORM CHECK-PRODUCT-CATEGORY
               IF WS-CAT-OK NOT = "Y"
                   MOVE "BADCAT" TO PTI-REASON
               ELSE
                   MOVE WS-CAT-KEY TO PTI-CATEGORY
               END-IF
           END-IF.

           EXIT PARAGRAPH.
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE PM-UNIT-PRICE TO PTI-OLD-PRICE
                   MOVE PM-CATEGORY TO PTI-OLD-CATEGORY
                   MOVE PTI-PRICE TO PM-UNIT-PRICE
                   MOVE PTI-DATE TO PM-EFF-DATE
                   IF PTI-CATEGORY NOT = SPACES
                       MOVE PTI-CATEGORY TO PM-CATEGORY
                   END-IF
                   REWRITE PROD-RECORD
                       INVALID KEY
                           MOVE "REWRTF" TO PTI-REASON
           STRING PTI-ITEM " " PTI-OLD-OUT " -> " PTI-NEW-OUT
               " EFF " PTI-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE
           IF PTI-CATEGORY NOT = SPACES AND
-             PTI-CATEGORY NOT = PTI-OLD-CATEGORY
               DISPLAY PTI-ITEM " CATEGORY " PTI-OLD-CATEGORY
                   " -> " PTI-CATEGORY
               STRING PTI-ITEM " CATEGORY " PTI-OLD-CATEGORY
                   " -> " PTI-CATEGORY
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM SPOOL-WRITE-LINE
           END-IF.

           EXIT PARAGRAPH.

      *PRODUCT-MAINTENANCE WRITES - ONE TRAIL, TWO ENTRANCES
       WRITE-PRICE-HISTORY-ROW.
           OPEN EXTEND PRODHIST-FILE
           IF WS-PRODHIST-STATUS = "35"
               OPEN OUTPUT PRODHIST-FILE
           END-IF
           IF WS-PRODHIST-STATUS NOT = "00" AND NOT = "05"
               MOVE "PRODHIST-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-PRODHIST-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF

           EXIT PARAGRAPH.

       COPY "cat-check.cpy".

       COPY "upd-journal.cpy".

       COPY "runlog-write.cpy".
