      *programmer name: Gabriel Sanchez
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-CUTTING-LIST.

      *====================================================
      * Stand-alone utility (also reachable from
      * GEOMETRY-MENU): the sheet-material cutting list for a
      * job. Every flat shape calculated under the job on
      * shape_hist.dat - rectangle, circle, triangle - is a
      * piece, taken at its bounding rectangle (a circle's
      * diameter square, a triangle's base by its height).
      * Each piece is cut from the material its costed line
      * on the job's current quotation revision names,
      * matched on shape and quoted quantity; a piece that
      * was never costed is cut from a material the operator
      * keys, or left off. A material is laid out only if
      * matrates.dat gives it a stock sheet size. The pieces
      * of each material are laid onto sheets tallest first
      * in a simple strip fit - a strip runs across the
      * sheet's width as deep as the first piece in it, each
      * piece goes into the first strip with room, else a new
      * strip on the first sheet with length left, else a new
      * sheet - and the report spool gets the sheets
      * required, the pieces on each sheet with where they
      * sit, and the offcut waste percentage. The waste
      * found is offered back to the quotation as the waste
      * allowance on that material's lines in place of the
      * keyed guess - the bought sheet area over the piece
      * area, rounded up to a whole percent - by cutting a
      * new revision of the quote through the same path as
      * QUOTE-REVISION; a job already ACCEPTED or LOST on
      * quotstat.dat is reported on but not revised. Run on
      * demand from the command line or from GEOMETRY-MENU;
      * it is not wired into FH-MAIN-MENU since it is costing
      * housekeeping, not a calculation.
      *====================================================

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           COPY "shape-hist-select.cpy".
           COPY "matrate-select.cpy".
           COPY "quote-select.cpy".
           COPY "quoterev-select.cpy".
           COPY "quotstat-select.cpy".
           COPY "runlog-select.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "shape-hist-rec.cpy".
           COPY "matrate-rec.cpy".
           COPY "quote-rec.cpy".
           COPY "quoterev-rec.cpy".
           COPY "quotstat-rec.cpy".
           COPY "fd-vars.cpy".

       WORKING-STORAGE SECTION.
       01  CUT-JOB-NUM                     PIC X(8).
       01  CUT-EOF                         PIC X VALUE "N".
       01  CUT-OK                          PIC X.
       01  CUT-FOUND                       PIC X.
       01  CUT-ANSWER                      PIC X.
       01  CUT-TODAY                       PIC 9(8).
       01  CUT-DEFAULT-MAT                 PIC X(4).
       01  CUT-CODE                        PIC X(4).
       01  CUT-MATCH-SHAPE                 PIC X(11).
       01  CUT-MEASURE                     PIC 9(7)V99.
       01  CUT-DIM-1                       PIC 9(7)V99.
       01  CUT-DIM-2                       PIC 9(7)V99.
       01  CUT-LONG                        PIC 9(7)V99.
       01  CUT-SHORT                       PIC 9(7)V99.
       01  CUT-SOURCE                      PIC X.
       01  CUT-NO-MAT                      PIC 9(4).
       01  CUT-NO-SHEET                    PIC 9(4).
       01  CUT-DROPPED                     PIC 9(4).
       01  CUT-NEW-REV                     PIC 9(3).
       01  CUT-APPLY-COUNT                 PIC 9(3).
       01  CUT-OLD-TOTAL                   PIC 9(10)V99.
       01  CUT-NEW-TOTAL                   PIC 9(10)V99.
       01  CUT-SHEET-AREA                  PIC 9(11)V99.
       01  CUT-TOTAL-AREA                  PIC 9(13)V99.
       01  CUT-OFFCUT-PCT                  PIC 9(3)V99.
       01  CUT-ALLOW-RAW                   PIC 9(7)V99.
       01  CUT-ALLOW-WHOLE                 PIC 9(7).
       01  CUT-LINE-REV                    PIC 9(3).
       01  CUT-LINE-COUNT                  PIC 9(3).
       01  CUT-LINE-IDX                    PIC 9(3).
       01  CUT-LINE-OVERFLOW               PIC X.
       01  CUT-LINE-TABLE.
           05  CUT-LINE-ENTRY OCCURS 100 TIMES.
               10  CUT-LINE-IMAGE          PIC X(76).
               10  CUT-LINE-CLAIMED        PIC X.
       01  CUT-MAT-COUNT                   PIC 9(3).
       01  CUT-MAT-IDX                     PIC 9(3).
       01  CUT-MAT-TABLE.
           05  CUT-MAT-ENTRY OCCURS 200 TIMES.
               10  CUT-M-CODE              PIC X(4).
               10  CUT-M-DESC              PIC X(20).
               10  CUT-M-WIDTH             PIC 9(5)V99.
               10  CUT-M-LENGTH            PIC 9(5)V99.
               10  CUT-M-PIECES            PIC 9(4).
               10  CUT-M-SHEETS            PIC 9(4).
               10  CUT-M-OVERSIZE          PIC 9(4).
               10  CUT-M-PIECE-AREA        PIC 9(11)V99.
               10  CUT-M-ON-QUOTE          PIC X.
               10  CUT-M-QUOTED-WASTE      PIC 9(3).
               10  CUT-M-ALLOW             PIC 9(3).
               10  CUT-M-APPLY             PIC X.
       01  CUT-PIECE-COUNT                 PIC 9(4).
       01  CUT-PIECE-IDX                   PIC 9(4).
       01  CUT-PIECE-JDX                   PIC 9(4).
       01  CUT-PIECE-TABLE.
           05  CUT-PIECE-ENTRY OCCURS 500 TIMES.
               10  CUT-P-MAT-IDX           PIC 9(3).
               10  CUT-P-SHAPE             PIC X(11).
               10  CUT-P-WIDTH             PIC 9(7)V99.
               10  CUT-P-HEIGHT            PIC 9(7)V99.
               10  CUT-P-AREA              PIC 9(9)V99.
               10  CUT-P-SHEET             PIC 9(4).
               10  CUT-P-X                 PIC 9(7)V99.
               10  CUT-P-Y                 PIC 9(7)V99.
               10  CUT-P-SOURCE            PIC X.
       01  CUT-PIECE-SWAP                  PIC X(66).
       01  CUT-STRIP-COUNT                 PIC 9(4).
       01  CUT-STRIP-IDX                   PIC 9(4).
       01  CUT-STRIP-TABLE.
           05  CUT-STRIP-ENTRY OCCURS 1000 TIMES.
               10  CUT-S-SHEET             PIC 9(4).
               10  CUT-S-Y                 PIC 9(7)V99.
               10  CUT-S-HEIGHT            PIC 9(7)V99.
               10  CUT-S-USED              PIC 9(7)V99.
       01  CUT-SHEET-COUNT                 PIC 9(4).
       01  CUT-SHEET-IDX                   PIC 9(4).
       01  CUT-SHEET-TABLE.
           05  CUT-SHEET-ENTRY OCCURS 500 TIMES.
               10  CUT-SH-USED-LEN         PIC 9(7)V99.
       01  CUT-SHEET-PIECES                PIC 9(4).
       01  CUT-SHEET-PIECE-AREA            PIC 9(11)V99.
       01  CUT-DIM-OUT                     PIC Z(6)9.99.
       01  CUT-DIM2-OUT                    PIC Z(6)9.99.
       01  CUT-POS-OUT                     PIC Z(6)9.99.
       01  CUT-POS2-OUT                    PIC Z(6)9.99.
       01  CUT-AREA-OUT                    PIC Z(10)9.99.
       01  CUT-AREA2-OUT                   PIC Z(12)9.99.
       01  CUT-PCT-OUT                     PIC ZZ9.99.
       01  CUT-COUNT-OUT                   PIC ZZZ9.
       01  CUT-TOTAL-OUT                   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  CUT-TOTAL2-OUT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
           COPY "ws-vars.cpy".


       PROCEDURE DIVISION.

       PERFORM CAPTURE-OPERATOR-ID.
      * Stamp the program id up front so an incident
      * logged from an early failure is attributable
           MOVE "JOB-CUTTING-LIST" TO
               WS-RUNLOG-PROGRAM-ID.

           DISPLAY "==========================="
           DISPLAY "     JOB CUTTING LIST      "
           DISPLAY "==========================="
           PERFORM RUN-CUTTING-LIST.

           MOVE "JOB-CUTTING-LIST" TO WS-RUNLOG-PROGRAM-ID.
           PERFORM WRITE-RUN-LOG-ENTRY.

           GOBACK.

      *================= CUTTING LIST ==========================
      *THE JOB DEFAULTS TO THE ACTIVE ONE FROM GEOMETRY-MENU
       RUN-CUTTING-LIST.
           MOVE SPACES TO CUT-JOB-NUM
           ACCEPT CUT-JOB-NUM FROM ENVIRONMENT "FH_JOB_NUM"
           IF CUT-JOB-NUM = SPACES
               DISPLAY "ENTER JOB NUMBER: " WITH NO ADVANCING
               ACCEPT CUT-JOB-NUM
           ELSE
               DISPLAY "ACTIVE JOB: " CUT-JOB-NUM
           END-IF
           IF CUT-JOB-NUM = SPACES
               DISPLAY "NO JOB NUMBER - NO CUTTING LIST"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SHEET-MATERIALS
           IF CUT-MAT-COUNT = ZERO
               DISPLAY "NO MATERIAL ON MATRATES.DAT HAS A STOCK "
                   "SHEET SIZE - NO CUTTING LIST"
               EXIT PARAGRAPH
           END-IF
           MOVE CUT-JOB-NUM TO WS-QR-JOB
           PERFORM FIND-CURRENT-REVISION
           PERFORM LOAD-JOB-QUOTE-LINES
           DISPLAY "MATERIAL FOR SHAPES NOT COSTED ON THE QUOTE "
               "(BLANK = LEAVE THEM OFF): " WITH NO ADVANCING
           MOVE SPACES TO CUT-DEFAULT-MAT
           ACCEPT CUT-DEFAULT-MAT
           PERFORM LOAD-JOB-PIECES
           IF CUT-PIECE-COUNT = ZERO
               DISPLAY "NO PIECES TO LAY OUT FOR THAT JOB"
               EXIT PARAGRAPH
           END-IF
           PERFORM SORT-PIECE-TABLE
           PERFORM LAY-OUT-ONE-MATERIAL
               VARYING CUT-MAT-IDX FROM 1 BY 1
               UNTIL CUT-MAT-IDX > CUT-MAT-COUNT
           PERFORM PRINT-CUTTING-LIST
           PERFORM OFFER-CUT-WASTE.

           EXIT PARAGRAPH.

      *ONLY THE MATERIALS BOUGHT BY THE SHEET ARE KEPT. A ROW
      *WRITTEN BEFORE THE SHEET SIZE WAS CARRIED READS AS BLANK
       LOAD-SHEET-MATERIALS.
           MOVE ZERO TO CUT-MAT-COUNT
           MOVE "N" TO CUT-EOF
           OPEN INPUT MATRATE-FILE
           IF WS-MATRATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CUT-EOF = "Y"
               READ MATRATE-FILE
                   AT END
                       MOVE "Y" TO CUT-EOF
                   NOT AT END
                       PERFORM TABLE-SHEET-MATERIAL
               END-READ
           END-PERFORM
           CLOSE MATRATE-FILE.

           EXIT PARAGRAPH.

       TABLE-SHEET-MATERIAL.
           IF MR-SHEET-WIDTH NOT NUMERIC OR
               MR-SHEET-LENGTH NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF MR-SHEET-WIDTH = ZERO OR MR-SHEET-LENGTH = ZERO
               EXIT PARAGRAPH
           END-IF
           IF CUT-MAT-COUNT NOT < 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CUT-MAT-COUNT
           MOVE CUT-MAT-COUNT TO CUT-MAT-IDX
           MOVE MR-CODE TO CUT-M-CODE(CUT-MAT-IDX)
           MOVE MR-DESCRIPTION TO CUT-M-DESC(CUT-MAT-IDX)
           MOVE MR-SHEET-WIDTH TO CUT-M-WIDTH(CUT-MAT-IDX)
           MOVE MR-SHEET-LENGTH TO CUT-M-LENGTH(CUT-MAT-IDX)
           MOVE ZERO TO CUT-M-PIECES(CUT-MAT-IDX)
           MOVE ZERO TO CUT-M-SHEETS(CUT-MAT-IDX)
           MOVE ZERO TO CUT-M-OVERSIZE(CUT-MAT-IDX)
           MOVE ZERO TO CUT-M-PIECE-AREA(CUT-MAT-IDX)
           MOVE "N" TO CUT-M-ON-QUOTE(CUT-MAT-IDX)
           MOVE ZERO TO CUT-M-QUOTED-WASTE(CUT-MAT-IDX)
           MOVE ZERO TO CUT-M-ALLOW(CUT-MAT-IDX)
           MOVE "N" TO CUT-M-APPLY(CUT-MAT-IDX).

           EXIT PARAGRAPH.

      *THE CURRENT REVISION'S LINES, KEPT WHOLE SO A NEW REVISION
      *CAN BE CUT FROM THEM. A SHEET MATERIAL ON THE QUOTE NOTES
      *THE WASTE ALLOWANCE IT WAS QUOTED AT
       LOAD-JOB-QUOTE-LINES.
           MOVE ZERO TO CUT-LINE-COUNT
           MOVE "N" TO CUT-LINE-OVERFLOW
           MOVE "N" TO CUT-EOF
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CUT-EOF = "Y"
               READ QUOTE-FILE
                   AT END
                       MOVE "Y" TO CUT-EOF
                   NOT AT END
                       IF QU-JOB-NUM = CUT-JOB-NUM
                           PERFORM TABLE-JOB-QUOTE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE.

           EXIT PARAGRAPH.

      *A LINE FROM BEFORE REVISIONS WERE KEPT BELONGS TO REVISION 1
       TABLE-JOB-QUOTE-LINE.
           IF QU-REVISION NUMERIC AND QU-REVISION > ZERO
               MOVE QU-REVISION TO CUT-LINE-REV
           ELSE
               MOVE 1 TO CUT-LINE-REV
           END-IF
           IF CUT-LINE-REV NOT = WS-QR-CUR-REV
               EXIT PARAGRAPH
           END-IF
           IF CUT-LINE-COUNT NOT < 100
               MOVE "Y" TO CUT-LINE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CUT-LINE-COUNT
           MOVE QUOTE-RECORD TO CUT-LINE-IMAGE(CUT-LINE-COUNT)
           MOVE "N" TO CUT-LINE-CLAIMED(CUT-LINE-COUNT)
           IF QU-LINE-OPERATION
               EXIT PARAGRAPH
           END-IF
           MOVE QU-MATERIAL TO CUT-CODE
           PERFORM FIND-SHEET-MATERIAL
           IF CUT-FOUND = "Y" AND CUT-M-ON-QUOTE(CUT-MAT-IDX) = "N"
               MOVE "Y" TO CUT-M-ON-QUOTE(CUT-MAT-IDX)
               MOVE QU-WASTE-PCT TO CUT-M-QUOTED-WASTE(CUT-MAT-IDX)
           END-IF.

           EXIT PARAGRAPH.

       FIND-SHEET-MATERIAL.
           MOVE "N" TO CUT-FOUND
           PERFORM VARYING CUT-MAT-IDX FROM 1 BY 1
               UNTIL CUT-MAT-IDX > CUT-MAT-COUNT
               IF CUT-M-CODE(CUT-MAT-IDX) = CUT-CODE
                   MOVE "Y" TO CUT-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

      *================= PIECES ================================
      *THE VOLUME CALCULATORS' ROWS ARE NOT SHEET PIECES. A CIRCLE
      *IS QUOTED ON ITS CIRCUMFERENCE, THE OTHERS ON THEIR AREA
       LOAD-JOB-PIECES.
           MOVE ZERO TO CUT-PIECE-COUNT
           MOVE ZERO TO CUT-NO-MAT
           MOVE ZERO TO CUT-NO-SHEET
           MOVE ZERO TO CUT-DROPPED
           MOVE "N" TO CUT-EOF
           OPEN INPUT SHAPE-HIST-FILE
           IF WS-SHAPE-HIST-FILE-STATUS NOT = "00"
               DISPLAY "NO SHAPE HISTORY ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CUT-EOF = "Y"
               READ SHAPE-HIST-FILE
                   AT END
                       MOVE "Y" TO CUT-EOF
                   NOT AT END
                       IF SH-JOB-NUM = CUT-JOB-NUM
                           PERFORM TAKE-ONE-PIECE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHAPE-HIST-FILE
           IF CUT-NO-MAT > ZERO
               DISPLAY CUT-NO-MAT " SHAPE(S) NOT COSTED ON THE QUOTE"
                   " - LEFT OFF"
           END-IF
           IF CUT-NO-SHEET > ZERO
               DISPLAY CUT-NO-SHEET " SHAPE(S) IN A MATERIAL WITH NO "
                   "SHEET SIZE - LEFT OFF"
           END-IF
           IF CUT-DROPPED > ZERO
               DISPLAY CUT-DROPPED " SHAPE(S) OVER THE 500-PIECE "
                   "LIMIT - LEFT OFF"
           END-IF.

           EXIT PARAGRAPH.

       TAKE-ONE-PIECE.
           IF SH-DIM-1 = SPACES OR SH-AREA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SH-DIM-1 TO CUT-DIM-1
           EVALUATE SH-SHAPE-TYPE
               WHEN "RECTANGLE"
                   MOVE "RECTANGLE" TO CUT-MATCH-SHAPE
                   MOVE SH-DIM-2 TO CUT-DIM-2
                   MOVE SH-AREA TO CUT-MEASURE
               WHEN "TRIANGLE"
                   MOVE "TRIANGLE" TO CUT-MATCH-SHAPE
                   MOVE SH-DIM-2 TO CUT-DIM-2
                   MOVE SH-AREA TO CUT-MEASURE
      *SQNC_9 STAMPS ITS FULL NAME, WHICH THE 11-BYTE FIELD CUTS
               WHEN "AREA-CIRCUM"
                   MOVE "AREA-CIRCUM" TO CUT-MATCH-SHAPE
                   MOVE CUT-DIM-1 TO CUT-DIM-2
                   MOVE SH-PERIM-OR-CIRCUM TO CUT-MEASURE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF CUT-DIM-1 = ZERO OR CUT-DIM-2 = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM CLAIM-QUOTE-LINE
           IF CUT-CODE = SPACES
               ADD 1 TO CUT-NO-MAT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SHEET-MATERIAL
           IF CUT-FOUND NOT = "Y"
               ADD 1 TO CUT-NO-SHEET
               EXIT PARAGRAPH
           END-IF
           IF CUT-PIECE-COUNT NOT < 500
               ADD 1 TO CUT-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CUT-PIECE-COUNT
           MOVE CUT-PIECE-COUNT TO CUT-PIECE-IDX
           MOVE CUT-MAT-IDX TO CUT-P-MAT-IDX(CUT-PIECE-IDX)
           MOVE SH-SHAPE-TYPE TO CUT-P-SHAPE(CUT-PIECE-IDX)
           MOVE SH-AREA TO CUT-P-AREA(CUT-PIECE-IDX)
           MOVE ZERO TO CUT-P-SHEET(CUT-PIECE-IDX)
           MOVE ZERO TO CUT-P-X(CUT-PIECE-IDX)
           MOVE ZERO TO CUT-P-Y(CUT-PIECE-IDX)
           MOVE CUT-SOURCE TO CUT-P-SOURCE(CUT-PIECE-IDX)
           PERFORM ORIENT-ONE-PIECE.

           EXIT PARAGRAPH.

      *A COSTED LINE IS MATCHED TO ONE PIECE ONLY, SO TWO LIKE
      *SHAPES ON THE JOB TAKE TWO LINES. CUT-CODE COMES BACK WITH
      *THE MATERIAL, OR THE KEYED ONE, OR SPACES
       CLAIM-QUOTE-LINE.
           MOVE "Q" TO CUT-SOURCE
           PERFORM VARYING CUT-LINE-IDX FROM 1 BY 1
               UNTIL CUT-LINE-IDX > CUT-LINE-COUNT
               IF CUT-LINE-CLAIMED(CUT-LINE-IDX) = "N"
                   MOVE CUT-LINE-IMAGE(CUT-LINE-IDX) TO QUOTE-RECORD
                   IF NOT QU-LINE-OPERATION AND
                       QU-SHAPE = CUT-MATCH-SHAPE AND
                       QU-QUANTITY = CUT-MEASURE
                       MOVE "Y" TO CUT-LINE-CLAIMED(CUT-LINE-IDX)
                       MOVE QU-MATERIAL TO CUT-CODE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           MOVE "K" TO CUT-SOURCE
           MOVE CUT-DEFAULT-MAT TO CUT-CODE.

           EXIT PARAGRAPH.

      *LAID FLAT - LONG SIDE ACROSS THE SHEET - IF IT FITS THAT
      *WAY, ELSE STOOD UP; TOO BIG EITHER WAY IS LEFT OFF THE
      *LAYOUT AND REPORTED
       ORIENT-ONE-PIECE.
           IF CUT-DIM-1 > CUT-DIM-2
               MOVE CUT-DIM-1 TO CUT-LONG
               MOVE CUT-DIM-2 TO CUT-SHORT
           ELSE
               MOVE CUT-DIM-2 TO CUT-LONG
               MOVE CUT-DIM-1 TO CUT-SHORT
           END-IF
           IF CUT-LONG NOT > CUT-M-WIDTH(CUT-MAT-IDX) AND
               CUT-SHORT NOT > CUT-M-LENGTH(CUT-MAT-IDX)
               MOVE CUT-LONG TO CUT-P-WIDTH(CUT-PIECE-IDX)
               MOVE CUT-SHORT TO CUT-P-HEIGHT(CUT-PIECE-IDX)
           ELSE
               MOVE CUT-SHORT TO CUT-P-WIDTH(CUT-PIECE-IDX)
               MOVE CUT-LONG TO CUT-P-HEIGHT(CUT-PIECE-IDX)
           END-IF
           IF CUT-P-WIDTH(CUT-PIECE-IDX) > CUT-M-WIDTH(CUT-MAT-IDX)
               OR CUT-P-HEIGHT(CUT-PIECE-IDX) >
                  CUT-M-LENGTH(CUT-MAT-IDX)
               MOVE 9999 TO CUT-P-SHEET(CUT-PIECE-IDX)
               ADD 1 TO CUT-M-OVERSIZE(CUT-MAT-IDX)
           END-IF.

           EXIT PARAGRAPH.

      *BY MATERIAL, TALLEST PIECE FIRST WITHIN IT
       SORT-PIECE-TABLE.
           PERFORM VARYING CUT-PIECE-IDX FROM 1 BY 1
               UNTIL CUT-PIECE-IDX >= CUT-PIECE-COUNT
               PERFORM VARYING CUT-PIECE-JDX FROM 1 BY 1
                   UNTIL CUT-PIECE-JDX >
                       CUT-PIECE-COUNT - CUT-PIECE-IDX
                   IF CUT-P-MAT-IDX(CUT-PIECE-JDX) >
                       CUT-P-MAT-IDX(CUT-PIECE-JDX + 1)
                       OR (CUT-P-MAT-IDX(CUT-PIECE-JDX) =
                           CUT-P-MAT-IDX(CUT-PIECE-JDX + 1)
                       AND CUT-P-HEIGHT(CUT-PIECE-JDX) <
                           CUT-P-HEIGHT(CUT-PIECE-JDX + 1))
                       MOVE CUT-PIECE-ENTRY(CUT-PIECE-JDX) TO
                           CUT-PIECE-SWAP
                       MOVE CUT-PIECE-ENTRY(CUT-PIECE-JDX + 1) TO
                           CUT-PIECE-ENTRY(CUT-PIECE-JDX)
                       MOVE CUT-PIECE-SWAP TO
                           CUT-PIECE-ENTRY(CUT-PIECE-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PARAGRAPH.

      *================= STRIP FIT =============================
      *SHEETS AND STRIPS START AFRESH FOR EACH MATERIAL, SO THE
      *PER-SHEET FIGURES ARE WORKED OUT AGAIN FROM THE PIECES WHEN
      *THE MATERIAL IS PRINTED
       LAY-OUT-ONE-MATERIAL.
           MOVE ZERO TO CUT-STRIP-COUNT
           MOVE ZERO TO CUT-SHEET-COUNT
           PERFORM VARYING CUT-PIECE-IDX FROM 1 BY 1
               UNTIL CUT-PIECE-IDX > CUT-PIECE-COUNT
               IF CUT-P-MAT-IDX(CUT-PIECE-IDX) = CUT-MAT-IDX AND
                   CUT-P-SHEET(CUT-PIECE-IDX) = ZERO
                   PERFORM PLACE-ONE-PIECE
               END-IF
           END-PERFORM
           MOVE CUT-SHEET-COUNT TO CUT-M-SHEETS(CUT-MAT-IDX)
           IF CUT-SHEET-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE CUT-SHEET-AREA =
               CUT-M-WIDTH(CUT-MAT-IDX) * CUT-M-LENGTH(CUT-MAT-IDX)
           COMPUTE CUT-TOTAL-AREA = CUT-SHEET-AREA * CUT-SHEET-COUNT
           IF CUT-M-PIECE-AREA(CUT-MAT-IDX) = ZERO
               MOVE 999 TO CUT-M-ALLOW(CUT-MAT-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE CUT-ALLOW-RAW =
               (CUT-TOTAL-AREA - CUT-M-PIECE-AREA(CUT-MAT-IDX))
               * 100 / CUT-M-PIECE-AREA(CUT-MAT-IDX)
               ON SIZE ERROR
                   MOVE 999 TO CUT-ALLOW-RAW
           END-COMPUTE
           MOVE CUT-ALLOW-RAW TO CUT-ALLOW-WHOLE
           IF CUT-ALLOW-RAW > CUT-ALLOW-WHOLE
               ADD 1 TO CUT-ALLOW-WHOLE
           END-IF
           IF CUT-ALLOW-WHOLE > 999
               MOVE 999 TO CUT-ALLOW-WHOLE
           END-IF
           MOVE CUT-ALLOW-WHOLE TO CUT-M-ALLOW(CUT-MAT-IDX).

           EXIT PARAGRAPH.

       PLACE-ONE-PIECE.
           PERFORM VARYING CUT-STRIP-IDX FROM 1 BY 1
               UNTIL CUT-STRIP-IDX > CUT-STRIP-COUNT
               IF CUT-S-HEIGHT(CUT-STRIP-IDX) NOT <
                   CUT-P-HEIGHT(CUT-PIECE-IDX) AND
                   CUT-M-WIDTH(CUT-MAT-IDX) - CUT-S-USED(CUT-STRIP-IDX)
                   NOT < CUT-P-WIDTH(CUT-PIECE-IDX)
                   PERFORM PUT-PIECE-IN-STRIP
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF CUT-STRIP-COUNT NOT < 1000
               MOVE 9999 TO CUT-P-SHEET(CUT-PIECE-IDX)
               ADD 1 TO CUT-M-OVERSIZE(CUT-MAT-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CUT-SHEET-IDX FROM 1 BY 1
               UNTIL CUT-SHEET-IDX > CUT-SHEET-COUNT
               IF CUT-M-LENGTH(CUT-MAT-IDX) -
                   CUT-SH-USED-LEN(CUT-SHEET-IDX)
                   NOT < CUT-P-HEIGHT(CUT-PIECE-IDX)
                   PERFORM OPEN-STRIP-ON-SHEET
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF CUT-SHEET-COUNT NOT < 500
               MOVE 9999 TO CUT-P-SHEET(CUT-PIECE-IDX)
               ADD 1 TO CUT-M-OVERSIZE(CUT-MAT-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CUT-SHEET-COUNT
           MOVE CUT-SHEET-COUNT TO CUT-SHEET-IDX
           MOVE ZERO TO CUT-SH-USED-LEN(CUT-SHEET-IDX)
           PERFORM OPEN-STRIP-ON-SHEET.

           EXIT PARAGRAPH.

       OPEN-STRIP-ON-SHEET.
           ADD 1 TO CUT-STRIP-COUNT
           MOVE CUT-STRIP-COUNT TO CUT-STRIP-IDX
           MOVE CUT-SHEET-IDX TO CUT-S-SHEET(CUT-STRIP-IDX)
           MOVE CUT-SH-USED-LEN(CUT-SHEET-IDX) TO
               CUT-S-Y(CUT-STRIP-IDX)
           MOVE CUT-P-HEIGHT(CUT-PIECE-IDX) TO
               CUT-S-HEIGHT(CUT-STRIP-IDX)
           MOVE ZERO TO CUT-S-USED(CUT-STRIP-IDX)
           ADD CUT-P-HEIGHT(CUT-PIECE-IDX) TO
               CUT-SH-USED-LEN(CUT-SHEET-IDX)
           PERFORM PUT-PIECE-IN-STRIP.

           EXIT PARAGRAPH.

       PUT-PIECE-IN-STRIP.
           MOVE CUT-S-SHEET(CUT-STRIP-IDX) TO
               CUT-P-SHEET(CUT-PIECE-IDX)
           MOVE CUT-S-USED(CUT-STRIP-IDX) TO CUT-P-X(CUT-PIECE-IDX)
           MOVE CUT-S-Y(CUT-STRIP-IDX) TO CUT-P-Y(CUT-PIECE-IDX)
           ADD CUT-P-WIDTH(CUT-PIECE-IDX) TO
               CUT-S-USED(CUT-STRIP-IDX)
           ADD 1 TO CUT-M-PIECES(CUT-MAT-IDX)
           ADD CUT-P-AREA(CUT-PIECE-IDX) TO
               CUT-M-PIECE-AREA(CUT-MAT-IDX).

           EXIT PARAGRAPH.

      *================= REPORT ================================
       PRINT-CUTTING-LIST.
           MOVE "CUT-LIST" TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-REPORT
           ACCEPT CUT-TODAY FROM DATE YYYYMMDD
           STRING "CUTTING LIST - JOB " CUT-JOB-NUM " REVISION "
               WS-QR-CUR-REV " (RUN " CUT-TODAY ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF CUT-DEFAULT-MAT NOT = SPACES
               STRING "PIECES MARKED K ARE CUT FROM " CUT-DEFAULT-MAT
                   " AS KEYED - NOT COSTED ON THE QUOTE"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM PRINT-ONE-MATERIAL
               VARYING CUT-MAT-IDX FROM 1 BY 1
               UNTIL CUT-MAT-IDX > CUT-MAT-COUNT
           IF CUT-NO-MAT > ZERO
               STRING CUT-NO-MAT " SHAPE(S) NOT COSTED ON THE QUOTE "
                   "LEFT OFF"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF CUT-NO-SHEET > ZERO
               STRING CUT-NO-SHEET " SHAPE(S) IN A MATERIAL WITH NO "
                   "SHEET SIZE LEFT OFF"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF CUT-DROPPED > ZERO
               STRING CUT-DROPPED " SHAPE(S) OVER THE 500-PIECE "
                   "LIMIT LEFT OFF"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM SPOOL-CLOSE-REPORT.

           EXIT PARAGRAPH.

       PRINT-ONE-MATERIAL.
           IF CUT-M-PIECES(CUT-MAT-IDX) = ZERO AND
               CUT-M-OVERSIZE(CUT-MAT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE CUT-M-WIDTH(CUT-MAT-IDX) TO CUT-DIM-OUT
           MOVE CUT-M-LENGTH(CUT-MAT-IDX) TO CUT-DIM2-OUT
           STRING "MATERIAL " CUT-M-CODE(CUT-MAT-IDX) " "
               CUT-M-DESC(CUT-MAT-IDX) " SHEET " CUT-DIM-OUT " X "
               CUT-DIM2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           COMPUTE CUT-SHEET-AREA =
               CUT-M-WIDTH(CUT-MAT-IDX) * CUT-M-LENGTH(CUT-MAT-IDX)
           PERFORM PRINT-ONE-SHEET
               VARYING CUT-SHEET-IDX FROM 1 BY 1
               UNTIL CUT-SHEET-IDX > CUT-M-SHEETS(CUT-MAT-IDX)
           PERFORM VARYING CUT-PIECE-IDX FROM 1 BY 1
               UNTIL CUT-PIECE-IDX > CUT-PIECE-COUNT
               IF CUT-P-MAT-IDX(CUT-PIECE-IDX) = CUT-MAT-IDX AND
                   CUT-P-SHEET(CUT-PIECE-IDX) = 9999
                   MOVE CUT-P-WIDTH(CUT-PIECE-IDX) TO CUT-DIM-OUT
                   MOVE CUT-P-HEIGHT(CUT-PIECE-IDX) TO CUT-DIM2-OUT
                   STRING "  " CUT-P-SHAPE(CUT-PIECE-IDX) " "
                       CUT-DIM-OUT " X " CUT-DIM2-OUT
                       "  NOT LAID OUT - TOO BIG"
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           IF CUT-M-SHEETS(CUT-MAT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF

           COMPUTE CUT-TOTAL-AREA =
               CUT-SHEET-AREA * CUT-M-SHEETS(CUT-MAT-IDX)
           COMPUTE CUT-OFFCUT-PCT ROUNDED =
               (CUT-TOTAL-AREA - CUT-M-PIECE-AREA(CUT-MAT-IDX))
               * 100 / CUT-TOTAL-AREA
           MOVE CUT-M-SHEETS(CUT-MAT-IDX) TO CUT-COUNT-OUT
           MOVE CUT-OFFCUT-PCT TO CUT-PCT-OUT
           STRING "SHEETS REQUIRED " CUT-COUNT-OUT
               "   OFFCUT WASTE " CUT-PCT-OUT "%"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE CUT-M-PIECE-AREA(CUT-MAT-IDX) TO CUT-AREA-OUT
           MOVE CUT-TOTAL-AREA TO CUT-AREA2-OUT
           STRING "PIECE AREA " CUT-AREA-OUT "  SHEET AREA "
               CUT-AREA2-OUT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           IF CUT-M-ON-QUOTE(CUT-MAT-IDX) = "Y"
               STRING "WASTE ALLOWANCE: QUOTED "
                   CUT-M-QUOTED-WASTE(CUT-MAT-IDX) "%, FROM THE "
                   "CUTTING LIST " CUT-M-ALLOW(CUT-MAT-IDX) "%"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING "WASTE ALLOWANCE FROM THE CUTTING LIST "
                   CUT-M-ALLOW(CUT-MAT-IDX) "% (MATERIAL NOT ON "
                   "THE QUOTE)"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

      *PIECE POSITIONS ARE ACROSS THE WIDTH, THEN DOWN THE LENGTH,
      *FROM THE SHEET'S CORNER. "K" MARKS A PIECE CUT FROM THE
      *KEYED MATERIAL RATHER THAN A COSTED LINE
       PRINT-ONE-SHEET.
           MOVE ZERO TO CUT-SHEET-PIECES
           MOVE ZERO TO CUT-SHEET-PIECE-AREA
           PERFORM VARYING CUT-PIECE-IDX FROM 1 BY 1
               UNTIL CUT-PIECE-IDX > CUT-PIECE-COUNT
               IF CUT-P-MAT-IDX(CUT-PIECE-IDX) = CUT-MAT-IDX AND
                   CUT-P-SHEET(CUT-PIECE-IDX) = CUT-SHEET-IDX
                   ADD 1 TO CUT-SHEET-PIECES
                   ADD CUT-P-AREA(CUT-PIECE-IDX) TO
                       CUT-SHEET-PIECE-AREA
               END-IF
           END-PERFORM
           COMPUTE CUT-OFFCUT-PCT ROUNDED =
               (CUT-SHEET-AREA - CUT-SHEET-PIECE-AREA) * 100
               / CUT-SHEET-AREA
           MOVE CUT-SHEET-PIECES TO CUT-COUNT-OUT
           MOVE CUT-OFFCUT-PCT TO CUT-PCT-OUT
           STRING " SHEET " CUT-SHEET-IDX "  PIECES " CUT-COUNT-OUT
               "  OFFCUT " CUT-PCT-OUT "%"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING CUT-PIECE-IDX FROM 1 BY 1
               UNTIL CUT-PIECE-IDX > CUT-PIECE-COUNT
               IF CUT-P-MAT-IDX(CUT-PIECE-IDX) = CUT-MAT-IDX AND
                   CUT-P-SHEET(CUT-PIECE-IDX) = CUT-SHEET-IDX
                   PERFORM PRINT-ONE-PIECE
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       PRINT-ONE-PIECE.
           MOVE CUT-P-WIDTH(CUT-PIECE-IDX) TO CUT-DIM-OUT
           MOVE CUT-P-HEIGHT(CUT-PIECE-IDX) TO CUT-DIM2-OUT
           MOVE CUT-P-X(CUT-PIECE-IDX) TO CUT-POS-OUT
           MOVE CUT-P-Y(CUT-PIECE-IDX) TO CUT-POS2-OUT
           STRING "  " CUT-P-SHAPE(CUT-PIECE-IDX) " " CUT-DIM-OUT
               " X " CUT-DIM2-OUT " AT " CUT-POS-OUT ","
               CUT-POS2-OUT " " CUT-P-SOURCE(CUT-PIECE-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM EMIT-REPORT-LINE.

           EXIT PARAGRAPH.

       EMIT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-WRITE-LINE.

           EXIT PARAGRAPH.

      *================= BACK TO THE QUOTE =====================
      *EACH SHEET MATERIAL ON THE QUOTE WHOSE CUT WASTE DIFFERS
      *FROM WHAT WAS QUOTED IS OFFERED; ANY TAKEN UP GO ON A NEW
      *REVISION SO THE QUOTE AS OFFERED STAYS ON FILE
       OFFER-CUT-WASTE.
           MOVE ZERO TO CUT-APPLY-COUNT
           PERFORM ASK-ONE-MATERIAL-WASTE
               VARYING CUT-MAT-IDX FROM 1 BY 1
               UNTIL CUT-MAT-IDX > CUT-MAT-COUNT
           IF CUT-APPLY-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-JOB-STILL-OPEN
           IF CUT-OK NOT = "Y"
               DISPLAY "JOB IS ALREADY DECIDED ON QUOTSTAT.DAT - "
                   "QUOTE NOT REVISED"
               EXIT PARAGRAPH
           END-IF
           IF CUT-LINE-OVERFLOW = "Y"
               DISPLAY "MORE THAN 100 LINES ON THE REVISION - "
                   "QUOTE NOT REVISED"
               EXIT PARAGRAPH
           END-IF
           PERFORM CUT-WASTE-REVISION.

           EXIT PARAGRAPH.

       ASK-ONE-MATERIAL-WASTE.
           IF CUT-M-ON-QUOTE(CUT-MAT-IDX) NOT = "Y" OR
               CUT-M-SHEETS(CUT-MAT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           IF CUT-M-ALLOW(CUT-MAT-IDX) =
               CUT-M-QUOTED-WASTE(CUT-MAT-IDX)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "QUOTE " CUT-M-CODE(CUT-MAT-IDX) " AT "
               CUT-M-ALLOW(CUT-MAT-IDX) "% WASTE IN PLACE OF "
               CUT-M-QUOTED-WASTE(CUT-MAT-IDX) "% (Y/N): "
               WITH NO ADVANCING
           ACCEPT CUT-ANSWER
           IF CUT-ANSWER = "Y" OR CUT-ANSWER = "y"
               MOVE "Y" TO CUT-M-APPLY(CUT-MAT-IDX)
               ADD 1 TO CUT-APPLY-COUNT
           END-IF.

           EXIT PARAGRAPH.

      *EVERY LINE OF THE CURRENT REVISION GOES FORWARD; THOSE IN A
      *MATERIAL TAKEN UP ARE RE-COSTED AT THE NEW WASTE. SALESMAN
      *AND MARKUP CARRY OVER, VALID FOR THE USUAL 30 DAYS
       CUT-WASTE-REVISION.
           COMPUTE CUT-NEW-REV = WS-QR-CUR-REV + 1
           ACCEPT CUT-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO CUT-OLD-TOTAL
           MOVE ZERO TO CUT-NEW-TOTAL
           PERFORM CARRY-ONE-LINE-FORWARD
               VARYING CUT-LINE-IDX FROM 1 BY 1
               UNTIL CUT-LINE-IDX > CUT-LINE-COUNT
           PERFORM WRITE-CUT-REVISION-LINES
           MOVE CUT-JOB-NUM TO QR-JOB-NUM
           MOVE CUT-NEW-REV TO QR-REVISION
           MOVE CUT-TODAY TO WS-QR-BASE-DATE
           MOVE WS-QR-DEFAULT-DAYS TO WS-QR-DAYS
           PERFORM WORK-OUT-VALID-UNTIL
           MOVE WS-QR-VALID-UNTIL TO QR-VALID-UNTIL
           MOVE WS-QR-SALESMAN TO QR-SALESMAN
           MOVE WS-QR-MARKUP TO QR-MARKUP-PCT
           MOVE "CUTTING LIST" TO QR-REASON
           MOVE CUT-TODAY TO QR-CREATED-DATE
           MOVE WS-FH-OPERATOR-ID TO QR-OPERATOR-ID
           PERFORM WRITE-QUOTE-REVISION-ROW
           MOVE CUT-OLD-TOTAL TO CUT-TOTAL-OUT
           MOVE CUT-NEW-TOTAL TO CUT-TOTAL2-OUT
           DISPLAY "REVISION " CUT-NEW-REV " CUT: TOTAL "
               CUT-TOTAL-OUT " -> " CUT-TOTAL2-OUT
           DISPLAY "VALID UNTIL " WS-QR-VALID-UNTIL.

           EXIT PARAGRAPH.

      *SAME ARITHMETIC AS OFFER-MATERIAL-COSTING
       CARRY-ONE-LINE-FORWARD.
           MOVE CUT-LINE-IMAGE(CUT-LINE-IDX) TO QUOTE-RECORD
           ADD QU-COST TO CUT-OLD-TOTAL
           IF NOT QU-LINE-OPERATION
               MOVE QU-MATERIAL TO CUT-CODE
               PERFORM FIND-SHEET-MATERIAL
               IF CUT-FOUND = "Y"
                   IF CUT-M-APPLY(CUT-MAT-IDX) = "Y"
                       MOVE CUT-M-ALLOW(CUT-MAT-IDX) TO QU-WASTE-PCT
                       COMPUTE QU-COST ROUNDED =
                           QU-QUANTITY * (100 + QU-WASTE-PCT) / 100
                           * QU-RATE
                   END-IF
               END-IF
           END-IF
           ADD QU-COST TO CUT-NEW-TOTAL
           MOVE CUT-NEW-REV TO QU-REVISION
           MOVE CUT-TODAY TO QU-QUOTE-DATE
           MOVE WS-FH-OPERATOR-ID TO QU-OPERATOR-ID
           MOVE QUOTE-RECORD TO CUT-LINE-IMAGE(CUT-LINE-IDX).

           EXIT PARAGRAPH.

       WRITE-CUT-REVISION-LINES.
           OPEN EXTEND QUOTE-FILE
           IF WS-QUOTE-STATUS = "35"
               OPEN OUTPUT QUOTE-FILE
           END-IF
           IF WS-QUOTE-STATUS NOT = "00" AND NOT = "05"
               MOVE "QUOTE-FILE" TO WS-FH-ERR-FILE-NAME
               MOVE "OPEN" TO WS-FH-ERR-OPERATION
               MOVE WS-QUOTE-STATUS TO WS-FH-ERR-STATUS
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CUT-LINE-IDX FROM 1 BY 1
               UNTIL CUT-LINE-IDX > CUT-LINE-COUNT
               MOVE CUT-LINE-IMAGE(CUT-LINE-IDX) TO QUOTE-RECORD
               WRITE QUOTE-RECORD
           END-PERFORM
           CLOSE QUOTE-FILE.

           EXIT PARAGRAPH.

      *ANYTHING BUT OPEN (OR NO ROW AT ALL) IS DECIDED
       CHECK-JOB-STILL-OPEN.
           MOVE "Y" TO CUT-OK
           MOVE "N" TO CUT-EOF
           OPEN INPUT QUOTSTAT-FILE
           IF WS-QUOTSTAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CUT-EOF = "Y"
               READ QUOTSTAT-FILE
                   AT END
                       MOVE "Y" TO CUT-EOF
                   NOT AT END
                       IF QS-JOB-NUM = CUT-JOB-NUM AND
                           QS-STATUS NOT = "OPEN"
                           MOVE "N" TO CUT-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUOTSTAT-FILE.

           EXIT PARAGRAPH.

       COPY "quote-rev.cpy".

       COPY "runlog-write.cpy".

       COPY "file-error.cpy".

       COPY "spool-call.cpy".


       COPY "capture-operator.cpy".
