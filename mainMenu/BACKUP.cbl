           COPY "stud-select.cpy".
           COPY "stat-select.cpy".
           COPY "oper-select.cpy".
           COPY "quota-select.cpy".
           COPY "coa-select.cpy".
           COPY "budget-select.cpy".
           COPY "vendor-select.cpy".
           COPY "loc-select.cpy".
           COPY "invloc-select.cpy".
           COPY "cat-select.cpy".
           COPY "bom-select.cpy".
           COPY "course-select.cpy".
           COPY "sectmap-select.cpy".
           COPY "degreq-select.cpy".
           COPY "prereq-select.cpy".
           COPY "instr-select.cpy".
           COPY "sectinst-select.cpy".
           COPY "gradedl-select.cpy".
           COPY "feesched-select.cpy".
           COPY "stuacct-select.cpy".
           COPY "corract-select.cpy".
           COPY "loanmast-select.cpy".
           COPY "loansched-select.cpy".
           COPY "closechk-select.cpy".
           COPY "apprq-select.cpy".
           COPY "lock-select.cpy".
           COPY "runlog-select.cpy".

           COPY "stud-rec.cpy".
           COPY "stat-rec.cpy".
           COPY "oper-rec.cpy".
           COPY "quota-rec.cpy".
           COPY "coa-rec.cpy".
           COPY "budget-rec.cpy".
           COPY "vendor-rec.cpy".
           COPY "loc-rec.cpy".
           COPY "invloc-rec.cpy".
           COPY "cat-rec.cpy".
           COPY "bom-rec.cpy".
           COPY "course-rec.cpy".
           COPY "sectmap-rec.cpy".
           COPY "degreq-rec.cpy".
           COPY "prereq-rec.cpy".
           COPY "instr-rec.cpy".
           COPY "sectinst-rec.cpy".
           COPY "gradedl-rec.cpy".
           COPY "feesched-rec.cpy".
           COPY "stuacct-rec.cpy".
           COPY "corract-rec.cpy".
           COPY "loanmast-rec.cpy".
           COPY "loansched-rec.cpy".
           COPY "closechk-rec.cpy".
           COPY "apprq-rec.cpy".
           COPY "lock-rec.cpy".
           COPY "fd-vars.cpy".

                   PERFORM COUNT-STAT-ROWS
               WHEN "opermast.dat"
                   PERFORM COUNT-OPER-ROWS
               WHEN "quota.dat"
                   PERFORM COUNT-QUOTA-ROWS
               WHEN "coa.dat"
                   PERFORM COUNT-COA-ROWS
               WHEN "budget.dat"
                   PERFORM COUNT-BUDGET-ROWS
               WHEN "vendor.dat"
                   PERFORM COUNT-VENDOR-ROWS
               WHEN "location.dat"
                   PERFORM COUNT-LOC-ROWS
               WHEN "invloc.dat"
                   PERFORM COUNT-INVLOC-ROWS
               WHEN "catmast.dat"
                   PERFORM COUNT-CAT-ROWS
               WHEN "bom.dat"
                   PERFORM COUNT-BOM-ROWS
               WHEN "course.dat"
                   PERFORM COUNT-COURSE-ROWS
               WHEN "sectmap.dat"
                   PERFORM COUNT-SECTMAP-ROWS
               WHEN "degreq.dat"
                   PERFORM COUNT-DEGREQ-ROWS
               WHEN "prereq.dat"
                   PERFORM COUNT-PREREQ-ROWS
               WHEN "instr.dat"
                   PERFORM COUNT-INSTR-ROWS
               WHEN "sectinst.dat"
                   PERFORM COUNT-SECTINST-ROWS
               WHEN "gradedl.dat"
                   PERFORM COUNT-GRADEDL-ROWS
               WHEN "feesched.dat"
                   PERFORM COUNT-FEESCHED-ROWS
               WHEN "stuacct.dat"
                   PERFORM COUNT-STUACCT-ROWS
               WHEN "corract.dat"
                   PERFORM COUNT-CORRACT-ROWS
               WHEN "loanmast.dat"
                   PERFORM COUNT-LOANMAST-ROWS
               WHEN "loansched.dat"
                   PERFORM COUNT-LOANSCHED-ROWS
               WHEN "closechk.dat"
                   PERFORM COUNT-CLOSECHK-ROWS
               WHEN "apprq.dat"
                   PERFORM COUNT-APPRQ-ROWS
               WHEN OTHER
                   MOVE "N" TO BKU-MASTER-UP
           END-EVALUATE.

           EXIT PARAGRAPH.

       COUNT-QUOTA-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO QT-SM-NUM
           START QUOTA-FILE KEY IS NOT LESS THAN QT-SM-NUM
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ QUOTA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE QUOTA-FILE.

           EXIT PARAGRAPH.

       COUNT-COA-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT COA-FILE
           IF WS-COA-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO COA-ACCOUNT
           START COA-FILE KEY IS NOT LESS THAN COA-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ COA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE COA-FILE.

           EXIT PARAGRAPH.

       COUNT-BUDGET-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO BG-KEY
           START BUDGET-FILE KEY IS NOT LESS THAN BG-KEY
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ BUDGET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

           EXIT PARAGRAPH.

       COUNT-VENDOR-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO VN-CODE
           START VENDOR-FILE KEY IS NOT LESS THAN VN-CODE
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ VENDOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE.

           EXIT PARAGRAPH.

       COUNT-LOC-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT LOC-FILE
           IF WS-LOC-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO LC-CODE
           START LOC-FILE KEY IS NOT LESS THAN LC-CODE
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ LOC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE LOC-FILE.

           EXIT PARAGRAPH.

       COUNT-INVLOC-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT INVLOC-FILE
           IF WS-INVLOC-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO IL-KEY
           START INVLOC-FILE KEY IS NOT LESS THAN IL-KEY
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ INVLOC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE INVLOC-FILE.

           EXIT PARAGRAPH.

       COUNT-CAT-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO CT-KEY
           START CAT-FILE KEY IS NOT LESS THAN CT-KEY
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ CAT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE CAT-FILE.

           EXIT PARAGRAPH.

       COUNT-BOM-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO BM-KEY
           START BOM-FILE KEY IS NOT LESS THAN BM-KEY
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ BOM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE BOM-FILE.

           EXIT PARAGRAPH.

       COUNT-COURSE-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO CO-COURSE-CODE
           START COURSE-FILE KEY IS NOT LESS THAN CO-COURSE-CODE
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ COURSE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE COURSE-FILE.

           EXIT PARAGRAPH.

       COUNT-SECTMAP-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT SECTMAP-FILE
           IF WS-SECTMAP-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO SC-KEY
           START SECTMAP-FILE KEY IS NOT LESS THAN SC-KEY
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ SECTMAP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE SECTMAP-FILE.

           EXIT PARAGRAPH.

       COUNT-DEGREQ-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT DEGREQ-FILE
           IF WS-DEGREQ-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO DR-KEY
           START DEGREQ-FILE KEY IS NOT LESS THAN DR-KEY
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ DEGREQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE DEGREQ-FILE.

           EXIT PARAGRAPH.

       COUNT-PREREQ-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT PREREQ-FILE
           IF WS-PREREQ-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO PQ-KEY
           START PREREQ-FILE KEY IS NOT LESS THAN PQ-KEY
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ PREREQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE PREREQ-FILE.

           EXIT PARAGRAPH.

       COUNT-INSTR-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT INSTR-FILE
           IF WS-INSTR-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO IR-INSTR-ID
           START INSTR-FILE KEY IS NOT LESS THAN IR-INSTR-ID
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ INSTR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE INSTR-FILE.

           EXIT PARAGRAPH.

       COUNT-SECTINST-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT SECTINST-FILE
           IF WS-SECTINST-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO SI-KEY
           START SECTINST-FILE KEY IS NOT LESS THAN SI-KEY
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ SECTINST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE SECTINST-FILE.

           EXIT PARAGRAPH.

       COUNT-GRADEDL-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT GRADEDL-FILE
           IF WS-GRADEDL-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO GD-TERM
           START GRADEDL-FILE KEY IS NOT LESS THAN GD-TERM
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ GRADEDL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE GRADEDL-FILE.

           EXIT PARAGRAPH.

       COUNT-FEESCHED-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT FEESCHED-FILE
           IF WS-FEESCHED-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO FS-KEY
           START FEESCHED-FILE KEY IS NOT LESS THAN FS-KEY
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ FEESCHED-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE FEESCHED-FILE.

           EXIT PARAGRAPH.

       COUNT-STUACCT-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT STUACCT-FILE
           IF WS-STUACCT-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO SA-STUDENT-NUM
           START STUACCT-FILE KEY IS NOT LESS THAN SA-STUDENT-NUM
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ STUACCT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE STUACCT-FILE.

           EXIT PARAGRAPH.

       COUNT-CORRACT-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT CORRACT-FILE
           IF WS-CORRACT-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO CA-KEY
           START CORRACT-FILE KEY IS NOT LESS THAN CA-KEY
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ CORRACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE CORRACT-FILE.

           EXIT PARAGRAPH.

       COUNT-LOANMAST-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT LOANMAST-FILE
           IF WS-LOANMAST-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE ZERO TO LN-LOAN-NUM
           START LOANMAST-FILE KEY IS NOT LESS THAN LN-LOAN-NUM
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ LOANMAST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE LOANMAST-FILE.

           EXIT PARAGRAPH.

       COUNT-LOANSCHED-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT LOANSCHED-FILE
           IF WS-LOANSCHED-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO LS-KEY
           START LOANSCHED-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ LOANSCHED-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE LOANSCHED-FILE.

           EXIT PARAGRAPH.

       COUNT-CLOSECHK-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT CLOSECHK-FILE
           IF WS-CLOSECHK-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE LOW-VALUES TO CK-KEY
           START CLOSECHK-FILE KEY IS NOT LESS THAN CK-KEY
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ CLOSECHK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE CLOSECHK-FILE.

           EXIT PARAGRAPH.

       COUNT-APPRQ-ROWS.
           MOVE "N" TO BKU-EOF
           OPEN INPUT APPRQ-FILE
           IF WS-APPRQ-STATUS NOT = "00"
               MOVE "N" TO BKU-MASTER-UP
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKU-MASTER-UP
           MOVE ZERO TO AQ-REQ-NUM
           START APPRQ-FILE KEY IS NOT LESS THAN AQ-REQ-NUM
               INVALID KEY
                   MOVE "Y" TO BKU-EOF
           END-START
           PERFORM UNTIL BKU-EOF = "Y"
               READ APPRQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO BKU-EOF
                   NOT AT END
                       ADD 1 TO BKU-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE APPRQ-FILE.

           EXIT PARAGRAPH.

       BACKUP-ONE-SEQUENTIAL.
           MOVE SPACES TO BKU-IN-NAME
           MOVE WS-SFT-FILE(WS-SFT-IDX) TO BKU-IN-NAME
