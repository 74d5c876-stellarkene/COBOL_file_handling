      *====================================================
      * GL-ACCT-LOAD.CPY
      * Shared paragraphs behind gl-acct-table.cpy. A GL poster
      * PERFORMs LOAD-GL-ACCOUNT-MAP once before it looks up a
      * purpose: the chart of accounts (coa.dat) goes into
      * WS-COA, then each purpose row of glmap.dat into WS-GLA
      * with the account's name off the chart. Before writing
      * to gljrnl.dat the poster MOVEs each account it is about
      * to hit to WS-GLA-CHECK-ACCT and PERFORMs
      * CHECK-GL-ACCOUNT-POSTABLE; WS-GLA-POSTABLE comes back
      * "N" - with the reason displayed - for a blank (purpose
      * not mapped), unknown or inactive account, and the
      * poster writes none of the entry. The caller needs
      * coa-select/-rec and glmap-select/-rec in scope.
      *====================================================
       LOAD-GL-ACCOUNT-MAP.
           MOVE ZERO TO WS-COA-COUNT
           MOVE ZERO TO WS-GLA-TABLE-COUNT
           MOVE "N" TO WS-GLA-EOF
           OPEN INPUT COA-FILE
           IF WS-COA-STATUS NOT = "00"
               DISPLAY "NO CHART OF ACCOUNTS ON FILE (COA.DAT) - "
-                  "GL POSTINGS WILL BE REFUSED"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO COA-ACCOUNT
           START COA-FILE KEY IS NOT LESS THAN COA-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-GLA-EOF
           END-START
           PERFORM UNTIL WS-GLA-EOF = "Y"
               READ COA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GLA-EOF
                   NOT AT END
                       IF WS-COA-COUNT < 500
                           ADD 1 TO WS-COA-COUNT
                           MOVE COA-ACCOUNT TO
                               WS-COA-T-ACCOUNT(WS-COA-COUNT)
                           MOVE COA-NAME TO
                               WS-COA-T-NAME(WS-COA-COUNT)
                           MOVE COA-TYPE TO
                               WS-COA-T-TYPE(WS-COA-COUNT)
                           MOVE COA-NORMAL-SIDE TO
                               WS-COA-T-SIDE(WS-COA-COUNT)
                           MOVE COA-ACTIVE TO
                               WS-COA-T-ACTIVE(WS-COA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COA-FILE

           MOVE "N" TO WS-GLA-EOF
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = "00"
               DISPLAY "NO POSTING-PURPOSE MAP ON FILE (GLMAP.DAT) "
-                  "- GL POSTINGS WILL BE REFUSED"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GLA-EOF = "Y"
               READ GLMAP-FILE
                   AT END
                       MOVE "Y" TO WS-GLA-EOF
                   NOT AT END
                       IF WS-GLA-TABLE-COUNT < 40
                           ADD 1 TO WS-GLA-TABLE-COUNT
                           PERFORM MAP-ONE-GL-PURPOSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLMAP-FILE.

           EXIT PARAGRAPH.

       MAP-ONE-GL-PURPOSE.
           MOVE GM-PURPOSE TO WS-GLA-PURPOSE(WS-GLA-TABLE-COUNT)
           MOVE GM-ACCOUNT TO WS-GLA-ACCOUNT(WS-GLA-TABLE-COUNT)
           MOVE GM-SIDE TO WS-GLA-SIDE(WS-GLA-TABLE-COUNT)
           MOVE "NOT ON CHART" TO WS-GLA-DESC(WS-GLA-TABLE-COUNT)
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT
               IF WS-COA-T-ACCOUNT(WS-COA-IDX) = GM-ACCOUNT
                   MOVE WS-COA-T-NAME(WS-COA-IDX) TO
                       WS-GLA-DESC(WS-GLA-TABLE-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EXIT PARAGRAPH.

       CHECK-GL-ACCOUNT-POSTABLE.
           MOVE "N" TO WS-GLA-POSTABLE
           IF WS-GLA-CHECK-ACCT = SPACES
               DISPLAY "POSTING PURPOSE NOT MAPPED TO A GL ACCOUNT "
-                  "- SET IT UP IN CHART-OF-ACCOUNTS"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT
               IF WS-COA-T-ACCOUNT(WS-COA-IDX) = WS-GLA-CHECK-ACCT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-COA-IDX > WS-COA-COUNT
               DISPLAY "GL ACCOUNT " WS-GLA-CHECK-ACCT
                   " IS NOT ON THE CHART OF ACCOUNTS"
               EXIT PARAGRAPH
           END-IF
           IF WS-COA-T-ACTIVE(WS-COA-IDX) NOT = "Y"
               DISPLAY "GL ACCOUNT " WS-GLA-CHECK-ACCT
                   " IS INACTIVE ON THE CHART OF ACCOUNTS"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-GLA-POSTABLE.

           EXIT PARAGRAPH.
