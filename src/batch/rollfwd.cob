                       PERFORM APPLY-CONTROL-IMAGE
                   WHEN 'GLACCOUNT'
                       PERFORM APPLY-GL-ACCOUNT-IMAGE
                   WHEN 'GLBRANCH'
                       PERFORM APPLY-GL-BRANCH-IMAGE
                   WHEN OTHER
                       ADD 1 TO WS-IMAGES-SKIPPED
               END-EVALUATE
           CALL 'FILES' USING 'CLOSE-GL-ACCOUNT-FILE'.
           ADD 1 TO WS-IMAGES-APPLIED.

       APPLY-GL-BRANCH-IMAGE.
      *    Rewrite the branch row if it exists, write it if it does
      *    not - branch shares move with the chart rows, and replaying
      *    one without the other would leave them out of step
           MOVE JRN-IMAGE TO GL-BRANCH-BALANCE-RECORD.

           CALL 'FILES' USING 'OPEN-GL-BRANCH-FILE-IO'.
           CALL 'FILES' USING 'UPDATE-GL-BRANCH'
               GL-BRANCH-BALANCE-RECORD WS-APPLY-STATUS.

           IF WS-APPLY-STATUS NOT = '00'
               MOVE JRN-IMAGE TO GL-BRANCH-BALANCE-RECORD
               CALL 'FILES' USING 'WRITE-GL-BRANCH'
                   GL-BRANCH-BALANCE-RECORD WS-APPLY-STATUS
           END-IF.

           CALL 'FILES' USING 'CLOSE-GL-BRANCH-FILE'.
           ADD 1 TO WS-IMAGES-APPLIED.

       APPLY-CONTROL-IMAGE.
      *    Replace the control record with the journaled image
      *    through the normal read/update critical section
