      * shared Add01 cost-centre paragraphs - load the master into
      * memory and check a code against it.  an unknown or closed
      * code is the caller's to reject; the verdict says which.
      * COPY CCMP.

       LOAD-COST-CENTRES.
           MOVE 0 TO WS-CCM-COUNT
           MOVE "N" TO WS-CCM-EOF
           OPEN INPUT COST-CENTRE-FILE
           IF WS-CCM-STATUS = "00"
               PERFORM LOAD-NEXT-COST-CENTRE UNTIL AT-CCM-EOF
               CLOSE COST-CENTRE-FILE
           END-IF
           MOVE "ADD01-DEFAULT-CC" TO WS-CFG-WANTED-NAME
           PERFORM GET-SUITE-PARAMETER
           MOVE SPACES TO WS-CCM-DEFAULT
           IF CONFIG-FOUND
               MOVE WS-CFG-VALUE TO WS-CCM-DEFAULT
           END-IF.

       LOAD-NEXT-COST-CENTRE.
           READ COST-CENTRE-FILE
               AT END MOVE "Y" TO WS-CCM-EOF
           END-READ
           IF NOT AT-CCM-EOF
               IF COST-CENTRE-RECORD NOT = SPACES
                       AND WS-CCM-COUNT < 200
                   ADD 1 TO WS-CCM-COUNT
                   MOVE COST-CENTRE-RECORD
                       TO WS-CCM-ENTRY(WS-CCM-COUNT)
               END-IF
           END-IF.

       CHECK-COST-CENTRE.
           IF WS-CCM-WANTED = SPACES
               MOVE WS-CCM-DEFAULT TO WS-CCM-WANTED
           END-IF
           PERFORM FIND-COST-CENTRE
           IF WS-CCM-HIT = 0 OR WS-CCM-WANTED = SPACES
               MOVE "U" TO WS-CCM-VERDICT
           ELSE
               MOVE WS-CCM-ENTRY(WS-CCM-HIT) TO WS-COST-CENTRE-REC
               IF CCM-ACTIVE
                   MOVE "K" TO WS-CCM-VERDICT
               ELSE
                   MOVE "C" TO WS-CCM-VERDICT
               END-IF
           END-IF.

       FIND-COST-CENTRE.
           MOVE 0 TO WS-CCM-HIT
           PERFORM MATCH-NEXT-COST-CENTRE
               VARYING WS-CCM-IDX FROM 1 BY 1
               UNTIL WS-CCM-IDX > WS-CCM-COUNT.

       MATCH-NEXT-COST-CENTRE.
           IF WS-CCM-ENTRY-CODE(WS-CCM-IDX) = WS-CCM-WANTED
               MOVE WS-CCM-IDX TO WS-CCM-HIT
           END-IF.
