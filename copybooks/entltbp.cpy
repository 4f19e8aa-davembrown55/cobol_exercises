      * shared entitlement matrix load and rewrite - a slot blanked
      * in the table is dropped when the file is written back
      * COPY ENTLTBP.

       LOAD-ENTITLEMENT-TABLE.
           MOVE 0 TO WS-ENTL-COUNT
           MOVE "N" TO WS-ENTL-EOF
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-ENTL-STATUS = "00"
               PERFORM LOAD-NEXT-ENTITLEMENT UNTIL AT-ENTL-EOF
               CLOSE ENTITLEMENT-FILE
           END-IF.

       LOAD-NEXT-ENTITLEMENT.
           READ ENTITLEMENT-FILE
               AT END MOVE "Y" TO WS-ENTL-EOF
           END-READ

           IF NOT AT-ENTL-EOF
               IF ENTL-OPERATOR NOT = SPACES
                       AND WS-ENTL-COUNT < 500
                   ADD 1 TO WS-ENTL-COUNT
                   MOVE ENTL-OPERATOR
                       TO WS-ETB-OPERATOR(WS-ENTL-COUNT)
                   MOVE ENTL-PROGRAM
                       TO WS-ETB-PROGRAM(WS-ENTL-COUNT)
               END-IF
           END-IF.

       SAVE-ENTITLEMENT-TABLE.
           OPEN OUTPUT ENTITLEMENT-FILE
           PERFORM SAVE-NEXT-ENTITLEMENT
               VARYING WS-ENTL-IDX FROM 1 BY 1
               UNTIL WS-ENTL-IDX > WS-ENTL-COUNT
           CLOSE ENTITLEMENT-FILE.

       SAVE-NEXT-ENTITLEMENT.
           IF WS-ETB-OPERATOR(WS-ENTL-IDX) NOT = SPACES
               MOVE WS-ETB-OPERATOR(WS-ENTL-IDX) TO ENTL-OPERATOR
               MOVE WS-ETB-PROGRAM(WS-ENTL-IDX) TO ENTL-PROGRAM
               WRITE ENTITLEMENT-RECORD
           END-IF.
