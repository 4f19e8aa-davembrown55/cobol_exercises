      * shared trainee readiness paragraphs - load and rewrite the
      * readiness file, and find one trainee's record
      * COPY RDYP.

       LOAD-READINESS-TABLE.
           MOVE 0 TO WS-RDY-COUNT
           MOVE "N" TO WS-RDY-EOF
           OPEN INPUT READINESS-FILE
           IF WS-RDY-STATUS = "00"
               PERFORM LOAD-NEXT-READINESS UNTIL AT-RDY-EOF
               CLOSE READINESS-FILE
           END-IF.

       LOAD-NEXT-READINESS.
           READ READINESS-FILE
               AT END MOVE "Y" TO WS-RDY-EOF
           END-READ
           IF NOT AT-RDY-EOF
               IF READINESS-RECORD(1:10) NOT = SPACES
                       AND WS-RDY-COUNT < 200
                   ADD 1 TO WS-RDY-COUNT
                   MOVE READINESS-RECORD TO WS-RDY-ENTRY(WS-RDY-COUNT)
               END-IF
           END-IF.

       SAVE-READINESS-TABLE.
           OPEN OUTPUT READINESS-FILE
           PERFORM SAVE-NEXT-READINESS
               VARYING WS-RDY-IDX FROM 1 BY 1
               UNTIL WS-RDY-IDX > WS-RDY-COUNT
           CLOSE READINESS-FILE.

       SAVE-NEXT-READINESS.
           WRITE READINESS-RECORD FROM WS-RDY-ENTRY(WS-RDY-IDX).

       FIND-READINESS.
           MOVE 0 TO WS-RDY-HIT
           PERFORM MATCH-NEXT-READINESS
               VARYING WS-RDY-IDX FROM 1 BY 1
               UNTIL WS-RDY-IDX > WS-RDY-COUNT
           IF WS-RDY-HIT > 0
               MOVE WS-RDY-ENTRY(WS-RDY-HIT) TO WS-READINESS-REC
           END-IF.

       MATCH-NEXT-READINESS.
           IF WS-RDY-ENTRY(WS-RDY-IDX)(1:10) = WS-RDY-WANTED
               MOVE WS-RDY-IDX TO WS-RDY-HIT
           END-IF.
