      * shared text-licence register paragraphs - load the register,
      * and say whether an item is unregistered, under a current
      * licence, or lapsed (expiry date before today)
      * COPY LICCHK.

       LOAD-LICENCE-REGISTER.
           ACCEPT WS-LIC-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-LIC-COUNT
           MOVE "N" TO WS-LIC-EOF
           OPEN INPUT LICENCE-FILE
           IF WS-LIC-STATUS = "00"
               PERFORM LOAD-NEXT-LICENCE UNTIL AT-LIC-EOF
               CLOSE LICENCE-FILE
           END-IF.

       LOAD-NEXT-LICENCE.
           READ LICENCE-FILE
               AT END MOVE "Y" TO WS-LIC-EOF
           END-READ

           IF NOT AT-LIC-EOF
               IF LIC-LIBRARY NOT = SPACES AND LIC-ITEM IS NUMERIC
                       AND WS-LIC-COUNT < 200
                   ADD 1 TO WS-LIC-COUNT
                   MOVE LIC-LIBRARY TO WS-LIC-LIBRARY(WS-LIC-COUNT)
                   MOVE LIC-ITEM TO WS-LIC-ITEM(WS-LIC-COUNT)
                   MOVE LIC-SOURCE TO WS-LIC-SOURCE(WS-LIC-COUNT)
                   MOVE LIC-TYPE TO WS-LIC-TYPE(WS-LIC-COUNT)
                   IF LIC-EXPIRY IS NUMERIC
                       MOVE LIC-EXPIRY TO WS-LIC-EXPIRY(WS-LIC-COUNT)
                   ELSE
                       MOVE 0 TO WS-LIC-EXPIRY(WS-LIC-COUNT)
                   END-IF
               END-IF
           END-IF.

       CHECK-ITEM-LICENCE.
           MOVE 0 TO WS-LIC-HIT
           PERFORM MATCH-ITEM-LICENCE
               VARYING WS-LIC-IDX FROM 1 BY 1
               UNTIL WS-LIC-IDX > WS-LIC-COUNT OR WS-LIC-HIT > 0
           IF WS-LIC-HIT = 0
               PERFORM MATCH-LIBRARY-LICENCE
                   VARYING WS-LIC-IDX FROM 1 BY 1
                   UNTIL WS-LIC-IDX > WS-LIC-COUNT OR WS-LIC-HIT > 0
           END-IF
           MOVE 0 TO WS-LIC-EXPIRY-DATE
           IF WS-LIC-HIT = 0
               MOVE "U" TO WS-LIC-RESULT
           ELSE
               MOVE WS-LIC-EXPIRY(WS-LIC-HIT) TO WS-LIC-EXPIRY-DATE
               IF WS-LIC-EXPIRY-DATE > 0
                       AND WS-LIC-EXPIRY-DATE < WS-LIC-TODAY
                   MOVE "L" TO WS-LIC-RESULT
               ELSE
                   MOVE "C" TO WS-LIC-RESULT
               END-IF
           END-IF.

       MATCH-ITEM-LICENCE.
           IF WS-LIC-LIBRARY(WS-LIC-IDX) = WS-LIC-WANTED-LIBRARY
                   AND WS-LIC-ITEM(WS-LIC-IDX) = WS-LIC-WANTED-ITEM
               MOVE WS-LIC-IDX TO WS-LIC-HIT
           END-IF.

       MATCH-LIBRARY-LICENCE.
           IF WS-LIC-LIBRARY(WS-LIC-IDX) = WS-LIC-WANTED-LIBRARY
                   AND WS-LIC-ITEM(WS-LIC-IDX) = 0
               MOVE WS-LIC-IDX TO WS-LIC-HIT
           END-IF.
