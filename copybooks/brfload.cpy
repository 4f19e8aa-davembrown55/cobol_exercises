      * shared refresher-briefing library paragraphs - load the
      * library into WS-BRF-TABLE, and say whether the briefing at
      * WS-BRF-IDX is assigned to the role in WS-BRF-WANTED-ROLE.
      * an operator record from before the role byte existed counts
      * as a full operator, the way the sign-on treats it
      * COPY BRFLOAD.

       LOAD-BRIEFING-LIBRARY.
           MOVE 0 TO WS-BRF-COUNT
           MOVE "N" TO WS-BRF-LIB-EOF
           OPEN INPUT BRIEFING-LIBRARY-FILE
           IF WS-BRF-LIB-STATUS = "00"
               PERFORM LOAD-NEXT-BRIEFING UNTIL AT-BRF-LIB-EOF
               CLOSE BRIEFING-LIBRARY-FILE
           END-IF
           IF WS-BRF-COUNT = 0
               MOVE 1 TO WS-BRF-COUNT
               MOVE "REFRESH1" TO WS-BRF-ID(1)
               MOVE "REFRESHER BRIEFING" TO WS-BRF-TITLE(1)
               MOVE 0 TO WS-BRF-VERSION(1)
               MOVE SPACES TO WS-BRF-ROLES(1)
               MOVE "REFRESH1.DAT" TO WS-BRF-TEXT-FILE(1)
               MOVE "RFRSHQZ.DAT" TO WS-BRF-QUIZ-FILE(1)
           END-IF.

       LOAD-NEXT-BRIEFING.
           READ BRIEFING-LIBRARY-FILE
               AT END MOVE "Y" TO WS-BRF-LIB-EOF
           END-READ

           IF NOT AT-BRF-LIB-EOF
               IF BRF-ID NOT = SPACES AND BRF-TEXT-FILE NOT = SPACES
                       AND WS-BRF-COUNT < 20
                   ADD 1 TO WS-BRF-COUNT
                   MOVE BRF-ID TO WS-BRF-ID(WS-BRF-COUNT)
                   MOVE BRF-TITLE TO WS-BRF-TITLE(WS-BRF-COUNT)
                   IF BRF-VERSION IS NUMERIC
                       MOVE BRF-VERSION
                           TO WS-BRF-VERSION(WS-BRF-COUNT)
                   ELSE
                       MOVE 0 TO WS-BRF-VERSION(WS-BRF-COUNT)
                   END-IF
                   MOVE BRF-ROLES TO WS-BRF-ROLES(WS-BRF-COUNT)
                   MOVE BRF-TEXT-FILE
                       TO WS-BRF-TEXT-FILE(WS-BRF-COUNT)
                   MOVE BRF-QUIZ-FILE
                       TO WS-BRF-QUIZ-FILE(WS-BRF-COUNT)
               END-IF
           END-IF.

       CHECK-BRIEFING-ROLE.
           MOVE "N" TO WS-BRF-ASSIGNED
           IF WS-BRF-WANTED-ROLE = SPACE
               MOVE "O" TO WS-BRF-WANTED-ROLE
           END-IF
           IF WS-BRF-ROLES(WS-BRF-IDX) = SPACES
                   OR WS-BRF-ROLES(WS-BRF-IDX)(1:1) = WS-BRF-WANTED-ROLE
                   OR WS-BRF-ROLES(WS-BRF-IDX)(2:1) = WS-BRF-WANTED-ROLE
                   OR WS-BRF-ROLES(WS-BRF-IDX)(3:1) = WS-BRF-WANTED-ROLE
               MOVE "Y" TO WS-BRF-ASSIGNED
           END-IF.
