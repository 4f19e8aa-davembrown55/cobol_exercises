      * entitlement file for the signed-on operator: any records
      * at all make the matrix authoritative (allowed only when
      * the wanted program is listed); no records, or no file,
      * falls back to the role byte.  a planned outage in progress
      * for the wanted program then refuses anyone but a supervisor
      * COPY ENTLCHK.

       CHECK-PROGRAM-ENTITLEMENT.
                       MOVE "D" TO WS-ENTL-RESULT
                   END-IF
               END-IF
           END-IF
           PERFORM CHECK-PROGRAM-OUTAGE.

       SCAN-NEXT-ENTITLEMENT.
           READ ENTITLEMENT-FILE
                   END-IF
               END-IF
           END-IF.

       CHECK-PROGRAM-OUTAGE.
           MOVE "N" TO WS-OUTG-REFUSED
           PERFORM FIND-CURRENT-OUTAGE
           IF OUTAGE-FOUND
               IF ROLE-SUPERVISOR
                   IF NOT OUTAGE-CHECK-QUIET
                       DISPLAY "NOTE: PLANNED OUTAGE IN PROGRESS "
                           "UNTIL " WS-OUTG-TO-DATE " "
                           WS-OUTG-TO-TIME " - SUPERVISOR ACCESS "
                           "ONLY: " WS-OUTG-REASON
                   END-IF
               ELSE
                   MOVE "D" TO WS-ENTL-RESULT
                   MOVE "Y" TO WS-OUTG-REFUSED
                   IF NOT OUTAGE-CHECK-QUIET
                       DISPLAY "ERROR! " WS-ENTL-PROGRAM " IS DOWN "
                           "FOR A PLANNED OUTAGE UNTIL "
                           WS-OUTG-TO-DATE " " WS-OUTG-TO-TIME
                           ": " WS-OUTG-REASON
                       MOVE "* OUTAGE REFUSED" TO WS-OUTCOME
                       PERFORM WRITE-SUITE-AUDIT
                   END-IF
               END-IF
           END-IF.

      * an outage runs from its start up to, not including, its end
       FIND-CURRENT-OUTAGE.
           MOVE "N" TO WS-OUTG-FOUND
           MOVE "N" TO WS-OUTG-EOF
           ACCEPT WS-OUTG-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OUTG-CLOCK FROM TIME
           MOVE WS-OUTG-CLOCK(1:4) TO WS-OUTG-NOW-TIME
           OPEN INPUT OUTAGE-FILE
           IF WS-OUTG-STATUS = "00"
               PERFORM SCAN-NEXT-OUTAGE
                   UNTIL AT-OUTG-EOF OR OUTAGE-FOUND
               CLOSE OUTAGE-FILE
           END-IF.

       SCAN-NEXT-OUTAGE.
           READ OUTAGE-FILE
               AT END MOVE "Y" TO WS-OUTG-EOF
           END-READ
           IF NOT AT-OUTG-EOF
               IF OUTG-START-DATE IS NUMERIC
                       AND OUTG-START-TIME IS NUMERIC
                       AND OUTG-END-DATE IS NUMERIC
                       AND OUTG-END-TIME IS NUMERIC
                   MOVE OUTG-START-DATE TO WS-OUTG-FROM-DATE
                   MOVE OUTG-START-TIME TO WS-OUTG-FROM-TIME
                   MOVE OUTG-END-DATE TO WS-OUTG-TO-DATE
                   MOVE OUTG-END-TIME TO WS-OUTG-TO-TIME
                   IF WS-OUTG-FROM <= WS-OUTG-NOW
                           AND WS-OUTG-NOW < WS-OUTG-TO
                       PERFORM CHECK-OUTAGE-PROGRAMS
                       IF OUTAGE-COVERS-PROGRAM
                           MOVE "Y" TO WS-OUTG-FOUND
                           MOVE OUTG-REASON TO WS-OUTG-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-OUTAGE-PROGRAMS.
           MOVE "N" TO WS-OUTG-COVERED
           IF OUTG-PROGRAM-LIST = SPACES
               MOVE "Y" TO WS-OUTG-COVERED
           END-IF
           PERFORM CHECK-NEXT-OUTAGE-PROGRAM
               VARYING WS-OUTG-IDX FROM 1 BY 1
               UNTIL WS-OUTG-IDX > 5.

       CHECK-NEXT-OUTAGE-PROGRAM.
           IF OUTG-PROGRAM(WS-OUTG-IDX) = WS-ENTL-PROGRAM
                   OR OUTG-PROGRAM(WS-OUTG-IDX) = "ALL"
               MOVE "Y" TO WS-OUTG-COVERED
           END-IF.
