      * shared change-freeze check - is a freeze naming
      * WS-FRZ-PROGRAM (or naming no programs) in force today, and
      * if so may this change go ahead as an emergency
      * COPY FRZCHK.

       CHECK-CHANGE-FREEZE.
           MOVE "A" TO WS-FRZ-RESULT
           PERFORM FIND-CURRENT-FREEZE
           IF FREEZE-FOUND
               DISPLAY "CHANGE FREEZE IN FORCE TO " WS-FRZ-TO-DATE
                   ": " WS-FRZ-REASON
               IF NOT ROLE-SUPERVISOR
                   MOVE "R" TO WS-FRZ-RESULT
                   DISPLAY "ERROR! NO CHANGES MAY BE MADE DURING A "
                       "FREEZE - AN EMERGENCY CHANGE NEEDS A "
                       "SUPERVISOR."
                   MOVE "* FREEZE REFUSED" TO WS-OUTCOME
                   PERFORM WRITE-SUITE-AUDIT
               ELSE
                   IF WS-FRZ-EMERGENCY = SPACES
                       DISPLAY "ENTER THE EMERGENCY-CHANGE REASON, "
                           "OR BLANK TO MAKE NO CHANGE: "
                       ACCEPT WS-FRZ-EMERGENCY
                   END-IF
                   IF WS-FRZ-EMERGENCY = SPACES
                       MOVE "R" TO WS-FRZ-RESULT
                       DISPLAY "NO CHANGE MADE."
                   ELSE
                       PERFORM RECORD-FREEZE-EXCEPTION
                       MOVE "* FREEZE EMERGENCY" TO WS-OUTCOME
                       PERFORM WRITE-SUITE-AUDIT
                   END-IF
               END-IF
           END-IF.

      * a freeze covers its first and last days and all between
       FIND-CURRENT-FREEZE.
           MOVE "N" TO WS-FRZ-FOUND
           MOVE "N" TO WS-FRZ-EOF
           ACCEPT WS-FRZ-TODAY FROM DATE YYYYMMDD
           OPEN INPUT FREEZE-FILE
           IF WS-FRZ-STATUS = "00"
               PERFORM SCAN-NEXT-FREEZE
                   UNTIL AT-FRZ-EOF OR FREEZE-FOUND
               CLOSE FREEZE-FILE
           END-IF.

       SCAN-NEXT-FREEZE.
           READ FREEZE-FILE
               AT END MOVE "Y" TO WS-FRZ-EOF
           END-READ
           IF NOT AT-FRZ-EOF
               IF FRZ-START-DATE IS NUMERIC
                       AND FRZ-END-DATE IS NUMERIC
                   IF FRZ-START-DATE <= WS-FRZ-TODAY
                           AND WS-FRZ-TODAY <= FRZ-END-DATE
                       PERFORM CHECK-FREEZE-PROGRAMS
                       IF FREEZE-COVERS-PROGRAM
                           MOVE "Y" TO WS-FRZ-FOUND
                           MOVE FRZ-END-DATE TO WS-FRZ-TO-DATE
                           MOVE FRZ-REASON TO WS-FRZ-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-FREEZE-PROGRAMS.
           MOVE "N" TO WS-FRZ-COVERED
           IF FRZ-PROGRAM-LIST = SPACES
               MOVE "Y" TO WS-FRZ-COVERED
           END-IF
           PERFORM CHECK-NEXT-FREEZE-PROGRAM
               VARYING WS-FRZ-IDX FROM 1 BY 1
               UNTIL WS-FRZ-IDX > 8.

       CHECK-NEXT-FREEZE-PROGRAM.
           IF FRZ-PROGRAM(WS-FRZ-IDX) = WS-FRZ-PROGRAM
                   OR FRZ-PROGRAM(WS-FRZ-IDX) = "ALL"
               MOVE "Y" TO WS-FRZ-COVERED
           END-IF.

       RECORD-FREEZE-EXCEPTION.
           OPEN EXTEND FREEZE-EXCEPTION-FILE
           IF WS-FRZX-STATUS = "35"
               OPEN OUTPUT FREEZE-EXCEPTION-FILE
           END-IF
           MOVE SPACES TO FREEZE-EXCEPTION-RECORD
           MOVE WS-FRZ-TODAY TO FRZX-DATE
           ACCEPT WS-FRZ-CLOCK FROM TIME
           MOVE WS-FRZ-CLOCK(1:4) TO FRZX-TIME
           MOVE WS-FRZ-PROGRAM TO FRZX-PROGRAM
           MOVE WS-OPERATOR-ID TO FRZX-OPERATOR
           MOVE WS-FRZ-ACTION TO FRZX-ACTION
           MOVE WS-FRZ-EMERGENCY TO FRZX-REASON
           WRITE FREEZE-EXCEPTION-RECORD
           CLOSE FREEZE-EXCEPTION-FILE.
