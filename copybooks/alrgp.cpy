      * shared operator-alert register paragraphs - record a newly
      * raised alert, load and rewrite the register, bring it into
      * step with the sign-on alert file and escalate alerts left
      * unacknowledged too long.  the program supplies the
      * ALERT-FILE (OPALERT.DAT) SELECT and FD and the suite
      * configuration lookup beside these
      * COPY ALRGP.

       REGISTER-OPERATOR-ALERT.
           ACCEPT WS-ALRG-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ALRG-NOW-CLOCK FROM TIME
           MOVE SPACES TO WS-ALERT-REG-REC
           INITIALIZE WS-ALERT-REG-REC
           MOVE WS-ALRG-NOW-DATE TO ALG-RAISED-DATE
           MOVE WS-ALRG-NOW-TIME TO ALG-RAISED-TIME
           MOVE WS-ALRG-SOURCE TO ALG-SOURCE
           MOVE WS-ALRG-TEXT TO ALG-TEXT
           MOVE "O" TO ALG-STATE
           MOVE "N" TO ALG-ESCALATED
           OPEN EXTEND ALERT-REGISTER-FILE
           IF WS-ALRG-STATUS = "35"
               OPEN OUTPUT ALERT-REGISTER-FILE
           END-IF
           WRITE ALERT-REGISTER-RECORD FROM WS-ALERT-REG-REC
           CLOSE ALERT-REGISTER-FILE.

      * the register as it stands, brought into step with the
      * sign-on alert file and with overdue alerts escalated, and
      * rewritten when either changed anything
       REFRESH-ALERT-REGISTER.
           PERFORM LOAD-ALERT-REGISTER
           MOVE "N" TO WS-ALRG-CHANGED
           PERFORM SYNC-ALERT-REGISTER
           PERFORM ESCALATE-OVERDUE-ALERTS
           IF WS-ALRG-CHANGED = "Y"
               PERFORM SAVE-ALERT-REGISTER
           END-IF.

       LOAD-ALERT-REGISTER.
           MOVE 0 TO WS-ALRG-COUNT
           MOVE "N" TO WS-ALRG-EOF
           OPEN INPUT ALERT-REGISTER-FILE
           IF WS-ALRG-STATUS = "00"
               PERFORM LOAD-NEXT-REGISTER-ENTRY UNTIL AT-ALRG-EOF
               CLOSE ALERT-REGISTER-FILE
           END-IF.

       LOAD-NEXT-REGISTER-ENTRY.
           READ ALERT-REGISTER-FILE
               AT END MOVE "Y" TO WS-ALRG-EOF
           END-READ
           IF NOT AT-ALRG-EOF
               IF ALERT-REGISTER-RECORD(1:8) IS NUMERIC
                       AND WS-ALRG-COUNT < 500
                   ADD 1 TO WS-ALRG-COUNT
                   MOVE ALERT-REGISTER-RECORD
                       TO WS-ALRG-ENTRY(WS-ALRG-COUNT)
               END-IF
           END-IF.

       SAVE-ALERT-REGISTER.
           OPEN OUTPUT ALERT-REGISTER-FILE
           PERFORM SAVE-NEXT-REGISTER-ENTRY
               VARYING WS-ALRG-IDX FROM 1 BY 1
               UNTIL WS-ALRG-IDX > WS-ALRG-COUNT
           CLOSE ALERT-REGISTER-FILE.

       SAVE-NEXT-REGISTER-ENTRY.
           IF WS-ALRG-ENTRY(WS-ALRG-IDX) NOT = SPACES
               WRITE ALERT-REGISTER-RECORD
                   FROM WS-ALRG-ENTRY(WS-ALRG-IDX)
           END-IF.

      * each line of the sign-on alert file pairs with one open or
      * acknowledged register entry of the same text; a line with
      * none was written by a program that does not record its
      * alerts, and is entered now under SIGN-ON FILE
       SYNC-ALERT-REGISTER.
           MOVE SPACES TO WS-ALRG-PAIRED-TABLE
           MOVE "N" TO WS-ALRG-EOF
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM SYNC-NEXT-ALERT-LINE UNTIL AT-ALRG-EOF
               CLOSE ALERT-FILE
           END-IF.

       SYNC-NEXT-ALERT-LINE.
           READ ALERT-FILE
               AT END MOVE "Y" TO WS-ALRG-EOF
           END-READ
           IF NOT AT-ALRG-EOF
               IF ALERT-RECORD NOT = SPACES
                   MOVE ALERT-RECORD TO WS-ALRG-TEXT
                   MOVE 0 TO WS-ALRG-HIT
                   PERFORM PAIR-NEXT-REGISTER-ENTRY
                       VARYING WS-ALRG-IDX FROM 1 BY 1
                       UNTIL WS-ALRG-IDX > WS-ALRG-COUNT
                           OR WS-ALRG-HIT > 0
                   IF WS-ALRG-HIT = 0 AND WS-ALRG-COUNT < 500
                       ACCEPT WS-ALRG-NOW-DATE FROM DATE YYYYMMDD
                       ACCEPT WS-ALRG-NOW-CLOCK FROM TIME
                       MOVE SPACES TO WS-ALERT-REG-REC
                       INITIALIZE WS-ALERT-REG-REC
                       MOVE WS-ALRG-NOW-DATE TO ALG-RAISED-DATE
                       MOVE WS-ALRG-NOW-TIME TO ALG-RAISED-TIME
                       MOVE "SIGN-ON FILE" TO ALG-SOURCE
                       MOVE WS-ALRG-TEXT TO ALG-TEXT
                       MOVE "O" TO ALG-STATE
                       MOVE "N" TO ALG-ESCALATED
                       ADD 1 TO WS-ALRG-COUNT
                       MOVE WS-ALERT-REG-REC
                           TO WS-ALRG-ENTRY(WS-ALRG-COUNT)
                       MOVE "Y" TO WS-ALRG-PAIRED(WS-ALRG-COUNT)
                       MOVE "Y" TO WS-ALRG-CHANGED
                   END-IF
               END-IF
           END-IF.

       PAIR-NEXT-REGISTER-ENTRY.
           MOVE WS-ALRG-ENTRY(WS-ALRG-IDX) TO WS-ALERT-REG-REC
           IF WS-ALRG-PAIRED(WS-ALRG-IDX) NOT = "Y"
                   AND NOT ALG-CLEARED
                   AND ALG-TEXT = WS-ALRG-TEXT
               MOVE "Y" TO WS-ALRG-PAIRED(WS-ALRG-IDX)
               MOVE WS-ALRG-IDX TO WS-ALRG-HIT
           END-IF.

      * an alert nobody has acknowledged within the configured
      * hours is escalated once - marked in the register and
      * written to the escalation file
       ESCALATE-OVERDUE-ALERTS.
           MOVE "ALERT-ESCALATE-HOURS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-ALRG-ESCALATE-HOURS
           END-IF
           ACCEPT WS-ALRG-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ALRG-NOW-CLOCK FROM TIME
           MOVE 0 TO WS-ALRG-ESCALATED-COUNT
           PERFORM ESCALATE-NEXT-ALERT
               VARYING WS-ALRG-IDX FROM 1 BY 1
               UNTIL WS-ALRG-IDX > WS-ALRG-COUNT.

       ESCALATE-NEXT-ALERT.
           MOVE WS-ALRG-ENTRY(WS-ALRG-IDX) TO WS-ALERT-REG-REC
           IF ALG-OPEN AND NOT ALG-IS-ESCALATED
                   AND ALG-RAISED-DATE > 0
               MOVE ALG-RAISED-DATE TO WS-ALRG-FROM-DATE
               MOVE ALG-RAISED-TIME TO WS-ALRG-FROM-TIME
               MOVE WS-ALRG-NOW-DATE TO WS-ALRG-TO-DATE
               MOVE WS-ALRG-NOW-TIME TO WS-ALRG-TO-TIME
               PERFORM COMPUTE-ALERT-MINUTES
               IF WS-ALRG-MINUTES >= WS-ALRG-ESCALATE-HOURS * 60
                   MOVE "Y" TO ALG-ESCALATED
                   MOVE WS-ALRG-NOW-DATE TO ALG-ESC-DATE
                   MOVE WS-ALRG-NOW-TIME TO ALG-ESC-TIME
                   MOVE WS-ALERT-REG-REC TO WS-ALRG-ENTRY(WS-ALRG-IDX)
                   MOVE "Y" TO WS-ALRG-CHANGED
                   ADD 1 TO WS-ALRG-ESCALATED-COUNT
                   MOVE WS-ALRG-NOW-DATE TO ALE-DATE
                   MOVE WS-ALRG-NOW-TIME TO ALE-TIME
                   MOVE ALG-RAISED-DATE TO ALE-RAISED-DATE
                   MOVE ALG-RAISED-TIME TO ALE-RAISED-TIME
                   MOVE ALG-SOURCE TO ALE-SOURCE
                   MOVE ALG-TEXT TO ALE-TEXT
                   COMPUTE ALE-HOURS = WS-ALRG-MINUTES / 60
                   OPEN EXTEND ALERT-ESCALATION-FILE
                   IF WS-ALESC-STATUS = "35"
                       OPEN OUTPUT ALERT-ESCALATION-FILE
                   END-IF
                   WRITE ALERT-ESCALATION-RECORD FROM WS-ALRG-ESC-LINE
                   CLOSE ALERT-ESCALATION-FILE
               END-IF
           END-IF.

      * minutes from the FROM stamp to the TO stamp
       COMPUTE-ALERT-MINUTES.
           COMPUTE WS-ALRG-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-ALRG-TO-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-ALRG-FROM-DATE)) * 1440
               + WS-ALRG-TO-HH * 60 + WS-ALRG-TO-MM
               - WS-ALRG-FROM-HH * 60 - WS-ALRG-FROM-MM.
