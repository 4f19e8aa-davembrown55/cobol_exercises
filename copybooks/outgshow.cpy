      * shared planned-outage warning - every outage in progress, or
      * starting within the next 24 hours, is shown at sign-on the
      * way the bulletins are, and each one shown leaves a line on
      * the audit trail so there is proof of who was warned
      * COPY OUTGSHOW.

       SHOW-UPCOMING-OUTAGES.
           MOVE "N" TO WS-OUTG-EOF
           ACCEPT WS-OUTG-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OUTG-CLOCK FROM TIME
           MOVE WS-OUTG-CLOCK(1:4) TO WS-OUTG-NOW-TIME
           COMPUTE WS-OUTG-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-OUTG-NOW-DATE) + 1)
           MOVE WS-OUTG-NOW-TIME TO WS-OUTG-WINDOW-TIME
           OPEN INPUT OUTAGE-FILE
           IF WS-OUTG-STATUS = "00"
               PERFORM SHOW-NEXT-OUTAGE UNTIL AT-OUTG-EOF
               CLOSE OUTAGE-FILE
           END-IF.

       SHOW-NEXT-OUTAGE.
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
                   IF WS-OUTG-NOW < WS-OUTG-TO
                           AND WS-OUTG-FROM <= WS-OUTG-WINDOW
                       PERFORM SHOW-ONE-OUTAGE
                   END-IF
               END-IF
           END-IF.

       SHOW-ONE-OUTAGE.
           IF WS-OUTG-FROM <= WS-OUTG-NOW
               DISPLAY "** PLANNED OUTAGE IN PROGRESS UNTIL "
                   OUTG-END-DATE " " OUTG-END-TIME ": " OUTG-REASON
           ELSE
               DISPLAY "** PLANNED OUTAGE FROM " OUTG-START-DATE " "
                   OUTG-START-TIME " TO " OUTG-END-DATE " "
                   OUTG-END-TIME ": " OUTG-REASON
           END-IF
           IF OUTG-PROGRAM-LIST = SPACES
               DISPLAY "   AFFECTS: ALL PROGRAMS"
           ELSE
               DISPLAY "   AFFECTS: " OUTG-PROGRAM-LIST
           END-IF
           MOVE SPACES TO WS-OUTCOME
           STRING "SEEN OUTAGE " DELIMITED BY SIZE
                   OUTG-START-DATE DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING
           PERFORM WRITE-SUITE-AUDIT.
