               goback
           END-IF.
           PERFORM SHOW-OPERATOR-ALERTS.
           PERFORM SHOW-UPCOMING-OUTAGES.
           PERFORM LOAD-OPERATOR-PREFS.
           PERFORM ASK-SCRIPT-MODE.
           IF WS-SCRIPT-MODE = "Y"
                   IF PICK-AUTHORISED
                       PERFORM RUN-SCRIPTED-PROGRAM
                   ELSE
                       IF NOT OUTAGE-REFUSED
                           DISPLAY "ERROR! ROLE NOT AUTHORISED FOR "
                               "SCRIPT STEP " WS-MENU-PICK-NUM
                       END-IF
                       MOVE SPACES TO WS-OUTCOME
                       STRING "* SCRIPT DENIED " DELIMITED BY SIZE
                               WS-MENU-PICK-NUM DELIMITED BY SIZE
           END-IF.
           PERFORM VALIDATE-INPUT.

      *only the programs this operator's role permits are offered,
      *and none that is down for a planned outage - quietly, as
      *nobody has asked for them yet
       DISPLAY-MENU.
           MOVE "Y" TO WS-OUTG-QUIET
           DISPLAY "SUITE DISPATCHER - ENTER A NUMBER TO RUN A PROGRAM"
           PERFORM CHECK-ITEM-1-AUTHORITY
           IF PICK-AUTHORISED
           IF PICK-AUTHORISED
               DISPLAY "10 HELLOWORLD2        (RUN-START BANNER)"
           END-IF
           MOVE "N" TO WS-OUTG-QUIET
           DISPLAY "ENTER X TO EXIT THE DISPATCHER"
           DISPLAY "ENTER ? FOR HELP".

                       PERFORM RUN-SELECTED-PROGRAM
                   ELSE
      *who is trying doors is worth knowing - every denial leaves
      *an audit line (an outage refusal has already written its own)
                       IF NOT OUTAGE-REFUSED
                           DISPLAY "ERROR! YOUR ROLE IS NOT "
                               "AUTHORISED FOR THAT PROGRAM."
                           MOVE SPACES TO WS-OUTCOME
                           STRING "* DENIED " DELIMITED BY SIZE
                                   WS-MENU-PICK-NUM DELIMITED BY SIZE
                               INTO WS-OUTCOME
                           END-STRING
                           PERFORM write-suite-audit
                       END-IF
                       PERFORM GET-INPUT
                   END-IF
               END-IF

       copy entlchk.

       copy outgshow.

       copy helpp.

       copy prefp.
