      * shared Add01 exchange-rate paragraphs - load the rates in
      * effect on a date and find the one for a currency code
      * COPY FXRP.

       LOAD-FX-RATES.
           MOVE 0 TO WS-FXR-COUNT
           MOVE "N" TO WS-FXR-EOF
           OPEN INPUT FX-RATE-FILE
           IF WS-FXR-STATUS = "00"
               PERFORM LOAD-NEXT-FX-RATE UNTIL AT-FXR-EOF
               CLOSE FX-RATE-FILE
           END-IF.

       LOAD-NEXT-FX-RATE.
           READ FX-RATE-FILE
               AT END MOVE "Y" TO WS-FXR-EOF
           END-READ
           IF NOT AT-FXR-EOF
               MOVE FX-RATE-RECORD TO WS-FX-RATE-REC
      * a rate not yet effective stays on the file and out of the
      * table, so a rate change can be keyed ahead of its date
               IF FXR-CODE NOT = SPACES
                       AND FXR-RATE IS NUMERIC
                       AND FXR-EFF-DATE IS NUMERIC
                       AND FXR-EFF-DATE <= WS-FXR-AS-AT
                       AND WS-FXR-COUNT < 100
                   ADD 1 TO WS-FXR-COUNT
                   MOVE FXR-CODE TO WS-FXR-ENTRY-CODE(WS-FXR-COUNT)
                   MOVE FXR-RATE TO WS-FXR-ENTRY-RATE(WS-FXR-COUNT)
               END-IF
           END-IF.

       CHECK-FX-RATE.
           IF WS-FXR-WANTED = SPACES
               MOVE "GBP" TO WS-FXR-WANTED
           END-IF
           MOVE "N" TO WS-FXR-FOUND
           MOVE 0 TO WS-FXR-RATE
           IF WS-FXR-WANTED = "GBP"
               MOVE 1 TO WS-FXR-RATE
               MOVE "Y" TO WS-FXR-FOUND
           ELSE
               MOVE 0 TO WS-FXR-HIT
               PERFORM MATCH-NEXT-FX-RATE
                   VARYING WS-FXR-IDX FROM 1 BY 1
                   UNTIL WS-FXR-IDX > WS-FXR-COUNT
               IF WS-FXR-HIT > 0
                   MOVE WS-FXR-ENTRY-RATE(WS-FXR-HIT) TO WS-FXR-RATE
                   MOVE "Y" TO WS-FXR-FOUND
               END-IF
           END-IF.

       MATCH-NEXT-FX-RATE.
      * the last effective record for the code wins
           IF WS-FXR-ENTRY-CODE(WS-FXR-IDX) = WS-FXR-WANTED
               MOVE WS-FXR-IDX TO WS-FXR-HIT
           END-IF.
