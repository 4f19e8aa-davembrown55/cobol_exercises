      * shared Add01 closed-dates paragraphs - test a business date
      * before posting to it, and append a close or reopen line
      * COPY CLSP.

       CHECK-DATE-CLOSED.
           MOVE "N" TO WS-CLS-STATE
           MOVE "N" TO WS-CLS-EOF
           OPEN INPUT CLOSED-DATE-FILE
           IF WS-CLS-STATUS = "00"
               PERFORM SCAN-NEXT-CLOSED-DATE UNTIL AT-CLS-EOF
               CLOSE CLOSED-DATE-FILE
           END-IF.

       SCAN-NEXT-CLOSED-DATE.
           READ CLOSED-DATE-FILE
               AT END MOVE "Y" TO WS-CLS-EOF
           END-READ
           IF NOT AT-CLS-EOF
               MOVE CLOSED-DATE-RECORD TO WS-CLOSED-DATE-REC
               IF CLS-DATE IS NUMERIC
                       AND CLS-DATE = WS-CLS-WANTED-DATE
                   IF CLS-CLOSED
                       MOVE "Y" TO WS-CLS-STATE
                   ELSE
                       MOVE "N" TO WS-CLS-STATE
                   END-IF
               END-IF
           END-IF.

       WRITE-CLOSED-DATE.
      * the caller sets CLS-DATE, CLS-ACTION and CLS-REASON
           MOVE WS-OPERATOR-ID TO CLS-OPERATOR
           ACCEPT CLS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT CLS-STAMP-TIME FROM TIME
           OPEN EXTEND CLOSED-DATE-FILE
           IF WS-CLS-STATUS = "35"
               OPEN OUTPUT CLOSED-DATE-FILE
           END-IF
           WRITE CLOSED-DATE-RECORD FROM WS-CLOSED-DATE-REC
           CLOSE CLOSED-DATE-FILE.
