      * shared job request queue paragraphs - load and rewrite the
      * queue, find one request, test a run against the requester's
      * entitlements, and rewrite the response deck.  the deck and
      * the request search work through WS-JOB-REQUEST-REC, so a
      * caller holding a request there stores it back first
      * COPY JOBQP.

       LOAD-JOB-QUEUE.
           MOVE 0 TO WS-JOBQ-COUNT
           MOVE 0 TO WS-JOBQ-LAST-NUMBER
           MOVE "N" TO WS-JOBQ-EOF
           OPEN INPUT JOB-QUEUE-FILE
           IF WS-JOBQ-STATUS = "00"
               PERFORM LOAD-NEXT-JOB-REQUEST UNTIL AT-JOBQ-EOF
               CLOSE JOB-QUEUE-FILE
           END-IF.

       LOAD-NEXT-JOB-REQUEST.
           READ JOB-QUEUE-FILE
               AT END MOVE "Y" TO WS-JOBQ-EOF
           END-READ
           IF NOT AT-JOBQ-EOF
               IF JOB-QUEUE-RECORD(1:6) IS NUMERIC
                       AND WS-JOBQ-COUNT < 200
                   ADD 1 TO WS-JOBQ-COUNT
                   MOVE JOB-QUEUE-RECORD
                       TO WS-JOBQ-ENTRY(WS-JOBQ-COUNT)
                   IF JOB-QUEUE-RECORD(1:6) > WS-JOBQ-LAST-NUMBER
                       MOVE JOB-QUEUE-RECORD(1:6)
                           TO WS-JOBQ-LAST-NUMBER
                   END-IF
               END-IF
           END-IF.

       SAVE-JOB-QUEUE.
           OPEN OUTPUT JOB-QUEUE-FILE
           PERFORM SAVE-NEXT-JOB-REQUEST
               VARYING WS-JOBQ-IDX FROM 1 BY 1
               UNTIL WS-JOBQ-IDX > WS-JOBQ-COUNT
           CLOSE JOB-QUEUE-FILE
           PERFORM WRITE-JOB-DECK.

       SAVE-NEXT-JOB-REQUEST.
           IF WS-JOBQ-ENTRY(WS-JOBQ-IDX) NOT = SPACES
               WRITE JOB-QUEUE-RECORD FROM WS-JOBQ-ENTRY(WS-JOBQ-IDX)
           END-IF.

       FIND-JOB-REQUEST.
           MOVE 0 TO WS-JOBQ-HIT
           PERFORM MATCH-NEXT-JOB-REQUEST
               VARYING WS-JOBQ-IDX FROM 1 BY 1
               UNTIL WS-JOBQ-IDX > WS-JOBQ-COUNT
           IF WS-JOBQ-HIT > 0
               MOVE WS-JOBQ-ENTRY(WS-JOBQ-HIT) TO WS-JOB-REQUEST-REC
           END-IF.

       MATCH-NEXT-JOB-REQUEST.
           IF WS-JOBQ-ENTRY(WS-JOBQ-IDX)(1:6) = WS-JOBQ-WANTED
               MOVE WS-JOBQ-IDX TO WS-JOBQ-HIT
           END-IF.

      * the entitlement matrix for the signed-on operator (or the
      * requester the scheduler has stood in WS-OPERATOR-ID and
      * WS-OPERATOR-REC) against run WS-JQT-IDX - the same rule as
      * CHECK-PROGRAM-ENTITLEMENT, with the role byte deciding for
      * an operator who has no entitlement records.  the outage
      * calendar is left to the night, when the run actually starts
       CHECK-REQUEST-ENTITLEMENT.
           MOVE WS-JQT-ENTL(WS-JQT-IDX) TO WS-ENTL-PROGRAM
           MOVE "F" TO WS-ENTL-RESULT
           MOVE "N" TO WS-ENTL-EOF
           MOVE "N" TO WS-ENTL-ANY
           MOVE "N" TO WS-ENTL-MATCH
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-ENTL-STATUS = "00"
               PERFORM SCAN-NEXT-ENTITLEMENT UNTIL AT-ENTL-EOF
               CLOSE ENTITLEMENT-FILE
               IF WS-ENTL-ANY = "Y"
                   IF WS-ENTL-MATCH = "Y"
                       MOVE "A" TO WS-ENTL-RESULT
                   ELSE
                       MOVE "D" TO WS-ENTL-RESULT
                   END-IF
               END-IF
           END-IF
           IF ENTITLEMENT-FALLBACK
               EVALUATE WS-JQT-MIN-ROLE(WS-JQT-IDX)
                   WHEN "T"
                       MOVE "A" TO WS-ENTL-RESULT
                   WHEN "O"
                       IF ROLE-TRAINEE
                           MOVE "D" TO WS-ENTL-RESULT
                       ELSE
                           MOVE "A" TO WS-ENTL-RESULT
                       END-IF
                   WHEN OTHER
                       IF ROLE-SUPERVISOR
                           MOVE "A" TO WS-ENTL-RESULT
                       ELSE
                           MOVE "D" TO WS-ENTL-RESULT
                       END-IF
               END-EVALUATE
           END-IF.

      * the queued requests, priority 1 first and request order
      * within a priority, each with the sign-on, the run's fixed
      * mode answer, the requester's answers and its closing answer
       WRITE-JOB-DECK.
           MOVE "JOBQ-RUN-OPERATOR" TO WS-CFG-WANTED-NAME
           PERFORM GET-SUITE-PARAMETER
           IF CONFIG-FOUND AND WS-CFG-VALUE NOT = SPACES
               MOVE WS-CFG-VALUE TO WS-JOBQ-RUN-OPERATOR
           END-IF
           OPEN OUTPUT JOB-DECK-FILE
           PERFORM WRITE-NEXT-DECK-REQUEST
               VARYING WS-JOBQ-PASS FROM 1 BY 1
                   UNTIL WS-JOBQ-PASS > 9
               AFTER WS-JOBQ-IDX FROM 1 BY 1
                   UNTIL WS-JOBQ-IDX > WS-JOBQ-COUNT
           MOVE SPACES TO JOB-DECK-RECORD
           MOVE "X" TO JOB-DECK-RECORD
           WRITE JOB-DECK-RECORD
           CLOSE JOB-DECK-FILE.

       WRITE-NEXT-DECK-REQUEST.
           MOVE WS-JOBQ-ENTRY(WS-JOBQ-IDX) TO WS-JOB-REQUEST-REC
           IF JOBQ-QUEUED AND JOBQ-PRIORITY = WS-JOBQ-PASS
                   AND JOBQ-TYPE >= 1 AND JOBQ-TYPE <= WS-JQT-COUNT
               MOVE JOBQ-TYPE TO WS-JQT-IDX
               COMPUTE WS-JOBQ-DECK-LINES =
                   1 + WS-JQT-PROMPTS(WS-JQT-IDX)
               IF WS-JQT-LEAD(WS-JQT-IDX) NOT = SPACE
                   ADD 1 TO WS-JOBQ-DECK-LINES
               END-IF
               IF WS-JQT-TAIL(WS-JQT-IDX) NOT = SPACE
                   ADD 1 TO WS-JOBQ-DECK-LINES
               END-IF
               MOVE JOBQ-NUMBER TO JQM-NUMBER
               MOVE WS-JOBQ-DECK-LINES TO JQM-LINES
               WRITE JOB-DECK-RECORD FROM WS-JOBQ-MARKER
               MOVE SPACES TO JOB-DECK-RECORD
               MOVE WS-JOBQ-RUN-OPERATOR TO JOB-DECK-RECORD
               WRITE JOB-DECK-RECORD
               IF WS-JQT-LEAD(WS-JQT-IDX) NOT = SPACE
                   MOVE SPACES TO JOB-DECK-RECORD
                   MOVE WS-JQT-LEAD(WS-JQT-IDX) TO JOB-DECK-RECORD
                   WRITE JOB-DECK-RECORD
               END-IF
               PERFORM WRITE-NEXT-DECK-ANSWER
                   VARYING WS-JQT-PROMPT-IDX FROM 1 BY 1
                   UNTIL WS-JQT-PROMPT-IDX > WS-JQT-PROMPTS(WS-JQT-IDX)
               IF WS-JQT-TAIL(WS-JQT-IDX) NOT = SPACE
                   MOVE SPACES TO JOB-DECK-RECORD
                   MOVE WS-JQT-TAIL(WS-JQT-IDX) TO JOB-DECK-RECORD
                   WRITE JOB-DECK-RECORD
               END-IF
           END-IF.

       WRITE-NEXT-DECK-ANSWER.
           MOVE SPACES TO JOB-DECK-RECORD
           MOVE JOBQ-ANSWER(WS-JQT-PROMPT-IDX) TO JOB-DECK-RECORD
           WRITE JOB-DECK-RECORD.
