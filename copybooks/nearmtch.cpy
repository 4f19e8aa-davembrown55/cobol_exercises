      * shared near-match search - see COPY NEARWS.  up to three
      * close words are offered, each through the including
      * program's own WRITE-SUGGESTION-LINE, which finds the word
      * at WS-REF-WORD(WS-REF-IDX); WS-NM-FOUND says how many
      * COPY NEARMTCH.

       FIND-NEAR-MATCHES.
           MOVE 0 TO WS-NM-FOUND
           PERFORM NEAR-MATCH-STEP-BACK
               VARYING WS-NM-POS FROM 50 BY -1
               UNTIL WS-NM-POS = 0
                   OR WS-VAL-COMPARE(WS-NM-POS:1) NOT = SPACE
           MOVE WS-NM-POS TO WS-NM-VAL-LEN
           PERFORM CHECK-NEAR-MATCH
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
                   OR WS-NM-FOUND >= 3.

       CHECK-NEAR-MATCH.
           PERFORM NEAR-MATCH-STEP-BACK
               VARYING WS-NM-POS FROM 50 BY -1
               UNTIL WS-NM-POS = 0
                   OR WS-REF-COMPARE(WS-REF-IDX)(WS-NM-POS:1)
                       NOT = SPACE
           MOVE WS-NM-POS TO WS-NM-REF-LEN
           MOVE "N" TO WS-NM-CLOSE
           EVALUATE TRUE
               WHEN WS-NM-VAL-LEN = 0 OR WS-NM-REF-LEN = 0
                   CONTINUE
               WHEN WS-NM-VAL-LEN = WS-NM-REF-LEN
                   PERFORM TEST-SAME-LENGTH-CLOSENESS
               WHEN WS-NM-VAL-LEN = WS-NM-REF-LEN + 1
                   MOVE WS-VAL-COMPARE TO WS-NM-LONG
                   MOVE WS-NM-VAL-LEN TO WS-NM-LONG-LEN
                   MOVE WS-REF-COMPARE(WS-REF-IDX) TO WS-NM-SHORT
                   MOVE WS-NM-REF-LEN TO WS-NM-SHORT-LEN
                   PERFORM TEST-ONE-LETTER-EXTRA
               WHEN WS-NM-REF-LEN = WS-NM-VAL-LEN + 1
                   MOVE WS-REF-COMPARE(WS-REF-IDX) TO WS-NM-LONG
                   MOVE WS-NM-REF-LEN TO WS-NM-LONG-LEN
                   MOVE WS-VAL-COMPARE TO WS-NM-SHORT
                   MOVE WS-NM-VAL-LEN TO WS-NM-SHORT-LEN
                   PERFORM TEST-ONE-LETTER-EXTRA
           END-EVALUATE
           IF NEAR-MATCH
               ADD 1 TO WS-NM-FOUND
               PERFORM WRITE-SUGGESTION-LINE
           END-IF.

       NEAR-MATCH-STEP-BACK.
           CONTINUE.

      * same length: close means exactly one letter differs, or
      * exactly two adjacent letters differ and are each other -
      * a plain transposition
       TEST-SAME-LENGTH-CLOSENESS.
           MOVE 0 TO WS-NM-DIFFS
           MOVE 0 TO WS-NM-FIRST-DIFF
           MOVE 0 TO WS-NM-SECOND-DIFF
           PERFORM TALLY-POSITION-DIFF
               VARYING WS-NM-POS FROM 1 BY 1
               UNTIL WS-NM-POS > WS-NM-VAL-LEN
                   OR WS-NM-DIFFS > 2
           EVALUATE WS-NM-DIFFS
               WHEN 1
                   MOVE "Y" TO WS-NM-CLOSE
               WHEN 2
                   IF WS-NM-SECOND-DIFF = WS-NM-FIRST-DIFF + 1
                           AND WS-VAL-COMPARE(WS-NM-FIRST-DIFF:1)
                               = WS-REF-COMPARE(WS-REF-IDX)
                                   (WS-NM-SECOND-DIFF:1)
                           AND WS-VAL-COMPARE(WS-NM-SECOND-DIFF:1)
                               = WS-REF-COMPARE(WS-REF-IDX)
                                   (WS-NM-FIRST-DIFF:1)
                       MOVE "Y" TO WS-NM-CLOSE
                   END-IF
           END-EVALUATE.

       TALLY-POSITION-DIFF.
           IF WS-VAL-COMPARE(WS-NM-POS:1)
                   NOT = WS-REF-COMPARE(WS-REF-IDX)(WS-NM-POS:1)
               ADD 1 TO WS-NM-DIFFS
               IF WS-NM-DIFFS = 1
                   MOVE WS-NM-POS TO WS-NM-FIRST-DIFF
               END-IF
               IF WS-NM-DIFFS = 2
                   MOVE WS-NM-POS TO WS-NM-SECOND-DIFF
               END-IF
           END-IF.

      * lengths one apart: close means the longer word reads as the
      * shorter with exactly one letter passed over
       TEST-ONE-LETTER-EXTRA.
           MOVE 1 TO WS-NM-POS
           MOVE 1 TO WS-NM-POS2
           MOVE "N" TO WS-NM-SKIPPED
           MOVE "Y" TO WS-NM-CLOSE
           PERFORM WALK-ONE-SKIP
               UNTIL WS-NM-POS2 > WS-NM-SHORT-LEN
                   OR WS-NM-CLOSE = "N".

       WALK-ONE-SKIP.
           IF WS-NM-LONG(WS-NM-POS:1) = WS-NM-SHORT(WS-NM-POS2:1)
               ADD 1 TO WS-NM-POS
               ADD 1 TO WS-NM-POS2
           ELSE
               IF WS-NM-SKIPPED = "N"
                   MOVE "Y" TO WS-NM-SKIPPED
                   ADD 1 TO WS-NM-POS
               ELSE
                   MOVE "N" TO WS-NM-CLOSE
               END-IF
           END-IF.
