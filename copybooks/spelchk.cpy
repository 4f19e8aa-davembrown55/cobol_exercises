      * shared spelling-gate paragraphs - see COPY SPELWS.  the
      * dictionary is WORDREF.DAT and the match ignores case.  the
      * including program also copies NEARMTCH and supplies
      * RECORD-SPELLING-ACCEPTANCE
      * COPY SPELCHK.

       LOAD-SPELL-REFERENCE.
           MOVE 0 TO WS-REF-COUNT
           MOVE "N" TO WS-SPELL-REF-EOF
           MOVE "N" TO WS-SPELL-AVAILABLE
           OPEN INPUT SPELL-REFERENCE-FILE
           IF WS-SPELL-REF-STATUS = "00"
               MOVE "Y" TO WS-SPELL-AVAILABLE
               PERFORM LOAD-NEXT-SPELL-WORD UNTIL AT-SPELL-REF-EOF
               CLOSE SPELL-REFERENCE-FILE
           ELSE
               DISPLAY "WARNING! WORDREF.DAT CANNOT BE OPENED - "
                   "NEW WORDING WILL NOT BE SPELL-CHECKED."
           END-IF.

       LOAD-NEXT-SPELL-WORD.
           READ SPELL-REFERENCE-FILE
               AT END MOVE "Y" TO WS-SPELL-REF-EOF
           END-READ

           IF NOT AT-SPELL-REF-EOF
               IF SPELL-REFERENCE-RECORD NOT = SPACES
                       AND WS-REF-COUNT < 500
                   ADD 1 TO WS-REF-COUNT
                   MOVE SPELL-REFERENCE-RECORD
                       TO WS-REF-WORD(WS-REF-COUNT)
                   MOVE FUNCTION UPPER-CASE(SPELL-REFERENCE-RECORD)
                       TO WS-REF-COMPARE(WS-REF-COUNT)
               END-IF
           END-IF.

      * words are split at spaces and punctuation, the same way the
      * readability measures split them, and checking stops at the
      * first word turned down
       CHECK-SPELLING.
           MOVE "Y" TO WS-SPELL-RESULT
           MOVE 0 TO WS-SPELL-FLAGGED
           IF SPELL-CHECK-AVAILABLE
               MOVE 0 TO WS-SPELL-WORD-LEN
               MOVE SPACES TO WS-SPELL-WORD
               PERFORM CHECK-NEXT-SPELL-CHARACTER
                   VARYING WS-SPELL-POS FROM 1 BY 1
                   UNTIL WS-SPELL-POS > 50 OR SPELLING-REJECTED
               IF WS-SPELL-WORD-LEN > 0 AND SPELLING-ACCEPTED
                   PERFORM CHECK-ONE-SPELL-WORD
               END-IF
           END-IF.

       CHECK-NEXT-SPELL-CHARACTER.
           MOVE WS-SPELL-TEXT(WS-SPELL-POS:1) TO WS-SPELL-CHAR
           IF SPELL-SEPARATOR
               IF WS-SPELL-WORD-LEN > 0
                   PERFORM CHECK-ONE-SPELL-WORD
               END-IF
           ELSE
               ADD 1 TO WS-SPELL-WORD-LEN
               MOVE WS-SPELL-CHAR
                   TO WS-SPELL-WORD(WS-SPELL-WORD-LEN:1)
           END-IF.

      * a word of figures alone is not a spelling
       CHECK-ONE-SPELL-WORD.
           IF WS-SPELL-WORD(1:WS-SPELL-WORD-LEN) IS NOT NUMERIC
               MOVE FUNCTION UPPER-CASE(WS-SPELL-WORD)
                   TO WS-VAL-COMPARE
               MOVE 0 TO WS-REF-HIT
               PERFORM MATCH-SPELL-WORD
                   VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
                       OR WS-REF-HIT > 0
               IF WS-REF-HIT = 0
                   PERFORM GET-SPELL-ACCEPTANCE
               END-IF
           END-IF
           MOVE 0 TO WS-SPELL-WORD-LEN
           MOVE SPACES TO WS-SPELL-WORD.

       MATCH-SPELL-WORD.
           IF WS-REF-COMPARE(WS-REF-IDX) = WS-VAL-COMPARE
               MOVE WS-REF-IDX TO WS-REF-HIT
           END-IF.

       GET-SPELL-ACCEPTANCE.
           ADD 1 TO WS-SPELL-FLAGGED
           DISPLAY "NOT IN THE DICTIONARY: " WS-SPELL-WORD
           PERFORM FIND-NEAR-MATCHES
           IF WS-NM-FOUND = 0
               DISPLAY "  NO CLOSE MATCH IN THE DICTIONARY."
           END-IF
           PERFORM GET-SPELL-ANSWER.

      * nothing but an explicit Y passes a flagged word
       GET-SPELL-ANSWER.
           DISPLAY "ACCEPT THIS WORD AS KEYED? ENTER Y OR N: "
           ACCEPT WS-SPELL-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-SPELL-ANSWER)
               TO WS-SPELL-ANSWER
           EVALUATE WS-SPELL-ANSWER
               WHEN "Y"
                   PERFORM RECORD-SPELLING-ACCEPTANCE
               WHEN "N"
                   MOVE "N" TO WS-SPELL-RESULT
               WHEN OTHER
                   DISPLAY "ERROR! ENTER Y OR N: "
                   PERFORM GET-SPELL-ANSWER
           END-EVALUATE.

       WRITE-SUGGESTION-LINE.
           DISPLAY "  DID YOU MEAN: " WS-REF-WORD(WS-REF-IDX).
