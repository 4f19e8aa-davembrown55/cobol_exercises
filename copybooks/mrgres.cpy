      * shared mail-merge placeholder resolution - a template line
      * in THE-MESSAGE may carry &NAME (the recipient), &DATE (the
      * processing date), &OPER (the signed-on operator's name) and
      * &REF (the reference field), resolved here.  any other
      * &-placeholder is handed to the program's own
      * RESOLVE-LOCAL-PLACEHOLDER paragraph, which appends its value
      * and steps WS-TPL-POS past it, or sets WS-BAD-PLACEHOLDER and
      * steps one character on.  a line with a placeholder that
      * cannot be resolved is flagged on the print file rather than
      * printed half-done.  the finished line is left in
      * WS-BUILD-LINE and handed to the program's own
      * WRITE-MERGED-LINE paragraph, which puts it on whichever
      * file the letter is going to.
      * COPY MRGRES.

      *the template is walked one character at a time - plain text
      *is copied across, and each &-placeholder is swapped for its
      *value.  an & followed by anything else is an error on the
      *run report, never a half-resolved letter
       RESOLVE-TEMPLATE-LINE.
           MOVE "N" TO WS-BAD-PLACEHOLDER
           MOVE SPACES TO WS-BUILD-LINE
           MOVE 0 TO WS-BUILD-POS
           PERFORM TRIM-THE-MESSAGE
           MOVE 1 TO WS-TPL-POS
           PERFORM RESOLVE-NEXT-CHARACTER
               UNTIL WS-TPL-POS > WS-COUNTER
           IF PLACEHOLDER-UNRESOLVED
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "** UNRESOLVED PLACEHOLDER IN: "
                       DELIMITED BY SIZE
                       THE-MESSAGE DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               END-STRING
           END-IF
           PERFORM WRITE-MERGED-LINE.

       RESOLVE-NEXT-CHARACTER.
           IF THE-MESSAGE(WS-TPL-POS:1) = "&"
               PERFORM RESOLVE-ONE-PLACEHOLDER
           ELSE
               PERFORM APPEND-ONE-CHARACTER
               ADD 1 TO WS-TPL-POS
           END-IF.

       RESOLVE-ONE-PLACEHOLDER.
           EVALUATE TRUE
               WHEN WS-TPL-POS + 4 <= WS-MESSAGE-MAX-LEN
                       AND THE-MESSAGE(WS-TPL-POS:5) = "&NAME"
                   MOVE THE-NAME TO WS-VALUE-FIELD
                   PERFORM APPEND-VALUE
                   ADD 5 TO WS-TPL-POS
               WHEN WS-TPL-POS + 4 <= WS-MESSAGE-MAX-LEN
                       AND THE-MESSAGE(WS-TPL-POS:5) = "&DATE"
                   MOVE WS-DATE-TEXT TO WS-VALUE-FIELD
                   PERFORM APPEND-VALUE
                   ADD 5 TO WS-TPL-POS
               WHEN WS-TPL-POS + 4 <= WS-MESSAGE-MAX-LEN
                       AND THE-MESSAGE(WS-TPL-POS:5) = "&OPER"
                   MOVE WS-OPERATOR-REC-NAME TO WS-VALUE-FIELD
                   PERFORM APPEND-VALUE
                   ADD 5 TO WS-TPL-POS
               WHEN WS-TPL-POS + 3 <= WS-MESSAGE-MAX-LEN
                       AND THE-MESSAGE(WS-TPL-POS:4) = "&REF"
                   MOVE WS-REFERENCE TO WS-VALUE-FIELD
                   PERFORM APPEND-VALUE
                   ADD 4 TO WS-TPL-POS
               WHEN OTHER
                   PERFORM RESOLVE-LOCAL-PLACEHOLDER
           END-EVALUATE.

       APPEND-ONE-CHARACTER.
           IF WS-BUILD-POS < 70
               ADD 1 TO WS-BUILD-POS
               MOVE THE-MESSAGE(WS-TPL-POS:1)
                   TO WS-BUILD-LINE(WS-BUILD-POS:1)
           END-IF.

       APPEND-VALUE.
           PERFORM STEP-BACK-ONE-CHARACTER
               VARYING WS-VALUE-LEN FROM 40 BY -1
                   UNTIL WS-VALUE-LEN = 0
                       OR WS-VALUE-FIELD(WS-VALUE-LEN:1)
                           NOT = SPACE
           PERFORM APPEND-NEXT-VALUE-CHAR
               VARYING WS-VALUE-IDX FROM 1 BY 1
               UNTIL WS-VALUE-IDX > WS-VALUE-LEN.

       APPEND-NEXT-VALUE-CHAR.
           IF WS-BUILD-POS < 70
               ADD 1 TO WS-BUILD-POS
               MOVE WS-VALUE-FIELD(WS-VALUE-IDX:1)
                   TO WS-BUILD-LINE(WS-BUILD-POS:1)
           END-IF.

      *reduce ws-counter to length of the-message with trailing
      *spaces removed
       TRIM-THE-MESSAGE.
           PERFORM STEP-BACK-ONE-CHARACTER
               VARYING WS-COUNTER FROM WS-MESSAGE-MAX-LEN BY -1
                   UNTIL WS-COUNTER = 0
                       OR THE-MESSAGE(WS-COUNTER:1) NOT = SPACE.

      *the trailing-space scans do all their work in the VARYING
       STEP-BACK-ONE-CHARACTER.
           CONTINUE.
