           copy bltnsel.
           copy entlsel.
           copy cfgsel.
           copy licsel.

       data division.
       file section.

       copy cfgfd.

       copy licfd.

       working-storage section.
       01 THE-MESSAGE pic X(50).
       01 THE-NUMBER pic 9(2).
      *central suite configuration
       copy cfgws.

      *source and licence register - a rhyme whose licence has
      *lapsed is not displayed
       copy licws.

       procedure division.

       PROGRAM-BEGIN.
           PERFORM COUNT-RHYMES
           CLOSE RHYME-FILE
           PERFORM SELECT-RHYME.
           PERFORM LOAD-LICENCE-REGISTER.
           MOVE "RHYMES" TO WS-LIC-WANTED-LIBRARY
           MOVE WS-RHYME-ID TO WS-LIC-WANTED-ITEM
           PERFORM CHECK-ITEM-LICENCE
           IF LICENCE-LAPSED
               DISPLAY "ERROR! RHYME " WS-RHYME-ID " CANNOT BE "
                   "DISPLAYED - ITS LICENCE LAPSED ON "
                   WS-LIC-EXPIRY-DATE "."
               MOVE SPACES TO WS-OUTCOME
               STRING "* LAPSED RHYME " DELIMITED BY SIZE
                       WS-RHYME-ID DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           ELSE
               PERFORM LOAD-RHYME
               PERFORM LOOP-THROUGH-LINES
           END-IF.

       PROGRAM-DONE.
           MOVE "COMPLETED" TO WS-OUTCOME

       copy entlchk.

       copy licchk.

       copy opsignon.

       end program jack_01.
