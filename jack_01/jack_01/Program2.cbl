           copy bltnsel.
           copy entlsel.
           copy cfgsel.
           copy spelsel.

       data division.
       file section.

       copy cfgfd.

       copy spelfd.

       working-storage section.
       copy errmsgs.

       01 WS-DONE PIC X VALUE "N".
         88 ENTRY-DONE VALUE "Y".

      *shared spelling gate - every new or replacement line is
      *checked against the word reference dictionary
       copy nearws.
       copy spelws.

      *shared suite-wide audit trail - the outcome is wide enough
      *to carry a spelling the operator accepted
       copy auditws.
       01 WS-OUTCOME PIC X(32) VALUE SPACES.

      *shared operator sign-on
       copy opsignws.
               goback
           END-IF.
           PERFORM LOAD-CATALOG.
           PERFORM LOAD-SPELL-REFERENCE.
           IF NOT SPELL-CHECK-AVAILABLE
               MOVE "NO SPELL CHECK" TO WS-OUTCOME
               PERFORM write-suite-audit
           END-IF.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM.
                       "- LINE NOT ADDED."
                   MOVE "Y" TO WS-DONE
               ELSE
                   PERFORM CHECK-NEW-LINE-SPELLING
                   IF SPELLING-REJECTED
                       DISPLAY "LINE NOT ADDED - KEY IT AGAIN, OR A "
                           "BLANK LINE TO FINISH"
                   ELSE
                       ADD 1 TO WS-RHYME-LINES(WS-PICK-RHYME)
                       MOVE WS-NEW-LINE
                           TO WS-RHYME-LINE(WS-PICK-RHYME,
                               WS-RHYME-LINES(WS-PICK-RHYME))
                   END-IF
               END-IF
           END-IF.

           ELSE
               DISPLAY "ENTER THE NEW LINE: "
               ACCEPT WS-NEW-LINE
               PERFORM CHECK-NEW-LINE-SPELLING
               IF SPELLING-REJECTED
                   DISPLAY "LINE NOT ADDED."
               ELSE
                   ADD 1 TO WS-RHYME-LINES(WS-PICK-RHYME)
                   MOVE WS-NEW-LINE TO WS-RHYME-LINE(WS-PICK-RHYME,
                       WS-RHYME-LINES(WS-PICK-RHYME))
                   PERFORM SAVE-CATALOG
                   PERFORM LOG-CATALOG-CHANGE
               END-IF
           END-IF.

       REPLACE-LINE.
               WS-RHYME-LINE(WS-PICK-RHYME, WS-PICK-LINE)
           DISPLAY "ENTER THE REPLACEMENT LINE: "
           ACCEPT WS-NEW-LINE
           PERFORM CHECK-NEW-LINE-SPELLING
           IF SPELLING-REJECTED
               DISPLAY "LINE NOT REPLACED."
           ELSE
               MOVE WS-NEW-LINE
                   TO WS-RHYME-LINE(WS-PICK-RHYME, WS-PICK-LINE)
               PERFORM SAVE-CATALOG
               PERFORM LOG-CATALOG-CHANGE
           END-IF.

       DELETE-LINE.
           PERFORM GET-RHYME-NUMBER
                   WS-RHYME-LINE(WS-RHYME-IDX, 1)
           END-IF.

       CHECK-NEW-LINE-SPELLING.
           MOVE WS-NEW-LINE TO WS-SPELL-TEXT
           PERFORM CHECK-SPELLING.

      *each flagged word the operator let through goes on the
      *audit trail ahead of the catalog change it belongs to
       RECORD-SPELLING-ACCEPTANCE.
           MOVE SPACES TO WS-OUTCOME
           STRING "* SPELL OK " DELIMITED BY SIZE
                   WS-SPELL-WORD DELIMITED BY SPACE
               INTO WS-OUTCOME
           END-STRING
           PERFORM write-suite-audit.

       LOG-CATALOG-CHANGE.
           MOVE SPACES TO WS-OUTCOME
           STRING "* RHYME " DELIMITED BY SIZE
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy spelchk.

       copy nearmtch.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="RHYME_MAINT"==
