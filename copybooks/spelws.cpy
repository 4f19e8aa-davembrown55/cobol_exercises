      * shared spelling-gate working storage - load the dictionary
      * once with PERFORM LOAD-SPELL-REFERENCE, then move the new
      * wording to WS-SPELL-TEXT and PERFORM CHECK-SPELLING.  every
      * word not in the dictionary is shown with its near matches
      * and must be accepted one at a time; each acceptance goes
      * through the program's own RECORD-SPELLING-ACCEPTANCE with
      * the word in WS-SPELL-WORD.  SPELLING-REJECTED comes back
      * set when a word is turned down.  needs COPY NEARWS
      * COPY SPELWS.

       01 WS-SPELL-REF-STATUS PIC XX VALUE SPACES.
       01 WS-SPELL-REF-EOF PIC X VALUE "N".
         88 AT-SPELL-REF-EOF VALUE "Y".
       01 WS-SPELL-AVAILABLE PIC X VALUE "N".
         88 SPELL-CHECK-AVAILABLE VALUE "Y".
       01 WS-SPELL-TEXT PIC X(50) VALUE SPACES.
       01 WS-SPELL-POS PIC 99 VALUE 0.
       01 WS-SPELL-CHAR PIC X VALUE SPACE.
         88 SPELL-SEPARATOR VALUES " " "." "," ";" ":" "!" "?"
                                   '"' "(" ")".
       01 WS-SPELL-WORD PIC X(50) VALUE SPACES.
       01 WS-SPELL-WORD-LEN PIC 99 VALUE 0.
       01 WS-SPELL-ANSWER PIC X VALUE SPACE.
       01 WS-SPELL-RESULT PIC X VALUE "Y".
         88 SPELLING-ACCEPTED VALUE "Y".
         88 SPELLING-REJECTED VALUE "N".
       01 WS-SPELL-FLAGGED PIC 9(3) VALUE 0.
