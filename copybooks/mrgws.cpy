      * shared mail-merge placeholder working storage.  the program
      * declares the template line being resolved as THE-MESSAGE,
      * at its own width, with WS-MESSAGE-MAX-LEN and WS-COUNTER
      * set to that width, and THE-NAME for the &NAME value
      * COPY MRGWS.

       01 WS-REFERENCE PIC X(20) VALUE SPACES.
       01 WS-HAS-PLACEHOLDER PIC X VALUE "N".
         88 TEMPLATE-HAS-PLACEHOLDER VALUE "Y".
       01 WS-BAD-PLACEHOLDER PIC X VALUE "N".
         88 PLACEHOLDER-UNRESOLVED VALUE "Y".
       01 WS-BUILD-LINE PIC X(70) VALUE SPACES.
       01 WS-BUILD-POS PIC 99 VALUE 0.
       01 WS-TPL-POS PIC 99 VALUE 0.
       01 WS-VALUE-FIELD PIC X(40) VALUE SPACES.
       01 WS-VALUE-LEN PIC 99 VALUE 0.
       01 WS-VALUE-IDX PIC 99 VALUE 0.
       01 WS-ERROR-COUNT PIC 9(4) VALUE 0.
       01 WS-DATE-TEXT PIC X(8) VALUE SPACES.
