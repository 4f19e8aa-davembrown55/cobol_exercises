      * shared text-licence register working storage - the register
      * as loaded by LOAD-LICENCE-REGISTER.  before PERFORM
      * CHECK-ITEM-LICENCE the program sets WS-LIC-WANTED-LIBRARY
      * and WS-LIC-WANTED-ITEM; the answer comes back in
      * WS-LIC-RESULT, with the register line in WS-LIC-HIT and its
      * expiry in WS-LIC-EXPIRY-DATE
      * COPY LICWS.

       01 WS-LIC-STATUS PIC XX VALUE SPACES.
       01 WS-LIC-EOF PIC X VALUE "N".
         88 AT-LIC-EOF VALUE "Y".
       01 WS-LIC-TABLE.
           05 WS-LIC-ENTRY OCCURS 200 TIMES.
               10 WS-LIC-LIBRARY PIC X(8).
               10 WS-LIC-ITEM PIC 99.
               10 WS-LIC-SOURCE PIC X(30).
               10 WS-LIC-TYPE PIC X(10).
               10 WS-LIC-EXPIRY PIC 9(8).
       01 WS-LIC-COUNT PIC 999 VALUE 0.
       01 WS-LIC-IDX PIC 999 VALUE 0.
       01 WS-LIC-HIT PIC 999 VALUE 0.
       01 WS-LIC-TODAY PIC 9(8) VALUE 0.
       01 WS-LIC-WANTED-LIBRARY PIC X(8) VALUE SPACES.
       01 WS-LIC-WANTED-ITEM PIC 99 VALUE 0.
       01 WS-LIC-EXPIRY-DATE PIC 9(8) VALUE 0.
       01 WS-LIC-RESULT PIC X VALUE SPACE.
         88 LICENCE-UNREGISTERED VALUE "U".
         88 LICENCE-CURRENT VALUE "C".
         88 LICENCE-LAPSED VALUE "L".
