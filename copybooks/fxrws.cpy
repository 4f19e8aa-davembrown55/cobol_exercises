      * shared Add01 exchange-rate working storage - one dated rate
      * per line in ADD01FXR.DAT: currency code, the sterling value
      * of one unit of that currency, and the date the rate takes
      * effect.  the last record for a code whose effective date has
      * been reached wins, the same rule as the rate table and the
      * suite configuration.  sterling itself (GBP, or a blank code)
      * is never on the file and always converts at one.
      * set WS-FXR-AS-AT and PERFORM LOAD-FX-RATES once, then set
      * WS-FXR-WANTED and PERFORM CHECK-FX-RATE for each code.
      * COPY FXRWS.

       01 WS-FXR-STATUS PIC XX VALUE SPACES.
       01 WS-FXR-EOF PIC X VALUE "N".
         88 AT-FXR-EOF VALUE "Y".

       01 WS-FX-RATE-REC.
           05 FXR-CODE PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 FXR-RATE PIC 9(3)V9(6).
           05 FILLER PIC X VALUE SPACE.
           05 FXR-EFF-DATE PIC 9(8).

       01 WS-FXR-TABLE.
           05 WS-FXR-ENTRY OCCURS 100 TIMES.
               10 WS-FXR-ENTRY-CODE PIC X(3).
               10 WS-FXR-ENTRY-RATE PIC 9(3)V9(6).
       01 WS-FXR-COUNT PIC 999 VALUE 0.
       01 WS-FXR-IDX PIC 999 VALUE 0.
       01 WS-FXR-HIT PIC 999 VALUE 0.
       01 WS-FXR-AS-AT PIC 9(8) VALUE 0.
       01 WS-FXR-WANTED PIC X(3) VALUE SPACES.
       01 WS-FXR-RATE PIC 9(3)V9(6) VALUE 0.
       01 WS-FXR-FOUND PIC X VALUE "N".
         88 FX-RATE-FOUND VALUE "Y".
