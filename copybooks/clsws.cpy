      * shared Add01 closed-dates working storage - one line per
      * close or reopen of a business date in ADD01CLS.DAT, never
      * rewritten, so the file is its own history.  the last line
      * for a date decides whether it is closed.  set
      * WS-CLS-WANTED-DATE and PERFORM CHECK-DATE-CLOSED before
      * posting anything; a closed date must be refused.
      * COPY CLSWS.

       01 WS-CLS-STATUS PIC XX VALUE SPACES.
       01 WS-CLS-EOF PIC X VALUE "N".
         88 AT-CLS-EOF VALUE "Y".
       01 WS-CLS-WANTED-DATE PIC 9(8) VALUE 0.
       01 WS-CLS-STATE PIC X VALUE "N".
         88 DATE-IS-CLOSED VALUE "Y".

       01 WS-CLOSED-DATE-REC.
           05 CLS-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      * C closes the date to posting, R reopens it
           05 CLS-ACTION PIC X.
             88 CLS-CLOSED VALUE "C".
             88 CLS-REOPENED VALUE "R".
           05 FILLER PIC X VALUE SPACE.
           05 CLS-OPERATOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 CLS-STAMP-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CLS-STAMP-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      * why a date was reopened - spaces on a close
           05 CLS-REASON PIC X(30).
