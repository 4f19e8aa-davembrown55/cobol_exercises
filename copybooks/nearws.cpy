      * shared near-match working storage - the reference word list
      * is held both as received and as compared, with a flag for
      * whether any word matched it; WS-VAL-COMPARE holds the word
      * being looked for, and FIND-NEAR-MATCHES (COPY NEARMTCH)
      * offers the list's words one letter off, with two adjacent
      * letters swapped, or one letter short or long of it
      * COPY NEARWS.

       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 500 TIMES.
               10 WS-REF-WORD PIC X(50).
               10 WS-REF-COMPARE PIC X(50).
               10 WS-REF-USED PIC X.
       01 WS-REF-COUNT PIC 9(3) VALUE 0.
       01 WS-REF-IDX PIC 9(3) VALUE 0.
       01 WS-REF-HIT PIC 9(3) VALUE 0.
       01 WS-VAL-COMPARE PIC X(50) VALUE SPACES.
       01 WS-NM-VAL-LEN PIC 99 VALUE 0.
       01 WS-NM-REF-LEN PIC 99 VALUE 0.
       01 WS-NM-LONG PIC X(50) VALUE SPACES.
       01 WS-NM-SHORT PIC X(50) VALUE SPACES.
       01 WS-NM-LONG-LEN PIC 99 VALUE 0.
       01 WS-NM-SHORT-LEN PIC 99 VALUE 0.
       01 WS-NM-DIFFS PIC 99 VALUE 0.
       01 WS-NM-FIRST-DIFF PIC 99 VALUE 0.
       01 WS-NM-SECOND-DIFF PIC 99 VALUE 0.
       01 WS-NM-POS PIC 99 VALUE 0.
       01 WS-NM-POS2 PIC 99 VALUE 0.
       01 WS-NM-SKIPPED PIC X VALUE "N".
       01 WS-NM-CLOSE PIC X VALUE "N".
         88 NEAR-MATCH VALUE "Y".
       01 WS-NM-FOUND PIC 9 VALUE 0.
