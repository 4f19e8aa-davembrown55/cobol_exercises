      * shared Add01 re-check queue working storage - one line per
      * sampled calculation in ADD01RCQ.DAT, keyed by the business
      * date and intra-day sequence it has on the indexed master.
      * the sampling pass writes an open line; the re-check fills
      * in who checked it, when, what they keyed and whether it
      * agreed with the original
      * COPY RCQWS.

       01 WS-RCQ-STATUS PIC XX VALUE SPACES.
       01 WS-RCQ-EOF PIC X VALUE "N".
         88 AT-RCQ-EOF VALUE "Y".

       01 WS-RECHECK-QUEUE-REC.
           05 RCQ-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RCQ-SEQUENCE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
      * O waits for a checker, C has been checked
           05 RCQ-STATUS PIC X.
             88 RCQ-OPEN VALUE "O".
             88 RCQ-CHECKED VALUE "C".
           05 FILLER PIC X VALUE SPACE.
      * S drawn at random, M taken because every approval and void
      * is checked
           05 RCQ-SELECTION PIC X.
             88 RCQ-SAMPLED VALUE "S".
             88 RCQ-MANDATORY VALUE "M".
           05 FILLER PIC X VALUE SPACE.
      * the operator stamped on the original - the one operator
      * who may never check it
           05 RCQ-KEYED-BY PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RCQ-CHECKER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RCQ-CHECK-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      * what the checker keyed and the result it gives
           05 RCQ-1ST-NUMBER PIC 9(3)V99.
           05 FILLER PIC X VALUE SPACE.
           05 RCQ-2ND-NUMBER PIC 9(3)V99.
           05 FILLER PIC X VALUE SPACE.
           05 RCQ-RESULT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
      * M the re-check agreed with the original, D it did not
           05 RCQ-OUTCOME PIC X.
             88 RCQ-MATCHED VALUE "M".
             88 RCQ-DISCREPANCY VALUE "D".
           05 FILLER PIC X(14) VALUE SPACES.
