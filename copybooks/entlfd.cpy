           05 ENTL-OPERATOR PIC X(10).
           05 FILLER PIC X.
           05 ENTL-PROGRAM PIC X(20).

      * one planned outage - from and to date and time (HHMM), the
      * reason, and up to five programs affected by their
      * entitlement names; no programs named (or ALL) takes the
      * whole suite down
       fd  outage-file.
       01 OUTAGE-RECORD.
           05 OUTG-START-DATE PIC 9(8).
           05 FILLER PIC X.
           05 OUTG-START-TIME PIC 9(4).
           05 FILLER PIC X.
           05 OUTG-END-DATE PIC 9(8).
           05 FILLER PIC X.
           05 OUTG-END-TIME PIC 9(4).
           05 FILLER PIC X.
           05 OUTG-REASON PIC X(30).
           05 FILLER PIC X.
           05 OUTG-PROGRAM-LIST.
               10 OUTG-PROGRAM-ENTRY OCCURS 5 TIMES.
                   15 OUTG-PROGRAM PIC X(20).
                   15 FILLER PIC X.
