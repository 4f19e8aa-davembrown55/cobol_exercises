      * shared audit-log index FDs - one index record per log line,
      * keyed by program, date, run sequence and the line's place
      * in the log (the sequence alone is absent on records written
      * before it existed), with a second key by date and place for
      * the reports that want every program over a date range.  the
      * log line itself is carried whole so a report unstrings it
      * exactly as it always has
      * COPY AIDXFD.

       fd  audit-index-file.
       01 AUDIT-INDEX-RECORD.
           05 AIX-KEY.
               10 AIX-PROGRAM PIC X(23).
               10 AIX-DATE PIC 9(8).
               10 AIX-SEQ PIC 9(6).
               10 AIX-LINE PIC 9(7).
           05 AIX-DATE-KEY.
               10 AIX-KEY-DATE PIC 9(8).
               10 AIX-KEY-LINE PIC 9(7).
           05 AIX-LOG-LINE PIC X(80).
           05 FILLER PIC X.

       fd  audit-index-control-file.
       01 AUDIT-INDEX-CONTROL-RECORD PIC X(88).
