      * shared audit-log index working storage - the nightly stream
      * adds the log lines written since its last run to the index
      * (rebuilding it whole when the log has been trimmed or rolled
      * over), and a report opens it, STARTs on the program or the
      * date range it needs and reads forward until the range ends.
      * where the index has not been built yet the report reads the
      * log as before.  either way the line to work on is left in
      * WS-AIDX-LOG-LINE.
      * COPY AIDXWS.

       01 WS-AIDX-STATUS PIC XX VALUE SPACES.
       01 WS-AIDXC-STATUS PIC XX VALUE SPACES.
       01 WS-AIDX-OPEN PIC X VALUE "N".
         88 AUDIT-INDEX-OPEN VALUE "Y".
       01 WS-AIDX-EOF PIC X VALUE "N".
         88 AT-AIDX-EOF VALUE "Y".
       01 WS-AIDX-LOG-LINE PIC X(80) VALUE SPACES.

      * the range a report reads - one program (spaces for every
      * program, read by date) between two dates
       01 WS-AIDX-PROGRAM PIC X(23) VALUE SPACES.
       01 WS-AIDX-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-AIDX-TO-DATE PIC 9(8) VALUE 99999999.

      * a log line's place in the log, and its sequence number -
      * the last blank-delimited token, so a multi-word outcome
      * cannot shift it
       01 WS-AIDX-LINE-NO PIC 9(7) VALUE 0.
       01 WS-AIDX-TOKEN-TABLE.
           05 WS-AIDX-TOKEN PIC X(23) OCCURS 10 TIMES.
       01 WS-AIDX-TOKEN-IDX PIC 99 VALUE 0.
       01 WS-AIDX-LAST-TOKEN PIC X(23) VALUE SPACES.

      * how far into the log the index was built, and the log's
      * first line then - a different first line means the log was
      * trimmed or rolled over and the index starts again
       01 WS-AIDX-CONTROL-REC.
           05 AXC-LINES-INDEXED PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 AXC-FIRST-LINE PIC X(80).
