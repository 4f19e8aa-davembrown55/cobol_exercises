      * shared Add01 cost-centre master working storage - one line
      * per department in ADD01CCM.DAT: code, name and status.  a
      * closed cost centre stays on file for the history but can no
      * longer be charged.  PERFORM LOAD-COST-CENTRES once, then set
      * WS-CCM-WANTED and PERFORM CHECK-COST-CENTRE for each code; a
      * blank code takes the suite default (configuration parameter
      * ADD01-DEFAULT-CC) before it is checked.
      * COPY CCMWS.

       01 WS-CCM-STATUS PIC XX VALUE SPACES.
       01 WS-CCM-EOF PIC X VALUE "N".
         88 AT-CCM-EOF VALUE "Y".

       01 WS-COST-CENTRE-REC.
           05 CCM-CODE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 CCM-NAME PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 CCM-STATUS PIC X.
             88 CCM-ACTIVE VALUE "A".
             88 CCM-CLOSED VALUE "C".

      * the whole master is small enough to carry in memory and
      * rewrite in full, the same as the standing-order file
       01 WS-CCM-TABLE.
           05 WS-CCM-ENTRY OCCURS 200 TIMES.
               10 WS-CCM-ENTRY-CODE PIC X(6).
               10 WS-CCM-ENTRY-REST PIC X(33).
       01 WS-CCM-COUNT PIC 999 VALUE 0.
       01 WS-CCM-IDX PIC 999 VALUE 0.
       01 WS-CCM-HIT PIC 999 VALUE 0.
       01 WS-CCM-WANTED PIC X(6) VALUE SPACES.
       01 WS-CCM-DEFAULT PIC X(6) VALUE SPACES.
       01 WS-CCM-VERDICT PIC X VALUE SPACE.
         88 COST-CENTRE-OK VALUE "K".
         88 COST-CENTRE-UNKNOWN VALUE "U".
         88 COST-CENTRE-CLOSED VALUE "C".
