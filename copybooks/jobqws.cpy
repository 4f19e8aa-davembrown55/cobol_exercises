      * shared job request queue working storage - an operator
      * asks during the day for a heavy run (a statement for an old
      * month, a worksheet batch, a word-frequency count) with the
      * answers to its prompts and a priority, and the scheduler
      * works the queue after the nightly stream while time is left
      * before NIGHT-DEADLINE, recording each request's outcome,
      * return code and report.  the queue is carried in
      * WS-JOBQ-TABLE and rewritten in full.
      *
      * the requested programs still take their answers from the
      * input stream, so every change to the queue also rewrites
      * the response deck (JOBDECK.DAT) - the queued requests in
      * priority order, each a "J nnnnnn c" line giving the request
      * number and how many response lines follow, closed by an X
      * line.  the deck follows the nightly answers in the
      * scheduler's input stream.
      * COPY JOBQWS.

       01 WS-JOBQ-STATUS PIC XX VALUE SPACES.
       01 WS-JOBQ-DECK-STATUS PIC XX VALUE SPACES.
       01 WS-JOBQ-EOF PIC X VALUE "N".
         88 AT-JOBQ-EOF VALUE "Y".
       01 WS-JOBQ-TABLE.
           05 WS-JOBQ-ENTRY PIC X(130) OCCURS 200 TIMES.
       01 WS-JOBQ-COUNT PIC 9(3) VALUE 0.
       01 WS-JOBQ-IDX PIC 9(3) VALUE 0.
       01 WS-JOBQ-HIT PIC 9(3) VALUE 0.
       01 WS-JOBQ-WANTED PIC 9(6) VALUE 0.
       01 WS-JOBQ-LAST-NUMBER PIC 9(6) VALUE 0.
       01 WS-JOBQ-PASS PIC 9 VALUE 0.

       01 WS-JOB-REQUEST-REC.
           05 JOBQ-NUMBER PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 JOBQ-REQUESTER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 JOBQ-REQ-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 JOBQ-REQ-TIME PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
      * which of the requestable runs below
           05 JOBQ-TYPE PIC 9.
           05 FILLER PIC X VALUE SPACE.
      * 1 is worked first, 9 last; equal priorities in request order
           05 JOBQ-PRIORITY PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 JOBQ-STATUS PIC X.
             88 JOBQ-QUEUED VALUE "Q".
             88 JOBQ-CANCELLED VALUE "C".
             88 JOBQ-RAN VALUE "R".
             88 JOBQ-FAILED VALUE "F".
             88 JOBQ-DENIED VALUE "D".
           05 FILLER PIC X VALUE SPACE.
      * the requester's answers, one per prompt of the run
           05 JOBQ-ANSWERS.
               10 JOBQ-ANSWER PIC X(10) OCCURS 3 TIMES.
           05 FILLER PIC X VALUE SPACE.
           05 JOBQ-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 JOBQ-RUN-TIME PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 JOBQ-RC PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 JOBQ-REPORT PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 JOBQ-OUTCOME PIC X(20).
           05 FILLER PIC X(9) VALUE SPACES.

      * the runs that may be requested: display name, entitlement
      * name, the role needed by an operator with no entitlement
      * records, the report produced, the fixed mode answer given
      * ahead of the prompts and the closing answer after them
      * (space for none), then up to three prompts - label, kind
      * (N numeric of the given size, L one of the allowed letters)
       01 WS-JOBQ-TYPE-DEFS.
           05 FILLER PIC X(16) VALUE "ADD01 STATEMENT".
           05 FILLER PIC X(20) VALUE "ADD01".
           05 FILLER PIC X VALUE "O".
           05 FILLER PIC X(12) VALUE "ADD01STM.DAT".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC 9 VALUE 1.
           05 FILLER PIC X(30) VALUE "MONTH TO STATE (YYYYMM)".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC 9 VALUE 6.
           05 FILLER PIC X(36) VALUE SPACES.
           05 FILLER PIC X(36) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "TTAB WORKSHEETS".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES".
           05 FILLER PIC X VALUE "O".
           05 FILLER PIC X(12) VALUE "TTABWKS.DAT".
           05 FILLER PIC X VALUE "W".
           05 FILLER PIC X VALUE "X".
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC X(30) VALUE "LOWEST TABLE TO DRAW FROM".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC 9 VALUE 2.
           05 FILLER PIC X(30) VALUE "HIGHEST TABLE TO DRAW FROM".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC 9 VALUE 2.
           05 FILLER PIC X(30) VALUE "PROBLEMS ON THE SHEET (1-99)".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC 9 VALUE 2.
           05 FILLER PIC X(16) VALUE "WORD FREQUENCY".
           05 FILLER PIC X(20) VALUE "DISPLAY_WORDS".
           05 FILLER PIC X VALUE "O".
           05 FILLER PIC X(12) VALUE "WORDFREQ.DAT".
           05 FILLER PIC X VALUE "F".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC X(30) VALUE "IGNORE CASE (Y/N)".
           05 FILLER PIC X VALUE "L".
           05 FILLER PIC X(4) VALUE "YN".
           05 FILLER PIC 9 VALUE 1.
           05 FILLER PIC X(30) VALUE "WELSH ORDER (Y/N)".
           05 FILLER PIC X VALUE "L".
           05 FILLER PIC X(4) VALUE "YN".
           05 FILLER PIC 9 VALUE 1.
           05 FILLER PIC X(30) VALUE "A ALPHABETICAL OR C BY COUNT".
           05 FILLER PIC X VALUE "L".
           05 FILLER PIC X(4) VALUE "AC".
           05 FILLER PIC 9 VALUE 1.
       01 WS-JOBQ-TYPE-TABLE REDEFINES WS-JOBQ-TYPE-DEFS.
           05 WS-JQT-ENTRY OCCURS 3 TIMES.
               10 WS-JQT-NAME PIC X(16).
               10 WS-JQT-ENTL PIC X(20).
               10 WS-JQT-MIN-ROLE PIC X.
               10 WS-JQT-REPORT PIC X(12).
               10 WS-JQT-LEAD PIC X.
               10 WS-JQT-TAIL PIC X.
               10 WS-JQT-PROMPTS PIC 9.
               10 WS-JQT-PROMPT OCCURS 3 TIMES.
                   15 WS-JQT-LABEL PIC X(30).
                   15 WS-JQT-KIND PIC X.
                   15 WS-JQT-ALLOWED PIC X(4).
                   15 WS-JQT-SIZE PIC 9.
       01 WS-JQT-COUNT PIC 9 VALUE 3.
       01 WS-JQT-IDX PIC 9 VALUE 0.
       01 WS-JQT-PROMPT-IDX PIC 9 VALUE 0.

      * the response deck - the operator ID the requested runs sign
      * on with is the one the nightly steps use, JOBQ-RUN-OPERATOR
      * in the suite configuration when it is set
       01 WS-JOBQ-RUN-OPERATOR PIC X(10) VALUE "ADMIN".
       01 WS-JOBQ-DECK-LINES PIC 9 VALUE 0.
       01 WS-JOBQ-MARKER.
           05 JQM-TYPE PIC X(2) VALUE "J ".
           05 JQM-NUMBER PIC 9(6) VALUE 0.
           05 FILLER PIC X VALUE SPACE.
           05 JQM-LINES PIC 9 VALUE 0.
           05 FILLER PIC X(70) VALUE SPACES.
