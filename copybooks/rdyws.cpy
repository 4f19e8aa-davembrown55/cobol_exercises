      * shared trainee readiness working storage - the evidence
      * the readiness run gathered for each trainee, whether it met
      * the configured criteria, and any supervisor override that
      * lets a trainee be promoted without meeting them.  the file
      * is carried in WS-RDY-TABLE and rewritten in full; set
      * WS-RDY-WANTED and PERFORM FIND-READINESS to have a
      * trainee's record in WS-READINESS-REC (WS-RDY-HIT zero when
      * there is none).
      * COPY RDYWS.

       01 WS-RDY-STATUS PIC XX VALUE SPACES.
       01 WS-RDY-EOF PIC X VALUE "N".
         88 AT-RDY-EOF VALUE "Y".
       01 WS-RDY-TABLE.
           05 WS-RDY-ENTRY PIC X(120) OCCURS 200 TIMES.
       01 WS-RDY-COUNT PIC 9(3) VALUE 0.
       01 WS-RDY-IDX PIC 9(3) VALUE 0.
       01 WS-RDY-HIT PIC 9(3) VALUE 0.
       01 WS-RDY-WANTED PIC X(10) VALUE SPACES.

       01 WS-READINESS-REC.
           05 RDY-OPERATOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
      * the trainee's times-tables roster ID - spaces when the
      * times-tables criterion does not apply to them
           05 RDY-ROSTER-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
      * when the evidence below was last gathered
           05 RDY-EVAL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      * Add01 practice sessions completed
           05 RDY-SESSIONS PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
      * error events in the look-back window
           05 RDY-ERRORS PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
      * refresher briefings due, acknowledged, and cleared (the
      * latest showing acknowledged without a failed check)
           05 RDY-BRIEFS-DUE PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 RDY-BRIEFS-ACKED PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 RDY-BRIEFS-PASSED PIC 99.
           05 FILLER PIC X VALUE SPACE.
      * times tables certified as mastered
           05 RDY-TABLES PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 RDY-MET PIC X.
             88 RDY-CRITERIA-MET VALUE "Y".
           05 FILLER PIC X VALUE SPACE.
      * a supervisor's recorded decision to promote regardless
           05 RDY-OVERRIDE-BY PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RDY-OVERRIDE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RDY-OVERRIDE-REASON PIC X(40).
           05 FILLER PIC X(9) VALUE SPACES.
