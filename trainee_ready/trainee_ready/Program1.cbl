       program-id. trainee_ready.

      *trainee readiness - promoting a trainee to full operator was
      *a judgment call with nothing on record.  the readiness run
      *gathers the evidence for every active trainee on the
      *operator file onto their readiness record (TRNREADY.DAT):
      *  - Add01 practice sessions completed (a trainee's Add01
      *    runs all go to the practice files);
      *  - error events raised in the last READY-ERROR-DAYS days;
      *  - the refresher briefings assigned to full operators, how
      *    many acknowledged and how many cleared - acknowledged
      *    with the latest showing's comprehension check not failed;
      *  - times tables certified as mastered, for a trainee linked
      *    to a times-tables roster ID.
      *each trainee is reported against the configured criteria
      *(READY-MIN-SESSIONS, READY-MAX-ERRORS, every briefing
      *cleared, and READY-MIN-TABLES for a linked trainee) on
      *TRNRDYRP.DAT, and the operator maintenance will not move a
      *trainee up until the record says the criteria are met or a
      *supervisor records an override with a reason.  restricted
      *to supervisors.

       environment division.
       input-output section.
       file-control.
           select acknowledgment-file assign to "RFRSHACK.DAT"
               organization is line sequential
               file status is WS-ACK-STATUS.
           select roster-file assign to "TTABROST.DAT"
               organization is line sequential
               file status is WS-ROSTER-STATUS.
           select register-file assign to "TTABCREG.DAT"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select readiness-report-file assign to "TRNRDYRP.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy rdysel.
           copy brfsel.
           copy procdtsl.
           copy spoolsl.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.

       data division.
       file section.
       fd  acknowledgment-file.
       01 acknowledgment-record pic x(50).

       fd  roster-file.
       01 roster-record pic x(34).

       fd  register-file.
       01 register-record pic x(36).

       fd  readiness-report-file.
       01 readiness-report-record pic x(100).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy rdyfd.

       copy brffd.

       copy procdtfd.

       copy spoolfd.

       fd  operator-file.
       copy operfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       copy errmsgs.
       copy procdtws.

       01 WS-ACK-STATUS PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-ACK-EOF PIC X VALUE "N".
         88 AT-ACK-EOF VALUE "Y".
       01 WS-ROSTER-EOF PIC X VALUE "N".
         88 AT-ROSTER-EOF VALUE "Y".
       01 WS-REGISTER-EOF PIC X VALUE "N".
         88 AT-REGISTER-EOF VALUE "Y".
       01 WS-AUDITLOG-EOF PIC X VALUE "N".
         88 AT-AUDITLOG-EOF VALUE "Y".
       01 WS-EREVENT-EOF PIC X VALUE "N".
         88 AT-EREVENT-EOF VALUE "Y".

      *the criteria, from the suite configuration
       01 WS-MIN-SESSIONS PIC 9(4) VALUE 10.
       01 WS-MAX-ERRORS PIC 9(4) VALUE 5.
       01 WS-ERROR-DAYS PIC 9(3) VALUE 30.
       01 WS-MIN-TABLES PIC 99 VALUE 0.
       01 WS-ERROR-FROM PIC 9(8) VALUE 0.

      *a refresher acknowledgment, as the briefing replay writes it
       01 WS-ACK-REC.
           05 ACK-OPERATOR-ID PIC X(10).
           05 FILLER PIC X.
           05 ACK-DATE PIC 9(8).
           05 FILLER PIC X.
           05 ACK-TIME PIC 9(8).
           05 FILLER PIC X.
           05 ACK-VERSION PIC 9(3).
           05 FILLER PIC X.
           05 ACK-CHECK PIC X.
           05 FILLER PIC X.
           05 ACK-PCT PIC 9(3).
           05 FILLER PIC X.
           05 ACK-BRIEFING PIC X(8).

      *a times-tables certificate register entry
       01 WS-REGISTER-REC.
           05 CRG-ROSTER-ID PIC X(6).
           05 FILLER PIC X.
           05 CRG-AWARD PIC X(3).
           05 FILLER PIC X.
           05 CRG-MASTERED-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CRG-AWARDED-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CRG-CERT-NO PIC 9(5).
           05 FILLER PIC X.
           05 CRG-TYPE PIC X.

       copy ttabrost.

      *the trainees on the operator file and the evidence gathered
      *for each; a briefing's state is N not seen, A acknowledged
      *and not failed, F failed at the latest showing
       01 WS-TRN-TABLE.
           05 WS-TRN-ENTRY OCCURS 200 TIMES.
               10 WS-TRN-ID PIC X(10).
               10 WS-TRN-NAME PIC X(20).
               10 WS-TRN-RDY PIC 9(3).
               10 WS-TRN-ROSTER-ID PIC X(6).
               10 WS-TRN-SESSIONS PIC 9(4).
               10 WS-TRN-ERRORS PIC 9(4).
               10 WS-TRN-BRIEF-STATE PIC X OCCURS 20 TIMES.
               10 WS-TRN-TABLES PIC 99.
       01 WS-TRN-COUNT PIC 9(3) VALUE 0.
       01 WS-TRN-IDX PIC 9(3) VALUE 0.
       01 WS-TRN-HIT PIC 9(3) VALUE 0.
       01 WS-TRN-WANTED PIC X(10) VALUE SPACES.
       01 WS-BRIEF-WANTED PIC X(8) VALUE SPACES.
       01 WS-BRIEF-HIT PIC 99 VALUE 0.

      *the leading columns of an operator record
       01 WS-TRN-OPER-REC.
           05 WS-TRN-OPER-ID PIC X(10).
           05 FILLER PIC X.
           05 WS-TRN-OPER-NAME PIC X(20).
           05 FILLER PIC X.
           05 WS-TRN-OPER-STATUS PIC X.
           05 FILLER PIC X.
           05 WS-TRN-OPER-ROLE PIC X.
           05 FILLER PIC X(56).

      *one audit-log line unstrung into its individual fields
       01 WS-AL-PROGRAM PIC X(23).
       01 WS-AL-OPERATOR PIC X(10).
       01 WS-AL-DATE PIC X(8).
       01 WS-AL-TIME PIC X(8).
       01 WS-AL-OUTCOME PIC X(20).

       01 WS-FUNCTION-PICK PIC X VALUE SPACES.
       01 WS-PICK-ID PIC X(10) VALUE SPACES.
       01 WS-PICK-ROSTER PIC X(6) VALUE SPACES.
       01 WS-ROSTER-FOUND PIC X VALUE "N".
         88 ROSTER-ID-ON-FILE VALUE "Y".
       01 WS-SHORT-ON PIC X(40) VALUE SPACES.
       01 WS-SHORT-PTR PIC 99 VALUE 1.
       01 WS-READY-COUNT PIC 9(3) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZ9.
       01 WS-READY-PRINT PIC ZZ9.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINES PIC 9(6) VALUE 0.

      *one trainee on the report
       01 WS-TRAINEE-LINE.
           05 TRL-ID PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 TRL-NAME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 TRL-SESSIONS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRL-ERRORS PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TRL-BRIEFS-PASSED PIC Z9.
           05 FILLER PIC X VALUE "/".
           05 TRL-BRIEFS-DUE PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TRL-TABLES PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRL-VERDICT PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 TRL-SHORT-ON PIC X(33).

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(30) VALUE SPACES.

      *shared print-spool registration
       copy spoolws.

      *shared operator sign-on
       copy opsignws.

      *shared sign-on bulletin data
       copy bltnws.

      *shared per-program entitlements
       copy entlws.

      *central suite configuration
       copy cfgws.

      *shared refresher-briefing library
       copy brfws.

      *shared trainee readiness
       copy rdyws.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
           MOVE "STARTED" TO WS-OUTCOME.
           PERFORM write-suite-audit.
           PERFORM SHOW-SIGNON-BULLETINS.
           MOVE "TRAINEE_READY" TO WS-ENTL-PROGRAM.
           PERFORM CHECK-PROGRAM-ENTITLEMENT.
           IF ENTITLEMENT-DENIED
               DISPLAY "ERROR! YOU ARE NOT ENTITLED TO RUN "
                   "THIS PROGRAM."
               MOVE "DENIED ENTITLEMENT" TO WS-OUTCOME
               PERFORM WRITE-SUITE-AUDIT
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF.
           IF NOT ROLE-SUPERVISOR
               DISPLAY "ERROR! TRAINEE READINESS IS RESTRICTED TO "
                   "SUPERVISORS."
               MOVE "DENIED" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           PERFORM GET-PROCESSING-DATE
           PERFORM GET-READINESS-CRITERIA
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       GET-READINESS-CRITERIA.
           MOVE "READY-MIN-SESSIONS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM < 10000
               MOVE WS-CFG-VALUE-NUM TO WS-MIN-SESSIONS
           END-IF
           MOVE "READY-MAX-ERRORS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM < 10000
               MOVE WS-CFG-VALUE-NUM TO WS-MAX-ERRORS
           END-IF
           MOVE "READY-ERROR-DAYS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
                   AND WS-CFG-VALUE-NUM < 1000
               MOVE WS-CFG-VALUE-NUM TO WS-ERROR-DAYS
           END-IF
           MOVE "READY-MIN-TABLES" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM < 13
               MOVE WS-CFG-VALUE-NUM TO WS-MIN-TABLES
           END-IF
           COMPUTE WS-ERROR-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
               - WS-ERROR-DAYS + 1).

       GET-FUNCTION.
           DISPLAY " "
           DISPLAY "TRAINEE READINESS"
           DISPLAY "R GATHER THE EVIDENCE AND REPORT EVERY TRAINEE"
           DISPLAY "T LINK A TRAINEE TO A TIMES-TABLES ROSTER ID"
           DISPLAY "X EXIT"
           ACCEPT WS-FUNCTION-PICK
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PICK)
               TO WS-FUNCTION-PICK

           EVALUATE WS-FUNCTION-PICK
               WHEN "R"
                   PERFORM REPORT-READINESS
               WHEN "T"
                   PERFORM LINK-ROSTER-ID
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER
                   DISPLAY ERRMSG-GENERIC
                   MOVE "E001" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
           END-EVALUATE
           PERFORM GET-FUNCTION.

       REPORT-READINESS.
           PERFORM LOAD-READINESS-TABLE
           PERFORM LOAD-BRIEFING-LIBRARY
           PERFORM LOAD-TRAINEE-TABLE
           IF WS-TRN-COUNT = 0
               DISPLAY "NO ACTIVE TRAINEES ON THE OPERATOR FILE."
           ELSE
               PERFORM COUNT-PRACTICE-SESSIONS
               PERFORM COUNT-RECENT-ERRORS
               PERFORM GATHER-ACKNOWLEDGMENTS
               PERFORM COUNT-MASTERED-TABLES
               PERFORM WRITE-READINESS-REPORT
               PERFORM SAVE-READINESS-TABLE
               MOVE WS-READY-COUNT TO WS-READY-PRINT
               MOVE WS-TRN-COUNT TO WS-COUNT-PRINT
               DISPLAY WS-READY-PRINT " OF " WS-COUNT-PRINT
                   " TRAINEES MEET THE CRITERIA"
               DISPLAY "READINESS REPORT WRITTEN TO TRNRDYRP.DAT"
               MOVE SPACES TO WS-OUTCOME
               STRING "* READINESS " DELIMITED BY SIZE
                       WS-READY-PRINT DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       WS-COUNT-PRINT DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           END-IF.

      *every active trainee gets a readiness record the first time
      *the run sees them
       LOAD-TRAINEE-TABLE.
           MOVE 0 TO WS-TRN-COUNT
           MOVE "N" TO WS-OPERATOR-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "00"
               PERFORM LOAD-NEXT-TRAINEE UNTIL AT-OPERATOR-EOF
               CLOSE OPERATOR-FILE
           END-IF.

       LOAD-NEXT-TRAINEE.
           READ OPERATOR-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-OPERATOR-EOF
           END-READ
           IF NOT AT-OPERATOR-EOF
               MOVE OPERATOR-RECORD TO WS-TRN-OPER-REC
               IF WS-TRN-OPER-ROLE = "T"
                       AND WS-TRN-OPER-STATUS NOT = "I"
                       AND WS-TRN-COUNT < 200
                   PERFORM ADD-TRAINEE-ENTRY
               END-IF
           END-IF.

       ADD-TRAINEE-ENTRY.
           MOVE WS-TRN-OPER-ID TO WS-RDY-WANTED
           PERFORM FIND-READINESS
           IF WS-RDY-HIT = 0 AND WS-RDY-COUNT < 200
               INITIALIZE WS-READINESS-REC
               MOVE WS-TRN-OPER-ID TO RDY-OPERATOR
               MOVE "N" TO RDY-MET
               ADD 1 TO WS-RDY-COUNT
               MOVE WS-RDY-COUNT TO WS-RDY-HIT
               MOVE WS-READINESS-REC TO WS-RDY-ENTRY(WS-RDY-HIT)
           END-IF
           IF WS-RDY-HIT > 0
               ADD 1 TO WS-TRN-COUNT
               INITIALIZE WS-TRN-ENTRY(WS-TRN-COUNT)
               MOVE WS-TRN-OPER-ID TO WS-TRN-ID(WS-TRN-COUNT)
               MOVE WS-TRN-OPER-NAME TO WS-TRN-NAME(WS-TRN-COUNT)
               MOVE WS-RDY-HIT TO WS-TRN-RDY(WS-TRN-COUNT)
               MOVE RDY-ROSTER-ID TO WS-TRN-ROSTER-ID(WS-TRN-COUNT)
               PERFORM CLEAR-NEXT-BRIEF-STATE
                   VARYING WS-BRF-IDX FROM 1 BY 1
                   UNTIL WS-BRF-IDX > 20
           END-IF.

       CLEAR-NEXT-BRIEF-STATE.
           MOVE "N" TO WS-TRN-BRIEF-STATE(WS-TRN-COUNT, WS-BRF-IDX).

       FIND-TRAINEE.
           MOVE 0 TO WS-TRN-HIT
           PERFORM MATCH-NEXT-TRAINEE
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-COUNT.

       MATCH-NEXT-TRAINEE.
           IF WS-TRN-ID(WS-TRN-IDX) = WS-TRN-WANTED
               MOVE WS-TRN-IDX TO WS-TRN-HIT
           END-IF.

      *a trainee's Add01 runs all go to the practice files, so each
      *completed run is a practice session
       COUNT-PRACTICE-SESSIONS.
           MOVE "N" TO WS-AUDITLOG-EOF
           CLOSE AUDIT-LOG-FILE
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS = "00"
               PERFORM COUNT-NEXT-SESSION UNTIL AT-AUDITLOG-EOF
               CLOSE AUDIT-LOG-FILE
           END-IF
           PERFORM open-suite-audit-log.

       COUNT-NEXT-SESSION.
           READ AUDIT-LOG-FILE
               AT END MOVE "Y" TO WS-AUDITLOG-EOF
           END-READ
           IF NOT AT-AUDITLOG-EOF
               UNSTRING AUDIT-LOG-RECORD DELIMITED BY ALL SPACE
                   INTO WS-AL-PROGRAM WS-AL-OPERATOR WS-AL-DATE
                       WS-AL-TIME WS-AL-OUTCOME
               END-UNSTRING
               IF WS-AL-PROGRAM = "ADD01"
                       AND WS-AL-OUTCOME = "COMPLETED"
                   MOVE WS-AL-OPERATOR TO WS-TRN-WANTED
                   PERFORM FIND-TRAINEE
                   IF WS-TRN-HIT > 0
                       ADD 1 TO WS-TRN-SESSIONS(WS-TRN-HIT)
                   END-IF
               END-IF
           END-IF.

       COUNT-RECENT-ERRORS.
           MOVE "N" TO WS-EREVENT-EOF
           OPEN INPUT ERROR-EVENT-FILE
           IF WS-EREVENT-STATUS = "00"
               PERFORM COUNT-NEXT-ERROR UNTIL AT-EREVENT-EOF
               CLOSE ERROR-EVENT-FILE
           END-IF.

       COUNT-NEXT-ERROR.
           READ ERROR-EVENT-FILE INTO WS-ERROR-EVENT-REC
               AT END MOVE "Y" TO WS-EREVENT-EOF
           END-READ
           IF NOT AT-EREVENT-EOF AND EREV-DATE IS NUMERIC
               IF EREV-DATE >= WS-ERROR-FROM
                       AND EREV-DATE <= WS-PROCESS-DATE
                   MOVE EREV-OPERATOR TO WS-TRN-WANTED
                   PERFORM FIND-TRAINEE
                   IF WS-TRN-HIT > 0
                       ADD 1 TO WS-TRN-ERRORS(WS-TRN-HIT)
                   END-IF
               END-IF
           END-IF.

      *the file is in the order the showings happened, so the last
      *line for a briefing is the one that counts
       GATHER-ACKNOWLEDGMENTS.
           MOVE "N" TO WS-ACK-EOF
           OPEN INPUT ACKNOWLEDGMENT-FILE
           IF WS-ACK-STATUS = "00"
               PERFORM GATHER-NEXT-ACKNOWLEDGMENT UNTIL AT-ACK-EOF
               CLOSE ACKNOWLEDGMENT-FILE
           END-IF.

       GATHER-NEXT-ACKNOWLEDGMENT.
           READ ACKNOWLEDGMENT-FILE INTO WS-ACK-REC
               AT END MOVE "Y" TO WS-ACK-EOF
           END-READ
           IF NOT AT-ACK-EOF
               MOVE ACK-OPERATOR-ID TO WS-TRN-WANTED
               PERFORM FIND-TRAINEE
               IF WS-TRN-HIT > 0
                   MOVE ACK-BRIEFING TO WS-BRIEF-WANTED
                   IF WS-BRIEF-WANTED = SPACES
                       MOVE "REFRESH1" TO WS-BRIEF-WANTED
                   END-IF
                   MOVE 0 TO WS-BRIEF-HIT
                   PERFORM MATCH-NEXT-BRIEFING
                       VARYING WS-BRF-IDX FROM 1 BY 1
                       UNTIL WS-BRF-IDX > WS-BRF-COUNT
                   IF WS-BRIEF-HIT > 0
                       IF ACK-CHECK = "F"
                           MOVE "F" TO WS-TRN-BRIEF-STATE(WS-TRN-HIT,
                               WS-BRIEF-HIT)
                       ELSE
                           MOVE "A" TO WS-TRN-BRIEF-STATE(WS-TRN-HIT,
                               WS-BRIEF-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MATCH-NEXT-BRIEFING.
           IF WS-BRF-ID(WS-BRF-IDX) = WS-BRIEF-WANTED
               MOVE WS-BRF-IDX TO WS-BRIEF-HIT
           END-IF.

      *whole-twelve awards are not a table of their own
       COUNT-MASTERED-TABLES.
           MOVE "N" TO WS-REGISTER-EOF
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               PERFORM COUNT-NEXT-AWARD UNTIL AT-REGISTER-EOF
               CLOSE REGISTER-FILE
           END-IF.

       COUNT-NEXT-AWARD.
           READ REGISTER-FILE INTO WS-REGISTER-REC
               AT END MOVE "Y" TO WS-REGISTER-EOF
           END-READ
           IF NOT AT-REGISTER-EOF AND CRG-TYPE NOT = "A"
                   AND CRG-ROSTER-ID NOT = SPACES
               PERFORM CREDIT-NEXT-AWARD
                   VARYING WS-TRN-IDX FROM 1 BY 1
                   UNTIL WS-TRN-IDX > WS-TRN-COUNT
           END-IF.

       CREDIT-NEXT-AWARD.
           IF WS-TRN-ROSTER-ID(WS-TRN-IDX) = CRG-ROSTER-ID
                   AND WS-TRN-TABLES(WS-TRN-IDX) < 99
               ADD 1 TO WS-TRN-TABLES(WS-TRN-IDX)
           END-IF.

       WRITE-READINESS-REPORT.
           MOVE 0 TO WS-READY-COUNT
           MOVE 0 TO WS-REPORT-LINES
           OPEN OUTPUT READINESS-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRAINEE READINESS AS AT " DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CRITERIA: ADD01 SESSIONS AT LEAST " DELIMITED BY SIZE
                   WS-MIN-SESSIONS DELIMITED BY SIZE
                   ", ERRORS IN " DELIMITED BY SIZE
                   WS-ERROR-DAYS DELIMITED BY SIZE
                   " DAYS AT MOST " DELIMITED BY SIZE
                   WS-MAX-ERRORS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "          EVERY BRIEFING CLEARED, TIMES TABLES AT "
                       DELIMITED BY SIZE
                   "LEAST " DELIMITED BY SIZE
                   WS-MIN-TABLES DELIMITED BY SIZE
                   " FOR A TRAINEE ON THE ROSTER" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "TRAINEE    NAME                 SESS  ERRS  BRIEFS  "
               TO WS-REPORT-LINE
           MOVE "TT  VERDICT   SHORT ON" TO WS-REPORT-LINE(54:)
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-NEXT-TRAINEE
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-READY-COUNT TO WS-READY-PRINT
           MOVE WS-TRN-COUNT TO WS-COUNT-PRINT
           STRING "TRAINEES " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   "  READY " DELIMITED BY SIZE
                   WS-READY-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE READINESS-REPORT-FILE
           MOVE "TRNRDYRP.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = (WS-REPORT-LINES + 59) / 60
           PERFORM REGISTER-SPOOL-REPORT.

      *the evidence goes on the trainee's readiness record with
      *the verdict; an override already recorded stays as it was
       REPORT-NEXT-TRAINEE.
           MOVE WS-TRN-RDY(WS-TRN-IDX) TO WS-RDY-HIT
           MOVE WS-RDY-ENTRY(WS-RDY-HIT) TO WS-READINESS-REC
           MOVE WS-PROCESS-DATE TO RDY-EVAL-DATE
           MOVE WS-TRN-SESSIONS(WS-TRN-IDX) TO RDY-SESSIONS
           MOVE WS-TRN-ERRORS(WS-TRN-IDX) TO RDY-ERRORS
           MOVE WS-TRN-TABLES(WS-TRN-IDX) TO RDY-TABLES
           MOVE 0 TO RDY-BRIEFS-DUE
           MOVE 0 TO RDY-BRIEFS-ACKED
           MOVE 0 TO RDY-BRIEFS-PASSED
           PERFORM TALLY-NEXT-BRIEFING
               VARYING WS-BRF-IDX FROM 1 BY 1
               UNTIL WS-BRF-IDX > WS-BRF-COUNT

           MOVE SPACES TO WS-SHORT-ON
           MOVE 1 TO WS-SHORT-PTR
           IF RDY-SESSIONS < WS-MIN-SESSIONS
               STRING "SESSIONS " DELIMITED BY SIZE
                   INTO WS-SHORT-ON WITH POINTER WS-SHORT-PTR
               END-STRING
           END-IF
           IF RDY-ERRORS > WS-MAX-ERRORS
               STRING "ERRORS " DELIMITED BY SIZE
                   INTO WS-SHORT-ON WITH POINTER WS-SHORT-PTR
               END-STRING
           END-IF
           IF RDY-BRIEFS-PASSED < RDY-BRIEFS-DUE
               STRING "BRIEFINGS " DELIMITED BY SIZE
                   INTO WS-SHORT-ON WITH POINTER WS-SHORT-PTR
               END-STRING
           END-IF
      *the times tables count only for a trainee on the roster
           IF RDY-ROSTER-ID NOT = SPACES
                   AND RDY-TABLES < WS-MIN-TABLES
               STRING "TABLES " DELIMITED BY SIZE
                   INTO WS-SHORT-ON WITH POINTER WS-SHORT-PTR
               END-STRING
           END-IF

           MOVE SPACES TO TRL-SHORT-ON
           MOVE WS-TRN-ID(WS-TRN-IDX) TO TRL-ID
           MOVE WS-TRN-NAME(WS-TRN-IDX) TO TRL-NAME
           MOVE RDY-SESSIONS TO TRL-SESSIONS
           MOVE RDY-ERRORS TO TRL-ERRORS
           MOVE RDY-BRIEFS-PASSED TO TRL-BRIEFS-PASSED
           MOVE RDY-BRIEFS-DUE TO TRL-BRIEFS-DUE
           IF RDY-ROSTER-ID = SPACES
               MOVE "--" TO TRL-TABLES
           ELSE
               MOVE RDY-TABLES TO TRL-TABLES
           END-IF
           IF WS-SHORT-ON = SPACES
               MOVE "Y" TO RDY-MET
               MOVE "READY" TO TRL-VERDICT
               ADD 1 TO WS-READY-COUNT
           ELSE
               MOVE "N" TO RDY-MET
               MOVE "NOT READY" TO TRL-VERDICT
               MOVE WS-SHORT-ON TO TRL-SHORT-ON
           END-IF
           MOVE WS-READINESS-REC TO WS-RDY-ENTRY(WS-RDY-HIT)
           WRITE READINESS-REPORT-RECORD FROM WS-TRAINEE-LINE
           ADD 1 TO WS-REPORT-LINES
           IF RDY-OVERRIDE-BY NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "           OVERRIDDEN " DELIMITED BY SIZE
                       RDY-OVERRIDE-DATE DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       RDY-OVERRIDE-BY DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       RDY-OVERRIDE-REASON DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *the briefings that matter are the ones a full operator must
      *have seen
       TALLY-NEXT-BRIEFING.
           MOVE "O" TO WS-BRF-WANTED-ROLE
           PERFORM CHECK-BRIEFING-ROLE
           IF BRIEFING-ASSIGNED
               ADD 1 TO RDY-BRIEFS-DUE
               IF WS-TRN-BRIEF-STATE(WS-TRN-IDX, WS-BRF-IDX) NOT = "N"
                   ADD 1 TO RDY-BRIEFS-ACKED
               END-IF
               IF WS-TRN-BRIEF-STATE(WS-TRN-IDX, WS-BRF-IDX) = "A"
                   ADD 1 TO RDY-BRIEFS-PASSED
               END-IF
           END-IF.

       WRITE-REPORT-LINE.
           WRITE READINESS-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-REPORT-LINES.

      *the roster ID must be on the times-tables roster; blank
      *takes the trainee off the times-tables criterion
       LINK-ROSTER-ID.
           DISPLAY "ENTER THE TRAINEE'S OPERATOR ID: "
           MOVE SPACES TO WS-PICK-ID
           ACCEPT WS-PICK-ID
           MOVE FUNCTION UPPER-CASE(WS-PICK-ID) TO WS-PICK-ID
           IF WS-PICK-ID = SPACES
               DISPLAY ERRMSG-NOTHING-ENTERED
               MOVE "E003" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
           ELSE
               MOVE WS-PICK-ID TO OPERATOR-KEY-ID
               PERFORM READ-TRAINEE-OPERATOR
               IF WS-TRN-OPER-ROLE NOT = "T"
                   DISPLAY "ERROR! " WS-PICK-ID " IS NOT A TRAINEE "
                       "ON THE OPERATOR FILE."
               ELSE
                   PERFORM GET-ROSTER-ID
               END-IF
           END-IF.

       READ-TRAINEE-OPERATOR.
           MOVE SPACES TO WS-TRN-OPER-REC
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "00"
               READ OPERATOR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE OPERATOR-RECORD TO WS-TRN-OPER-REC
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       GET-ROSTER-ID.
           DISPLAY "ENTER THE TIMES-TABLES ROSTER ID, OR BLANK FOR "
               "NONE: "
           MOVE SPACES TO WS-PICK-ROSTER
           ACCEPT WS-PICK-ROSTER
           MOVE FUNCTION UPPER-CASE(WS-PICK-ROSTER) TO WS-PICK-ROSTER
           MOVE "Y" TO WS-ROSTER-FOUND
           IF WS-PICK-ROSTER NOT = SPACES
               PERFORM FIND-ROSTER-ID
           END-IF
           IF NOT ROSTER-ID-ON-FILE
               DISPLAY "ERROR! NO STUDENT " WS-PICK-ROSTER
                   " ON THE TIMES-TABLES ROSTER."
           ELSE
               PERFORM STORE-ROSTER-ID
           END-IF.

       FIND-ROSTER-ID.
           MOVE "N" TO WS-ROSTER-FOUND
           MOVE "N" TO WS-ROSTER-EOF
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               PERFORM MATCH-NEXT-ROSTER-ID UNTIL AT-ROSTER-EOF
               CLOSE ROSTER-FILE
           END-IF.

       MATCH-NEXT-ROSTER-ID.
           READ ROSTER-FILE INTO WS-ROSTER-REC
               AT END MOVE "Y" TO WS-ROSTER-EOF
           END-READ
           IF NOT AT-ROSTER-EOF AND WROS-ID = WS-PICK-ROSTER
               MOVE "Y" TO WS-ROSTER-FOUND
           END-IF.

       STORE-ROSTER-ID.
           PERFORM LOAD-READINESS-TABLE
           MOVE WS-PICK-ID TO WS-RDY-WANTED
           PERFORM FIND-READINESS
           IF WS-RDY-HIT = 0 AND WS-RDY-COUNT >= 200
               DISPLAY "ERROR! THE READINESS FILE IS FULL."
           ELSE
               IF WS-RDY-HIT = 0
                   INITIALIZE WS-READINESS-REC
                   MOVE WS-PICK-ID TO RDY-OPERATOR
                   MOVE "N" TO RDY-MET
                   ADD 1 TO WS-RDY-COUNT
                   MOVE WS-RDY-COUNT TO WS-RDY-HIT
               END-IF
               MOVE WS-PICK-ROSTER TO RDY-ROSTER-ID
               MOVE WS-READINESS-REC TO WS-RDY-ENTRY(WS-RDY-HIT)
               PERFORM SAVE-READINESS-TABLE
               DISPLAY "ROSTER LINK SAVED - RUN THE REPORT TO "
                   "REFRESH THE EVIDENCE."
               MOVE SPACES TO WS-OUTCOME
               STRING "* READY ROSTER " DELIMITED BY SIZE
                       WS-PICK-ID DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           END-IF.

       copy errlog replacing ==:PROGRAM-NAME:== by =="TRAINEE_READY"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy procdate.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="TRAINEE_READY"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy brfload.

       copy rdyp.

       copy opsignon.

       end program trainee_ready.
