       program-id. integ_check.

      *weekly cross-file integrity check - preflight proves each
      *file against its own layout, but not that the files agree
      *with one another.  six rules are tested, each a reference
      *from one file to the file that should hold what it names:
      *  1 operator IDs stamped on ADD01TRN.DAT are on the operator
      *    file                                             SEVERE
      *  2 operator IDs on HANDOVER.DAT (raised and closed by) are
      *    on the operator file                            WARNING
      *  3 roster IDs on TTABSCOR.DAT are on TTABROST.DAT  WARNING
      *  4 the campaign of every survey response (YNRESP.DAT) and
      *    comment (SVYDTL.DAT) is on YNCAMP.DAT            WARNING
      *  5 every entitlement record names a suite program  WARNING
      *  6 every void on ADD01TRN.DAT references a record on the
      *    indexed master ADD01TRX.DAT                      SEVERE
      *operators are deactivated, never deleted, and a student is
      *deactivated on the roster, so an ID that is not on file at
      *all really is an orphan.  a blank reference is a record
      *written before the field existed and is not a finding.  the
      *findings go to INTEGRPT.DAT by rule - one line per distinct
      *missing value with the number of records carrying it - and
      *any severe finding raises an operator alert and ends the run
      *with return code 4.  the nightly stream calls it every night
      *but it only runs on the configured day of the week
      *(INTEG-CHECK-DAY, 1 = monday, monday if not configured).

       environment division.
       input-output section.
       file-control.
           select transaction-file assign to "ADD01TRN.DAT"
               organization is line sequential
               file status is WS-TRANSACTION-STATUS.
           select transaction-master assign to "ADD01TRX.DAT"
               organization is indexed
               access mode is dynamic
               record key is TRX-KEY
               file status is WS-MASTER-STATUS.
           select handover-file assign to "HANDOVER.DAT"
               organization is line sequential
               file status is WS-HANDOVER-STATUS.
           select score-file assign to "TTABSCOR.DAT"
               organization is line sequential
               file status is WS-SCORE-STATUS.
           select roster-file assign to "TTABROST.DAT"
               organization is line sequential
               file status is WS-ROSTER-STATUS.
           select respondent-register-file assign to "YNRESP.DAT"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select survey-detail-file assign to "SVYDTL.DAT"
               organization is line sequential
               file status is WS-DETAIL-STATUS.
           select campaign-file assign to "YNCAMP.DAT"
               organization is line sequential
               file status is WS-CAMP-STATUS.
           select integrity-report-file assign to "INTEGRPT.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           copy alrtsel.
           copy alrgsel.
           copy procdtsl.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy spoolsl.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy cfgsel.
           copy entlsel.

       data division.
       file section.
       fd  transaction-file.
       01 transaction-record pic x(120).

       fd  transaction-master.
       01 transaction-master-record.
           05 TRX-KEY.
               10 TRX-DATE pic 9(8).
               10 TRX-SEQUENCE pic 9(6).
           05 TRX-RECORD pic x(120).

       fd  handover-file.
       01 handover-record.
           05 HND-ID pic 9(4).
           05 filler pic x.
           05 HND-STATUS pic x.
           05 filler pic x.
           05 HND-RAISED-BY pic x(10).
           05 filler pic x.
           05 HND-RAISED-DATE pic 9(8).
           05 filler pic x.
           05 HND-TEXT pic x(50).
           05 filler pic x.
           05 HND-CLOSED-BY pic x(10).
           05 filler pic x.
           05 HND-CLOSED-DATE pic 9(8).

       fd  score-file.
       01 score-record pic x(54).

       fd  roster-file.
       01 roster-record pic x(34).

       fd  respondent-register-file.
       01 respondent-register-record.
           05 REG-RESPONDENT pic x(10).
           05 filler pic x.
           05 REG-QUESTION pic x(2).
           05 filler pic x.
           05 REG-DATE pic x(8).
           05 filler pic x.
           05 REG-CAMP pic x(2).
           05 filler pic x.
           05 REG-ANSWER pic x.

       fd  survey-detail-file.
       01 survey-detail-record.
           05 DTL-QUESTION-NUMBER pic 9(2).
           05 filler pic x.
           05 DTL-COMMENT pic x(60).
           05 filler pic x.
           05 DTL-CAMPAIGN pic x(2).

       fd  campaign-file.
       01 campaign-record.
           05 CMP-ID pic x(2).
           05 filler pic x(82).

       fd  integrity-report-file.
       01 integrity-report-record pic x(80).

       copy alrtfd.

       copy alrgfd.

       copy procdtfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy spoolfd.

       fd  operator-file.
       copy operfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy cfgfd.

       copy entlfd.

       working-storage section.
       copy errmsgs.
       copy procdtws.

       01 WS-TRANSACTION-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-HANDOVER-STATUS PIC XX VALUE SPACES.
       01 WS-SCORE-STATUS PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-DETAIL-STATUS PIC XX VALUE SPACES.
       01 WS-CAMP-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-ALERT-STATUS PIC XX VALUE SPACES.
       01 WS-FILE-EOF PIC X VALUE "N".
         88 AT-FILE-EOF VALUE "Y".
       01 WS-LINE-NO PIC 9(6) VALUE 0.

      *the check day - INTEG-CHECK-DAY, 1 = monday
       01 WS-CHECK-DAY PIC 9 VALUE 1.
       01 WS-SERIAL-DAY PIC 9(7) VALUE 0.
       01 WS-SERIAL-WEEKS PIC 9(7) VALUE 0.
       01 WS-DAY-OF-WEEK PIC 9 VALUE 0.

       copy add01trn.
       copy ttabrost.

      *same layout the quiz writes to the score file
       01 WS-SCORE-REC.
           05 SCR-OPERATOR-ID PIC X(10).
           05 FILLER PIC X.
           05 SCR-TABLE-NUMBER PIC 99.
           05 FILLER PIC X.
           05 SCR-RIGHT-COUNT PIC 9(3).
           05 FILLER PIC X.
           05 SCR-ASKED-COUNT PIC 9(3).
           05 FILLER PIC X.
           05 SCR-PERCENTAGE PIC 9(3).
           05 FILLER PIC X.
           05 SCR-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SCR-TIME PIC 9(8).
           05 FILLER PIC X.
           05 SCR-ROSTER-ID PIC X(6).
           05 FILLER PIC X.
           05 SCR-OPERATION PIC X.

      *the roster IDs and campaign IDs the references are tested
      *against
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ID PIC X(6) OCCURS 500 TIMES.
       01 WS-ROSTER-COUNT PIC 9(3) VALUE 0.
       01 WS-ROSTER-IDX PIC 9(3) VALUE 0.
       01 WS-CAMP-TABLE.
           05 WS-CAMP-ID PIC X(2) OCCURS 50 TIMES.
       01 WS-CAMP-COUNT PIC 99 VALUE 0.
       01 WS-CAMP-IDX PIC 99 VALUE 0.
       01 WS-WANTED-CAMP PIC X(2) VALUE SPACES.
       01 WS-WANTED-OPERATOR PIC X(10) VALUE SPACES.
       01 WS-WANTED-PROGRAM PIC X(20) VALUE SPACES.
       01 WS-REFERENCE-FOUND PIC X VALUE "N".
         88 REFERENCE-FOUND VALUE "Y".

      *the rules - number, severity and what is being tested
       01 WS-RULE-DEFS.
           05 FILLER PIC X(2) VALUE "1S".
           05 FILLER PIC X(54) VALUE
               "OPERATOR IDS ON ADD01TRN.DAT NOT ON THE OPERATOR FILE".
           05 FILLER PIC X(2) VALUE "2W".
           05 FILLER PIC X(54) VALUE
               "OPERATOR IDS ON HANDOVER.DAT NOT ON THE OPERATOR FILE".
           05 FILLER PIC X(2) VALUE "3W".
           05 FILLER PIC X(54) VALUE
               "ROSTER IDS ON TTABSCOR.DAT NOT ON TTABROST.DAT".
           05 FILLER PIC X(2) VALUE "4W".
           05 FILLER PIC X(54) VALUE
               "SURVEY CAMPAIGNS NOT ON YNCAMP.DAT".
           05 FILLER PIC X(2) VALUE "5W".
           05 FILLER PIC X(54) VALUE
               "ENTITLEMENT RECORDS NAMING NO SUITE PROGRAM".
           05 FILLER PIC X(2) VALUE "6S".
           05 FILLER PIC X(54) VALUE
               "VOIDS ON ADD01TRN.DAT WITH NO ADD01TRX.DAT RECORD".
       01 WS-RULE-TABLE REDEFINES WS-RULE-DEFS.
           05 WS-RULE-ENTRY OCCURS 6 TIMES.
               10 WS-RULE-NUMBER PIC 9.
               10 WS-RULE-SEVERITY PIC X.
                 88 RULE-SEVERE VALUE "S".
               10 WS-RULE-TITLE PIC X(54).
       01 WS-RULE-IDX PIC 9 VALUE 0.
       01 WS-RULE-FINDINGS PIC 9(6) VALUE 0.
       01 WS-RULE-NOT-CHECKED PIC X VALUE "N".
         88 RULE-NOT-CHECKED VALUE "Y".

      *the findings of the rule being tested - one slot per
      *distinct missing value, with the records carrying it and
      *where the first of them is
       01 WS-ORPHAN-TABLE.
           05 WS-ORPHAN-ENTRY OCCURS 100 TIMES.
               10 WS-ORP-VALUE PIC X(32).
               10 WS-ORP-RECORDS PIC 9(6).
               10 WS-ORP-FIRST-LINE PIC 9(6).
       01 WS-ORPHAN-COUNT PIC 9(3) VALUE 0.
       01 WS-ORPHAN-IDX PIC 9(3) VALUE 0.
       01 WS-ORPHAN-HIT PIC 9(3) VALUE 0.
       01 WS-ORPHAN-OVERFLOW PIC 9(6) VALUE 0.
       01 WS-ORPHAN-VALUE PIC X(32) VALUE SPACES.

       01 WS-SEVERE-FINDINGS PIC 9(6) VALUE 0.
       01 WS-WARNING-FINDINGS PIC 9(6) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZZZZ9.
       01 WS-REPORT-LINES PIC 9(5) VALUE 0.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-ALERT-LINE PIC X(45) VALUE SPACES.

       01 WS-FINDING-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FND-VALUE PIC X(32).
           05 FILLER PIC X VALUE SPACE.
           05 FND-RECORDS PIC ZZZZZ9.
           05 FND-RECORDS-TEXT PIC X(18).
           05 FND-FIRST-LINE PIC ZZZZZ9.
           05 FILLER PIC X(13) VALUE SPACES.

      *shared suite entitlement names
       copy entlpgm.

      *shared operator-alert register
       copy alrgws.

      *shared print-spool index record
       copy spoolws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.

      *shared operator sign-on
       copy opsignws.

      *shared sign-on bulletin data
       copy bltnws.

      *shared per-program entitlements
       copy entlws.

      *central suite configuration
       copy cfgws.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
           MOVE "STARTED" TO WS-OUTCOME.
           PERFORM write-suite-audit.
           PERFORM SHOW-SIGNON-BULLETINS.
           MOVE "INTEG_CHECK" TO WS-ENTL-PROGRAM.
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
           PERFORM GET-PROCESSING-DATE.
           MOVE "INTEG-CHECK-DAY" TO WS-CFG-WANTED-NAME.
           PERFORM GET-NUMERIC-PARAMETER.
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
                   AND WS-CFG-VALUE-NUM < 8
               MOVE WS-CFG-VALUE-NUM TO WS-CHECK-DAY
           END-IF.
      *day of the week of the processing date, 1 = monday, worked
      *the same way as the scheduler's calendar
           COMPUTE WS-SERIAL-DAY =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE) - 1.
           DIVIDE WS-SERIAL-DAY BY 7
               GIVING WS-SERIAL-WEEKS
               REMAINDER WS-DAY-OF-WEEK.
           ADD 1 TO WS-DAY-OF-WEEK.
           IF WS-DAY-OF-WEEK NOT = WS-CHECK-DAY
               DISPLAY "THE INTEGRITY CHECK IS NOT DUE TODAY."
               MOVE "NOT DUE" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               goback
           END-IF.

           PERFORM LOAD-ROSTER-TABLE
           PERFORM LOAD-CAMPAIGN-TABLE

           MOVE 0 TO WS-REPORT-LINES
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           STRING "CROSS-FILE INTEGRITY CHECK FOR " DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   "  BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM CHECK-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 6

           PERFORM WRITE-REPORT-LINE
           MOVE WS-SEVERE-FINDINGS TO WS-COUNT-PRINT
           STRING "SEVERE FINDINGS.: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-WARNING-FINDINGS TO WS-COUNT-PRINT
           STRING "WARNING FINDINGS: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE INTEGRITY-REPORT-FILE
           MOVE "INTEGRPT.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = (WS-REPORT-LINES + 59) / 60
           PERFORM REGISTER-SPOOL-REPORT

           MOVE WS-SEVERE-FINDINGS TO WS-COUNT-PRINT
           DISPLAY "SEVERE FINDINGS.: " WS-COUNT-PRINT
           MOVE WS-WARNING-FINDINGS TO WS-COUNT-PRINT
           DISPLAY "WARNING FINDINGS: " WS-COUNT-PRINT
           DISPLAY "INTEGRITY REPORT WRITTEN TO INTEGRPT.DAT"

           MOVE SPACES TO WS-OUTCOME
           IF WS-SEVERE-FINDINGS > 0
               PERFORM RAISE-INTEGRITY-ALERT
               MOVE WS-SEVERE-FINDINGS TO WS-COUNT-PRINT
               STRING "SEVERE " DELIMITED BY SIZE
                       WS-COUNT-PRINT DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-WARNING-FINDINGS > 0
                   MOVE WS-WARNING-FINDINGS TO WS-COUNT-PRINT
                   STRING "WARNINGS " DELIMITED BY SIZE
                           WS-COUNT-PRINT DELIMITED BY SIZE
                       INTO WS-OUTCOME
                   END-STRING
               ELSE
                   MOVE "NO FINDINGS" TO WS-OUTCOME
               END-IF
           END-IF
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       LOAD-ROSTER-TABLE.
           MOVE 0 TO WS-ROSTER-COUNT
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               PERFORM LOAD-NEXT-ROSTER UNTIL AT-FILE-EOF
               CLOSE ROSTER-FILE
           END-IF.

       LOAD-NEXT-ROSTER.
           READ ROSTER-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               MOVE ROSTER-RECORD TO WS-ROSTER-REC
               IF WROS-ID NOT = SPACES AND WS-ROSTER-COUNT < 500
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE WROS-ID TO WS-ROSTER-ID(WS-ROSTER-COUNT)
               END-IF
           END-IF.

      *no campaign file means the standing campaign 01 alone, the
      *way the survey itself reads it
       LOAD-CAMPAIGN-TABLE.
           MOVE 0 TO WS-CAMP-COUNT
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMP-STATUS = "00"
               PERFORM LOAD-NEXT-CAMPAIGN UNTIL AT-FILE-EOF
               CLOSE CAMPAIGN-FILE
           END-IF
           IF WS-CAMP-COUNT = 0
               MOVE 1 TO WS-CAMP-COUNT
               MOVE "01" TO WS-CAMP-ID(1)
           END-IF.

       LOAD-NEXT-CAMPAIGN.
           READ CAMPAIGN-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               IF CMP-ID NOT = SPACES AND WS-CAMP-COUNT < 50
                   ADD 1 TO WS-CAMP-COUNT
                   MOVE CMP-ID TO WS-CAMP-ID(WS-CAMP-COUNT)
               END-IF
           END-IF.

      *one rule - its findings are gathered, then listed under the
      *rule's heading
       CHECK-ONE-RULE.
           MOVE 0 TO WS-ORPHAN-COUNT
           MOVE 0 TO WS-ORPHAN-OVERFLOW
           MOVE 0 TO WS-RULE-FINDINGS
           MOVE "N" TO WS-RULE-NOT-CHECKED
           EVALUATE WS-RULE-IDX
               WHEN 1
                   PERFORM CHECK-TRANSACTION-OPERATORS
               WHEN 2
                   PERFORM CHECK-HANDOVER-OPERATORS
               WHEN 3
                   PERFORM CHECK-SCORE-ROSTER-IDS
               WHEN 4
                   PERFORM CHECK-SURVEY-CAMPAIGNS
               WHEN 5
                   PERFORM CHECK-ENTITLEMENT-PROGRAMS
               WHEN 6
                   PERFORM CHECK-VOID-REFERENCES
           END-EVALUATE
           PERFORM REPORT-RULE-FINDINGS.

       REPORT-RULE-FINDINGS.
           PERFORM WRITE-REPORT-LINE
           STRING "RULE " DELIMITED BY SIZE
                   WS-RULE-NUMBER(WS-RULE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RULE-TITLE(WS-RULE-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           IF RULE-SEVERE(WS-RULE-IDX)
               MOVE "SEVERE" TO WS-REPORT-LINE(74:7)
           ELSE
               MOVE "WARNING" TO WS-REPORT-LINE(74:7)
           END-IF
           PERFORM WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN RULE-NOT-CHECKED
                   MOVE "    NOT CHECKED - THE FILE COULD NOT BE OPENED"
                       TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-ORPHAN-COUNT = 0
                   MOVE "    NO FINDINGS" TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   PERFORM REPORT-NEXT-ORPHAN
                       VARYING WS-ORPHAN-IDX FROM 1 BY 1
                       UNTIL WS-ORPHAN-IDX > WS-ORPHAN-COUNT
                   IF WS-ORPHAN-OVERFLOW > 0
                       MOVE WS-ORPHAN-OVERFLOW TO WS-COUNT-PRINT
                       STRING "    AND " DELIMITED BY SIZE
                               WS-COUNT-PRINT DELIMITED BY SIZE
                               " MORE RECORDS NOT LISTED"
                                   DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM WRITE-REPORT-LINE
                   END-IF
           END-EVALUATE
           COMPUTE WS-RULE-FINDINGS =
               WS-ORPHAN-COUNT + WS-ORPHAN-OVERFLOW
           IF RULE-SEVERE(WS-RULE-IDX)
               ADD WS-RULE-FINDINGS TO WS-SEVERE-FINDINGS
           ELSE
               ADD WS-RULE-FINDINGS TO WS-WARNING-FINDINGS
           END-IF.

       REPORT-NEXT-ORPHAN.
           MOVE WS-ORP-VALUE(WS-ORPHAN-IDX) TO FND-VALUE
           MOVE WS-ORP-RECORDS(WS-ORPHAN-IDX) TO FND-RECORDS
           MOVE " RECORDS, FIRST AT" TO FND-RECORDS-TEXT
           MOVE WS-ORP-FIRST-LINE(WS-ORPHAN-IDX) TO FND-FIRST-LINE
           MOVE WS-FINDING-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *a missing value already found has its record count raised;
      *a new one takes the next slot, and once the slots are full
      *the rest are only counted
       NOTE-ORPHAN.
           MOVE 0 TO WS-ORPHAN-HIT
           PERFORM MATCH-NEXT-ORPHAN
               VARYING WS-ORPHAN-IDX FROM 1 BY 1
               UNTIL WS-ORPHAN-IDX > WS-ORPHAN-COUNT
           EVALUATE TRUE
               WHEN WS-ORPHAN-HIT > 0
                   ADD 1 TO WS-ORP-RECORDS(WS-ORPHAN-HIT)
               WHEN WS-ORPHAN-COUNT < 100
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE WS-ORPHAN-VALUE
                       TO WS-ORP-VALUE(WS-ORPHAN-COUNT)
                   MOVE 1 TO WS-ORP-RECORDS(WS-ORPHAN-COUNT)
                   MOVE WS-LINE-NO
                       TO WS-ORP-FIRST-LINE(WS-ORPHAN-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-ORPHAN-OVERFLOW
           END-EVALUATE.

       MATCH-NEXT-ORPHAN.
           IF WS-ORP-VALUE(WS-ORPHAN-IDX) = WS-ORPHAN-VALUE
               MOVE WS-ORPHAN-IDX TO WS-ORPHAN-HIT
           END-IF.

      *rule 1 - one direct read of the operator file per stamped
      *record
       CHECK-TRANSACTION-OPERATORS.
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
               MOVE "Y" TO WS-RULE-NOT-CHECKED
           ELSE
               OPEN INPUT OPERATOR-FILE
               PERFORM CHECK-NEXT-TRANSACTION-OPER UNTIL AT-FILE-EOF
               CLOSE OPERATOR-FILE
               CLOSE TRANSACTION-FILE
           END-IF.

       CHECK-NEXT-TRANSACTION-OPER.
           READ TRANSACTION-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               ADD 1 TO WS-LINE-NO
               MOVE TRANSACTION-RECORD TO WS-TRANSACTION-REC
               IF WSTR-OPERATOR NOT = SPACES
                   MOVE WSTR-OPERATOR TO WS-WANTED-OPERATOR
                   PERFORM LOOK-UP-OPERATOR
                   IF NOT REFERENCE-FOUND
                       MOVE WSTR-OPERATOR TO WS-ORPHAN-VALUE
                       PERFORM NOTE-ORPHAN
                   END-IF
               END-IF
           END-IF.

       LOOK-UP-OPERATOR.
           MOVE "N" TO WS-REFERENCE-FOUND
           MOVE WS-WANTED-OPERATOR TO OPERATOR-KEY-ID
           READ OPERATOR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-REFERENCE-FOUND
           END-READ.

      *rule 2 - who raised each item and, once closed, who closed it
       CHECK-HANDOVER-OPERATORS.
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT HANDOVER-FILE
           IF WS-HANDOVER-STATUS NOT = "00"
               MOVE "Y" TO WS-RULE-NOT-CHECKED
           ELSE
               OPEN INPUT OPERATOR-FILE
               PERFORM CHECK-NEXT-HANDOVER-ITEM UNTIL AT-FILE-EOF
               CLOSE OPERATOR-FILE
               CLOSE HANDOVER-FILE
           END-IF.

       CHECK-NEXT-HANDOVER-ITEM.
           READ HANDOVER-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               ADD 1 TO WS-LINE-NO
               IF HND-RAISED-BY NOT = SPACES
                   MOVE HND-RAISED-BY TO WS-WANTED-OPERATOR
                   PERFORM LOOK-UP-OPERATOR
                   IF NOT REFERENCE-FOUND
                       MOVE HND-RAISED-BY TO WS-ORPHAN-VALUE
                       PERFORM NOTE-ORPHAN
                   END-IF
               END-IF
               IF HND-CLOSED-BY NOT = SPACES
                   MOVE HND-CLOSED-BY TO WS-WANTED-OPERATOR
                   PERFORM LOOK-UP-OPERATOR
                   IF NOT REFERENCE-FOUND
                       MOVE HND-CLOSED-BY TO WS-ORPHAN-VALUE
                       PERFORM NOTE-ORPHAN
                   END-IF
               END-IF
           END-IF.

      *rule 3 - a score written before the roster existed has no
      *roster ID and is passed over
       CHECK-SCORE-ROSTER-IDS.
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SCORE-FILE
           IF WS-SCORE-STATUS NOT = "00"
               MOVE "Y" TO WS-RULE-NOT-CHECKED
           ELSE
               PERFORM CHECK-NEXT-SCORE UNTIL AT-FILE-EOF
               CLOSE SCORE-FILE
           END-IF.

       CHECK-NEXT-SCORE.
           READ SCORE-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               ADD 1 TO WS-LINE-NO
               MOVE SCORE-RECORD TO WS-SCORE-REC
               IF SCR-ROSTER-ID NOT = SPACES
                   MOVE "N" TO WS-REFERENCE-FOUND
                   PERFORM MATCH-NEXT-ROSTER-ID
                       VARYING WS-ROSTER-IDX FROM 1 BY 1
                       UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
                           OR REFERENCE-FOUND
                   IF NOT REFERENCE-FOUND
                       MOVE SCR-ROSTER-ID TO WS-ORPHAN-VALUE
                       PERFORM NOTE-ORPHAN
                   END-IF
               END-IF
           END-IF.

       MATCH-NEXT-ROSTER-ID.
           IF WS-ROSTER-ID(WS-ROSTER-IDX) = SCR-ROSTER-ID
               MOVE "Y" TO WS-REFERENCE-FOUND
           END-IF.

      *rule 4 - the answer register and the comments both carry
      *the campaign; a blank one is the standing campaign 01.  the
      *line number is on the register, or on the comments file
      *when the first record carrying the campaign is a comment
       CHECK-SURVEY-CAMPAIGNS.
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT RESPONDENT-REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               PERFORM CHECK-NEXT-RESPONSE UNTIL AT-FILE-EOF
               CLOSE RESPONDENT-REGISTER-FILE
           END-IF
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SURVEY-DETAIL-FILE
           IF WS-DETAIL-STATUS = "00"
               PERFORM CHECK-NEXT-COMMENT UNTIL AT-FILE-EOF
               CLOSE SURVEY-DETAIL-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
                   AND WS-DETAIL-STATUS NOT = "00"
               MOVE "Y" TO WS-RULE-NOT-CHECKED
           END-IF.

       CHECK-NEXT-RESPONSE.
           READ RESPONDENT-REGISTER-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               ADD 1 TO WS-LINE-NO
               MOVE REG-CAMP TO WS-WANTED-CAMP
               PERFORM CHECK-CAMPAIGN-REFERENCE
           END-IF.

       CHECK-NEXT-COMMENT.
           READ SURVEY-DETAIL-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               ADD 1 TO WS-LINE-NO
               MOVE DTL-CAMPAIGN TO WS-WANTED-CAMP
               PERFORM CHECK-CAMPAIGN-REFERENCE
           END-IF.

       CHECK-CAMPAIGN-REFERENCE.
           IF WS-WANTED-CAMP = SPACES
               MOVE "01" TO WS-WANTED-CAMP
           END-IF
           MOVE "N" TO WS-REFERENCE-FOUND
           PERFORM MATCH-NEXT-CAMPAIGN
               VARYING WS-CAMP-IDX FROM 1 BY 1
               UNTIL WS-CAMP-IDX > WS-CAMP-COUNT OR REFERENCE-FOUND
           IF NOT REFERENCE-FOUND
               MOVE SPACES TO WS-ORPHAN-VALUE
               STRING "CAMPAIGN " DELIMITED BY SIZE
                       WS-WANTED-CAMP DELIMITED BY SIZE
                   INTO WS-ORPHAN-VALUE
               END-STRING
               PERFORM NOTE-ORPHAN
           END-IF.

       MATCH-NEXT-CAMPAIGN.
           IF WS-CAMP-ID(WS-CAMP-IDX) = WS-WANTED-CAMP
               MOVE "Y" TO WS-REFERENCE-FOUND
           END-IF.

      *rule 5 - a "*" entry is the marker access recertification
      *leaves on an operator with nothing granted, not a program
       CHECK-ENTITLEMENT-PROGRAMS.
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-ENTL-STATUS NOT = "00"
               MOVE "Y" TO WS-RULE-NOT-CHECKED
           ELSE
               PERFORM CHECK-NEXT-ENTITLEMENT UNTIL AT-FILE-EOF
               CLOSE ENTITLEMENT-FILE
           END-IF.

       CHECK-NEXT-ENTITLEMENT.
           READ ENTITLEMENT-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               ADD 1 TO WS-LINE-NO
               IF ENTL-OPERATOR NOT = SPACES
                       AND ENTL-PROGRAM(1:1) NOT = "*"
                   MOVE ENTL-PROGRAM TO WS-WANTED-PROGRAM
                   MOVE "N" TO WS-REFERENCE-FOUND
                   PERFORM MATCH-NEXT-KNOWN-PROGRAM
                       VARYING WS-ENTL-KNOWN-IDX FROM 1 BY 1
                       UNTIL WS-ENTL-KNOWN-IDX > WS-ENTL-KNOWN-COUNT
                           OR REFERENCE-FOUND
                   IF NOT REFERENCE-FOUND
                       MOVE SPACES TO WS-ORPHAN-VALUE
                       STRING ENTL-OPERATOR DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               ENTL-PROGRAM DELIMITED BY SIZE
                           INTO WS-ORPHAN-VALUE
                       END-STRING
                       PERFORM NOTE-ORPHAN
                   END-IF
               END-IF
           END-IF.

       MATCH-NEXT-KNOWN-PROGRAM.
           IF WS-ENTL-KNOWN-NAME(WS-ENTL-KNOWN-IDX)
                   = WS-WANTED-PROGRAM
               MOVE "Y" TO WS-REFERENCE-FOUND
           END-IF.

      *rule 6 - a void carries the business date and sequence of
      *the record it reverses on the indexed master
       CHECK-VOID-REFERENCES.
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
               MOVE "Y" TO WS-RULE-NOT-CHECKED
           ELSE
               OPEN INPUT TRANSACTION-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE "Y" TO WS-RULE-NOT-CHECKED
               ELSE
                   PERFORM CHECK-NEXT-VOID UNTIL AT-FILE-EOF
                   CLOSE TRANSACTION-MASTER
               END-IF
               CLOSE TRANSACTION-FILE
           END-IF.

       CHECK-NEXT-VOID.
           READ TRANSACTION-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               ADD 1 TO WS-LINE-NO
               MOVE TRANSACTION-RECORD TO WS-TRANSACTION-REC
               IF WSTR-RECORD-TYPE = "V"
                   MOVE "N" TO WS-REFERENCE-FOUND
                   IF WSTR-VOID-REF-DATE IS NUMERIC
                           AND WSTR-VOID-REF-SEQ IS NUMERIC
                       MOVE WSTR-VOID-REF-DATE TO TRX-DATE
                       MOVE WSTR-VOID-REF-SEQ TO TRX-SEQUENCE
                       READ TRANSACTION-MASTER
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-REFERENCE-FOUND
                       END-READ
                   END-IF
                   IF NOT REFERENCE-FOUND
                       MOVE SPACES TO WS-ORPHAN-VALUE
                       STRING "VOID OF " DELIMITED BY SIZE
                               WSTR-VOID-REF-DATE DELIMITED BY SIZE
                               " SEQ " DELIMITED BY SIZE
                               WSTR-VOID-REF-SEQ DELIMITED BY SIZE
                           INTO WS-ORPHAN-VALUE
                       END-STRING
                       PERFORM NOTE-ORPHAN
                   END-IF
               END-IF
           END-IF.

       RAISE-INTEGRITY-ALERT.
           MOVE SPACES TO WS-ALERT-LINE
           MOVE WS-SEVERE-FINDINGS TO WS-COUNT-PRINT
           STRING "INTEGRITY SEVERE " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   " SEE INTEGRPT.DAT" DELIMITED BY SIZE
               INTO WS-ALERT-LINE
           END-STRING
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           CLOSE ALERT-FILE
           MOVE "INTEG_CHECK" TO WS-ALRG-SOURCE
           MOVE WS-ALERT-LINE TO WS-ALRG-TEXT
           PERFORM REGISTER-OPERATOR-ALERT
           DISPLAY "** ALERT: " WS-ALERT-LINE.

       WRITE-REPORT-LINE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-REPORT-LINES
           MOVE SPACES TO WS-REPORT-LINE.

       copy errlog replacing ==:PROGRAM-NAME:== by =="INTEG_CHECK"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy procdate.

       copy alrgp.

       copy spoolreg.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="INTEG_CHECK"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program integ_check.
