       program-id. ops_scorecard.

      *monthly operations scorecard - one page for management in
      *place of the dozen reports they were sent.  the month's
      *figures are taken from what the suite already keeps: SLA
      *attainment from the SLA monitor's history, error events by
      *severity, Add01 rejects raised, repaired and still
      *outstanding, standing alerts raised, open problems by age,
      *security events whose review ran past SECEV-REVIEW-DAYS, and
      *the survey response rate.  each figure is rated red, amber
      *or green against two marks in the suite configuration
      *(SC-xxx-AMBER and SC-xxx-RED, the program's own marks when
      *not set) - a count goes amber or red when it reaches its
      *mark, a percentage when it falls below it - and shown beside
      *the prior month's figure, kept on the scorecard history.
      *the reject file carries no dates, so the rejects raised are
      *worked out from the outstanding count the prior month's
      *scorecard recorded and the month's dispositions.  problems
      *are aged as at the day of the run.  ends 4 when any figure
      *is red.

       environment division.
       input-output section.
       file-control.
           select scorecard-file assign to "SCORECRD.DAT"
               organization is line sequential
               file status is WS-SCORECARD-STATUS.
           select score-history-file assign to "SCORHIST.DAT"
               organization is line sequential
               file status is WS-HISTORY-STATUS.
           copy slahsel.
           select reject-file assign to "ADD01REJ.DAT"
               organization is line sequential
               file status is WS-REJECT-STATUS.
           select reject-disposition-file assign to "ADD01RJD.DAT"
               organization is line sequential
               file status is WS-RJD-STATUS.
           select problem-file assign to "PROBLEMS.DAT"
               organization is line sequential
               file status is WS-PROBLEM-STATUS.
           select secev-disposition-file assign to "SECEVDSP.DAT"
               organization is line sequential
               file status is WS-SEVD-STATUS.
           select expected-file assign to "YNEXPCT.DAT"
               organization is line sequential
               file status is WS-EXPECTED-STATUS.
           select respondent-register-file assign to "YNRESP.DAT"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           copy alrtsel.
           copy alrgsel.
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
       fd  scorecard-file.
       01 scorecard-record pic x(80).

       fd  score-history-file.
       01 score-history-record pic x(45).

       copy slahfd.

       fd  reject-file.
       01 reject-record pic x(110).

       fd  reject-disposition-file.
       01 reject-disposition-record.
           05 RJD-DATE pic 9(8).
           05 filler pic x(50).
           05 RJD-ACTION pic x(9).
           05 filler pic x(3).

       fd  problem-file.
       01 problem-record.
           05 PRB-ID pic 9(5).
           05 filler pic x.
           05 PRB-CODE pic x(4).
           05 filler pic x.
           05 PRB-PROGRAM pic x(23).
           05 filler pic x.
      *O open, A assigned, F fixed, C closed
           05 PRB-STATUS pic x.
           05 filler pic x.
           05 PRB-ASSIGNED-TO pic x(10).
           05 filler pic x.
           05 PRB-OPENED-DATE pic 9(8).
           05 filler pic x.
           05 PRB-HIT-COUNT pic 9(4).

       fd  secev-disposition-file.
       01 secev-disposition-record.
           05 SVD-LINE-NUMBER pic 9(5).
           05 filler pic x.
           05 SVD-CODE pic x.
           05 filler pic x.
           05 SVD-COMMENT pic x(30).
           05 filler pic x.
           05 SVD-REVIEWER pic x(10).
           05 filler pic x.
           05 SVD-DATE pic 9(8).
           05 filler pic x(2).

       fd  expected-file.
       01 expected-record.
           05 EXP-RESPONDENT pic x(10).
           05 filler pic x.
           05 EXP-CAMPAIGN pic x(2).

       fd  respondent-register-file.
       01 respondent-register-record.
           05 REG-RESPONDENT pic x(10).
           05 filler pic x.
           05 REG-QUESTION pic 9(2).
           05 filler pic x.
           05 REG-DATE pic 9(8).
           05 filler pic x(5).

       copy alrtfd.

       copy alrgfd.

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

       01 WS-SCORECARD-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-STATUS PIC XX VALUE SPACES.
       01 WS-RJD-STATUS PIC XX VALUE SPACES.
       01 WS-PROBLEM-STATUS PIC XX VALUE SPACES.
       01 WS-SEVD-STATUS PIC XX VALUE SPACES.
       01 WS-EXPECTED-STATUS PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-ALERT-STATUS PIC XX VALUE SPACES.
       01 WS-FILE-EOF PIC X VALUE "N".
         88 AT-FILE-EOF VALUE "Y".

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-SCORE-MONTH.
           05 WS-SCORE-YEAR PIC 9(4).
           05 WS-SCORE-MM PIC 9(2).
       01 WS-PRIOR-MONTH.
           05 WS-PRIOR-YEAR PIC 9(4).
           05 WS-PRIOR-MM PIC 9(2).

      *the figures, in the order they are printed: the label, the
      *stem of their two configuration marks, whether higher (H)
      *or lower (L) is better, and the program's own amber and red
      *marks
       01 WS-FIGURE-DEFS.
           05 FILLER PIC X(28) VALUE "SLA ATTAINMENT %".
           05 FILLER PIC X(14) VALUE "SC-SLA-PCT".
           05 FILLER PIC X(11) VALUE "H0009500090".
           05 FILLER PIC X(28) VALUE "ERROR EVENTS - SEVERE".
           05 FILLER PIC X(14) VALUE "SC-ERR-SEVERE".
           05 FILLER PIC X(11) VALUE "L0000500020".
           05 FILLER PIC X(28) VALUE "ERROR EVENTS - WARNING".
           05 FILLER PIC X(14) VALUE "SC-ERR-WARNING".
           05 FILLER PIC X(11) VALUE "L0002500060".
           05 FILLER PIC X(28) VALUE "ERROR EVENTS - INFORMATION".
           05 FILLER PIC X(14) VALUE "SC-ERR-INFO".
           05 FILLER PIC X(11) VALUE "L0010000250".
           05 FILLER PIC X(28) VALUE "ADD01 REJECTS RAISED".
           05 FILLER PIC X(14) VALUE "SC-REJ-RAISED".
           05 FILLER PIC X(11) VALUE "L0001000030".
           05 FILLER PIC X(28) VALUE "ADD01 REJECTS REPAIRED %".
           05 FILLER PIC X(14) VALUE "SC-REJ-REPAIR".
           05 FILLER PIC X(11) VALUE "H0009000075".
           05 FILLER PIC X(28) VALUE "ADD01 REJECTS OUTSTANDING".
           05 FILLER PIC X(14) VALUE "SC-REJ-OPEN".
           05 FILLER PIC X(11) VALUE "L0000500020".
           05 FILLER PIC X(28) VALUE "STANDING ALERTS RAISED".
           05 FILLER PIC X(14) VALUE "SC-ALERTS".
           05 FILLER PIC X(11) VALUE "L0000500015".
           05 FILLER PIC X(28) VALUE "OPEN PROBLEMS 0-7 DAYS".
           05 FILLER PIC X(14) VALUE "SC-PROB-NEW".
           05 FILLER PIC X(11) VALUE "L0000500010".
           05 FILLER PIC X(28) VALUE "OPEN PROBLEMS 8-30 DAYS".
           05 FILLER PIC X(14) VALUE "SC-PROB-AGED".
           05 FILLER PIC X(11) VALUE "L0000300006".
           05 FILLER PIC X(28) VALUE "OPEN PROBLEMS OVER 30 DAYS".
           05 FILLER PIC X(14) VALUE "SC-PROB-OLD".
           05 FILLER PIC X(11) VALUE "L0000100003".
           05 FILLER PIC X(28) VALUE "SECURITY REVIEWS OVERDUE".
           05 FILLER PIC X(14) VALUE "SC-SEC-OVERDUE".
           05 FILLER PIC X(11) VALUE "L0000100005".
           05 FILLER PIC X(28) VALUE "SURVEY RESPONSE RATE %".
           05 FILLER PIC X(14) VALUE "SC-SURVEY-PCT".
           05 FILLER PIC X(11) VALUE "H0006000040".
       01 WS-FIGURE-DEF-TABLE REDEFINES WS-FIGURE-DEFS.
           05 WS-FIGURE-DEF OCCURS 13 TIMES.
               10 WS-DEF-LABEL PIC X(28).
               10 WS-DEF-STEM PIC X(14).
               10 WS-DEF-DIRECTION PIC X.
               10 WS-DEF-AMBER PIC 9(5).
               10 WS-DEF-RED PIC 9(5).

       01 WS-FIGURE-TABLE.
           05 WS-FIGURE-ENTRY OCCURS 13 TIMES.
               10 WS-FIG-AMBER PIC 9(7).
               10 WS-FIG-RED PIC 9(7).
               10 WS-FIG-VALUE PIC 9(7).
               10 WS-FIG-MEASURED PIC X.
               10 WS-FIG-RATING PIC X(5).
               10 WS-FIG-PRIOR PIC 9(7).
               10 WS-FIG-PRIOR-FOUND PIC X.
       01 WS-FIGURE-COUNT PIC 99 VALUE 13.
       01 WS-FIG-IDX PIC 99 VALUE 0.
       01 WS-MARK-SUFFIX PIC X(6) VALUE SPACES.

      *where each figure sits in the table
       01 WS-FIG-SLA PIC 99 VALUE 1.
       01 WS-FIG-ERR-SEVERE PIC 99 VALUE 2.
       01 WS-FIG-ERR-WARNING PIC 99 VALUE 3.
       01 WS-FIG-ERR-INFO PIC 99 VALUE 4.
       01 WS-FIG-REJ-RAISED PIC 99 VALUE 5.
       01 WS-FIG-REJ-REPAIR PIC 99 VALUE 6.
       01 WS-FIG-REJ-OPEN PIC 99 VALUE 7.
       01 WS-FIG-ALERTS PIC 99 VALUE 8.
       01 WS-FIG-PROB-NEW PIC 99 VALUE 9.
       01 WS-FIG-PROB-AGED PIC 99 VALUE 10.
       01 WS-FIG-PROB-OLD PIC 99 VALUE 11.
       01 WS-FIG-SEC-OVERDUE PIC 99 VALUE 12.
       01 WS-FIG-SURVEY PIC 99 VALUE 13.

       01 WS-RED-COUNT PIC 99 VALUE 0.
       01 WS-AMBER-COUNT PIC 99 VALUE 0.
       01 WS-GREEN-COUNT PIC 99 VALUE 0.
       01 WS-UNMEASURED-COUNT PIC 99 VALUE 0.

      *a line of the scorecard history - every figure of every
      *scorecard run; the last line for a month and figure stands
       01 WS-SCORE-HIST-REC.
           05 SCH-MONTH PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 SCH-FIGURE PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 SCH-MEASURED PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 SCH-VALUE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 SCH-RATING PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 SCH-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 SCH-OPERATOR PIC X(10).

      *SLA history - the last verdict for each step and night
       01 WS-SLA-SEEN-TABLE.
           05 WS-SLA-SEEN OCCURS 2000 TIMES.
               10 WS-SLS-KEY PIC X(31).
               10 WS-SLS-VERDICT PIC X(6).
       01 WS-SLA-SEEN-COUNT PIC 9(4) VALUE 0.
       01 WS-SLA-SEEN-IDX PIC 9(4) VALUE 0.
       01 WS-SLA-SEEN-HIT PIC 9(4) VALUE 0.
       01 WS-SLA-KEY PIC X(31) VALUE SPACES.
       01 WS-SLA-WITHIN PIC 9(5) VALUE 0.
       01 WS-SLA-OVER PIC 9(5) VALUE 0.

      *Add01 rejects
       01 WS-REJ-OUTSTANDING PIC 9(7) VALUE 0.
       01 WS-REJ-CORRECTED PIC 9(7) VALUE 0.
       01 WS-REJ-ABANDONED PIC 9(7) VALUE 0.
       01 WS-REJ-CARRIED-IN PIC 9(7) VALUE 0.
       01 WS-REJ-RAISED PIC S9(7) VALUE 0.
       01 WS-REJ-NO-PRIOR PIC X VALUE "N".

      *security event reviews
       01 WS-REVIEW-DAYS PIC 9(3) VALUE 7.
       01 WS-SEVD-TABLE.
           05 WS-SEVD-ENTRY OCCURS 2000 TIMES.
               10 WS-SEVD-LINE PIC 9(5).
               10 WS-SEVD-DATE PIC 9(8).
       01 WS-SEVD-COUNT PIC 9(4) VALUE 0.
       01 WS-SEVD-IDX PIC 9(4) VALUE 0.
       01 WS-SEVD-HIT PIC 9(4) VALUE 0.
       01 WS-EVENT-LINE PIC 9(5) VALUE 0.
       01 WS-EVENT-DATE PIC X(8) VALUE SPACES.
       01 WS-EVENT-DATE-NUM PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS PIC S9(7) VALUE 0.

      *survey respondents - each id counted once
       01 WS-EXPECTED-TABLE.
           05 WS-EXPECTED-ID PIC X(10) OCCURS 500 TIMES.
       01 WS-EXPECTED-COUNT PIC 9(4) VALUE 0.
       01 WS-RESPONDED-TABLE.
           05 WS-RESPONDED-ID PIC X(10) OCCURS 2000 TIMES.
       01 WS-RESPONDED-COUNT PIC 9(4) VALUE 0.
       01 WS-ID-IDX PIC 9(4) VALUE 0.
       01 WS-ID-HIT PIC 9(4) VALUE 0.

       01 WS-COUNT-PRINT PIC Z(6)9.
       01 WS-MARK-PRINT PIC ZZZZ9.
       01 WS-REPORT-LINES PIC 9(5) VALUE 0.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-SCORE-LINE.
           05 SCL-LABEL PIC X(28).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCL-VALUE PIC X(10) JUSTIFIED RIGHT.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCL-PRIOR PIC X(7) JUSTIFIED RIGHT.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SCL-RATING PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCL-AMBER PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCL-RED PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE SPACES.

      *shared SLA history
       copy slahws.

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
           MOVE "OPS_SCORECARD" TO WS-ENTL-PROGRAM.
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
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           DISPLAY "SCORECARD FOR WHICH MONTH (YYYYMM)? "
           ACCEPT WS-SCORE-MONTH
           IF WS-SCORE-MONTH IS NOT NUMERIC
                   OR WS-SCORE-MM < 1 OR WS-SCORE-MM > 12
               DISPLAY ERRMSG-NOT-NUMERIC
               MOVE "E002" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               MOVE "BAD MONTH" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           MOVE WS-SCORE-MONTH TO WS-PRIOR-MONTH
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF

           PERFORM LOAD-FIGURE-MARKS
               VARYING WS-FIG-IDX FROM 1 BY 1
               UNTIL WS-FIG-IDX > WS-FIGURE-COUNT
           PERFORM LOAD-PRIOR-FIGURES
           PERFORM GATHER-SLA-ATTAINMENT
           PERFORM GATHER-ERROR-EVENTS
           PERFORM GATHER-ADD01-REJECTS
           PERFORM GATHER-ALERTS-RAISED
           PERFORM GATHER-OPEN-PROBLEMS
           PERFORM GATHER-OVERDUE-REVIEWS
           PERFORM GATHER-SURVEY-RESPONSE
           PERFORM RATE-NEXT-FIGURE
               VARYING WS-FIG-IDX FROM 1 BY 1
               UNTIL WS-FIG-IDX > WS-FIGURE-COUNT
           PERFORM WRITE-SCORECARD
           PERFORM SAVE-SCORE-HISTORY

           MOVE WS-RED-COUNT TO WS-COUNT-PRINT
           DISPLAY "SCORECARD WRITTEN TO SCORECRD.DAT"
           DISPLAY "FIGURES RATED RED: " WS-COUNT-PRINT
           MOVE SPACES TO WS-OUTCOME
           IF WS-RED-COUNT > 0
               STRING "SCORECARD " DELIMITED BY SIZE
                       WS-RED-COUNT DELIMITED BY SIZE
                       " RED" DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "SCORECARD WRITTEN" TO WS-OUTCOME
           END-IF
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

      *the program's marks stand unless the configuration sets one
       LOAD-FIGURE-MARKS.
           INITIALIZE WS-FIGURE-ENTRY(WS-FIG-IDX)
           MOVE WS-DEF-AMBER(WS-FIG-IDX) TO WS-FIG-AMBER(WS-FIG-IDX)
           MOVE WS-DEF-RED(WS-FIG-IDX) TO WS-FIG-RED(WS-FIG-IDX)
           MOVE "N" TO WS-FIG-MEASURED(WS-FIG-IDX)
           MOVE "N" TO WS-FIG-PRIOR-FOUND(WS-FIG-IDX)
           MOVE "-AMBER" TO WS-MARK-SUFFIX
           PERFORM GET-FIGURE-MARK
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-FIG-AMBER(WS-FIG-IDX)
           END-IF
           MOVE "-RED" TO WS-MARK-SUFFIX
           PERFORM GET-FIGURE-MARK
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-FIG-RED(WS-FIG-IDX)
           END-IF.

       GET-FIGURE-MARK.
           MOVE SPACES TO WS-CFG-WANTED-NAME
           STRING WS-DEF-STEM(WS-FIG-IDX) DELIMITED BY SPACE
                   WS-MARK-SUFFIX DELIMITED BY SPACE
               INTO WS-CFG-WANTED-NAME
           END-STRING
           PERFORM GET-NUMERIC-PARAMETER.

       LOAD-PRIOR-FIGURES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM LOAD-NEXT-PRIOR-FIGURE UNTIL AT-FILE-EOF
               CLOSE SCORE-HISTORY-FILE
           END-IF.

       LOAD-NEXT-PRIOR-FIGURE.
           READ SCORE-HISTORY-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               MOVE SCORE-HISTORY-RECORD TO WS-SCORE-HIST-REC
               IF SCH-MONTH = WS-PRIOR-MONTH
                       AND SCH-FIGURE IS NUMERIC
                       AND SCH-FIGURE > 0
                       AND SCH-FIGURE NOT > WS-FIGURE-COUNT
                       AND SCH-VALUE IS NUMERIC
                   MOVE SCH-VALUE TO WS-FIG-PRIOR(SCH-FIGURE)
                   MOVE SCH-MEASURED
                       TO WS-FIG-PRIOR-FOUND(SCH-FIGURE)
               END-IF
           END-IF.

      *SLA - the share of measured step runs in the month that
      *finished within their target; a night's actuals run more
      *than once counts once, on its last verdict
       GATHER-SLA-ATTAINMENT.
           MOVE 0 TO WS-SLA-SEEN-COUNT
           MOVE "N" TO WS-SLAH-EOF
           OPEN INPUT SLA-HISTORY-FILE
           IF WS-SLAH-STATUS = "00"
               PERFORM NOTE-NEXT-SLA-LINE UNTIL AT-SLAH-EOF
               CLOSE SLA-HISTORY-FILE
           END-IF
           MOVE 0 TO WS-SLA-WITHIN
           MOVE 0 TO WS-SLA-OVER
           PERFORM COUNT-NEXT-SLA-VERDICT
               VARYING WS-SLA-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SLA-SEEN-IDX > WS-SLA-SEEN-COUNT
           IF WS-SLA-WITHIN + WS-SLA-OVER > 0
               COMPUTE WS-FIG-VALUE(WS-FIG-SLA) ROUNDED =
                   WS-SLA-WITHIN * 100
                   / (WS-SLA-WITHIN + WS-SLA-OVER)
               MOVE "Y" TO WS-FIG-MEASURED(WS-FIG-SLA)
           END-IF.

       NOTE-NEXT-SLA-LINE.
           READ SLA-HISTORY-FILE
               AT END MOVE "Y" TO WS-SLAH-EOF
           END-READ
           IF NOT AT-SLAH-EOF
               MOVE SLA-HISTORY-RECORD TO WS-SLAH-REC
               IF SLH-DATE IS NUMERIC
                       AND SLH-DATE(1:6) = WS-SCORE-MONTH
                   MOVE SLH-DATE TO WS-SLA-KEY(1:8)
                   MOVE SLH-PROGRAM TO WS-SLA-KEY(9:23)
                   MOVE 0 TO WS-SLA-SEEN-HIT
                   PERFORM MATCH-NEXT-SLA-SEEN
                       VARYING WS-SLA-SEEN-IDX FROM 1 BY 1
                       UNTIL WS-SLA-SEEN-IDX > WS-SLA-SEEN-COUNT
                           OR WS-SLA-SEEN-HIT > 0
                   IF WS-SLA-SEEN-HIT = 0
                           AND WS-SLA-SEEN-COUNT < 2000
                       ADD 1 TO WS-SLA-SEEN-COUNT
                       MOVE WS-SLA-SEEN-COUNT TO WS-SLA-SEEN-HIT
                       MOVE WS-SLA-KEY TO WS-SLS-KEY(WS-SLA-SEEN-HIT)
                   END-IF
                   IF WS-SLA-SEEN-HIT > 0
                       MOVE SLH-VERDICT
                           TO WS-SLS-VERDICT(WS-SLA-SEEN-HIT)
                   END-IF
               END-IF
           END-IF.

       MATCH-NEXT-SLA-SEEN.
           IF WS-SLS-KEY(WS-SLA-SEEN-IDX) = WS-SLA-KEY
               MOVE WS-SLA-SEEN-IDX TO WS-SLA-SEEN-HIT
           END-IF.

       COUNT-NEXT-SLA-VERDICT.
           MOVE WS-SLS-VERDICT(WS-SLA-SEEN-IDX) TO SLH-VERDICT
           IF SLH-WITHIN
               ADD 1 TO WS-SLA-WITHIN
           END-IF
           IF SLH-OVER
               ADD 1 TO WS-SLA-OVER
           END-IF.

      *error events logged in the month, by catalog severity
       GATHER-ERROR-EVENTS.
           MOVE "Y" TO WS-FIG-MEASURED(WS-FIG-ERR-SEVERE)
           MOVE "Y" TO WS-FIG-MEASURED(WS-FIG-ERR-WARNING)
           MOVE "Y" TO WS-FIG-MEASURED(WS-FIG-ERR-INFO)
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ERROR-EVENT-FILE
           IF WS-EREVENT-STATUS = "00"
               PERFORM COUNT-NEXT-ERROR-EVENT UNTIL AT-FILE-EOF
               CLOSE ERROR-EVENT-FILE
           END-IF.

       COUNT-NEXT-ERROR-EVENT.
           READ ERROR-EVENT-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               MOVE ERROR-EVENT-RECORD TO WS-ERROR-EVENT-REC
               IF EREV-DATE IS NUMERIC
                       AND EREV-DATE(1:6) = WS-SCORE-MONTH
                   EVALUATE EREV-SEVERITY
                       WHEN "E"
                           ADD 1 TO WS-FIG-VALUE(WS-FIG-ERR-SEVERE)
                       WHEN "W"
                           ADD 1 TO WS-FIG-VALUE(WS-FIG-ERR-WARNING)
                       WHEN OTHER
                           ADD 1 TO WS-FIG-VALUE(WS-FIG-ERR-INFO)
                   END-EVALUATE
               END-IF
           END-IF.

      *rejects still on the reject file, the month's repairs and
      *abandonments from the disposition file, and the rejects
      *raised worked out from the two: what is outstanding now,
      *less what the prior month's scorecard found outstanding,
      *plus what was disposed of in between
       GATHER-ADD01-REJECTS.
           MOVE 0 TO WS-REJ-OUTSTANDING
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               PERFORM COUNT-NEXT-REJECT UNTIL AT-FILE-EOF
               CLOSE REJECT-FILE
           END-IF
           MOVE 0 TO WS-REJ-CORRECTED
           MOVE 0 TO WS-REJ-ABANDONED
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT REJECT-DISPOSITION-FILE
           IF WS-RJD-STATUS = "00"
               PERFORM COUNT-NEXT-REJECT-DISPOSITION
                   UNTIL AT-FILE-EOF
               CLOSE REJECT-DISPOSITION-FILE
           END-IF
           IF WS-FIG-PRIOR-FOUND(WS-FIG-REJ-OPEN) = "Y"
               MOVE WS-FIG-PRIOR(WS-FIG-REJ-OPEN) TO WS-REJ-CARRIED-IN
           ELSE
               MOVE 0 TO WS-REJ-CARRIED-IN
               MOVE "Y" TO WS-REJ-NO-PRIOR
           END-IF
           COMPUTE WS-REJ-RAISED = WS-REJ-OUTSTANDING
               - WS-REJ-CARRIED-IN + WS-REJ-CORRECTED
               + WS-REJ-ABANDONED
           IF WS-REJ-RAISED < 0
               MOVE 0 TO WS-REJ-RAISED
           END-IF
           MOVE WS-REJ-RAISED TO WS-FIG-VALUE(WS-FIG-REJ-RAISED)
           MOVE "Y" TO WS-FIG-MEASURED(WS-FIG-REJ-RAISED)
           IF WS-REJ-RAISED > 0
               COMPUTE WS-FIG-VALUE(WS-FIG-REJ-REPAIR) ROUNDED =
                   WS-REJ-CORRECTED * 100 / WS-REJ-RAISED
               IF WS-FIG-VALUE(WS-FIG-REJ-REPAIR) > 100
                   MOVE 100 TO WS-FIG-VALUE(WS-FIG-REJ-REPAIR)
               END-IF
               MOVE "Y" TO WS-FIG-MEASURED(WS-FIG-REJ-REPAIR)
           END-IF
           MOVE WS-REJ-OUTSTANDING TO WS-FIG-VALUE(WS-FIG-REJ-OPEN)
           MOVE "Y" TO WS-FIG-MEASURED(WS-FIG-REJ-OPEN).

       COUNT-NEXT-REJECT.
           READ REJECT-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               IF REJECT-RECORD NOT = SPACES
                   ADD 1 TO WS-REJ-OUTSTANDING
               END-IF
           END-IF.

       COUNT-NEXT-REJECT-DISPOSITION.
           READ REJECT-DISPOSITION-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               IF RJD-DATE IS NUMERIC
                       AND RJD-DATE(1:6) = WS-SCORE-MONTH
                   IF RJD-ACTION = "CORRECTED"
                       ADD 1 TO WS-REJ-CORRECTED
                   END-IF
                   IF RJD-ACTION = "ABANDONED"
                       ADD 1 TO WS-REJ-ABANDONED
                   END-IF
               END-IF
           END-IF.

      *standing alerts raised in the month, whichever program
      *raised them
       GATHER-ALERTS-RAISED.
           PERFORM LOAD-ALERT-REGISTER
           PERFORM COUNT-NEXT-RAISED-ALERT
               VARYING WS-ALRG-IDX FROM 1 BY 1
               UNTIL WS-ALRG-IDX > WS-ALRG-COUNT
           MOVE "Y" TO WS-FIG-MEASURED(WS-FIG-ALERTS).

       COUNT-NEXT-RAISED-ALERT.
           MOVE WS-ALRG-ENTRY(WS-ALRG-IDX) TO WS-ALERT-REG-REC
           IF ALG-RAISED-DATE(1:6) = WS-SCORE-MONTH
               ADD 1 TO WS-FIG-VALUE(WS-FIG-ALERTS)
           END-IF.

      *problems open or assigned, aged from the day they were
      *opened to the day of the run
       GATHER-OPEN-PROBLEMS.
           MOVE "Y" TO WS-FIG-MEASURED(WS-FIG-PROB-NEW)
           MOVE "Y" TO WS-FIG-MEASURED(WS-FIG-PROB-AGED)
           MOVE "Y" TO WS-FIG-MEASURED(WS-FIG-PROB-OLD)
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT PROBLEM-FILE
           IF WS-PROBLEM-STATUS = "00"
               PERFORM AGE-NEXT-PROBLEM UNTIL AT-FILE-EOF
               CLOSE PROBLEM-FILE
           END-IF.

       AGE-NEXT-PROBLEM.
           READ PROBLEM-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               IF (PRB-STATUS = "O" OR PRB-STATUS = "A")
                       AND PRB-OPENED-DATE IS NUMERIC
                       AND PRB-OPENED-DATE > 0
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE(PRB-OPENED-DATE)
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS > 30
                           ADD 1 TO WS-FIG-VALUE(WS-FIG-PROB-OLD)
                       WHEN WS-AGE-DAYS > 7
                           ADD 1 TO WS-FIG-VALUE(WS-FIG-PROB-AGED)
                       WHEN OTHER
                           ADD 1 TO WS-FIG-VALUE(WS-FIG-PROB-NEW)
                   END-EVALUATE
               END-IF
           END-IF.

      *security events logged in the month whose review came more
      *than SECEV-REVIEW-DAYS after them, or has not come and is
      *already that late.  events are known by their line number
      *in the event file, as the review console keeps them
       GATHER-OVERDUE-REVIEWS.
           MOVE "SECEV-REVIEW-DAYS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-REVIEW-DAYS
           END-IF
           MOVE 0 TO WS-SEVD-COUNT
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SECEV-DISPOSITION-FILE
           IF WS-SEVD-STATUS = "00"
               PERFORM LOAD-NEXT-REVIEW UNTIL AT-FILE-EOF
               CLOSE SECEV-DISPOSITION-FILE
           END-IF
           MOVE 0 TO WS-EVENT-LINE
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SECURITY-EVENT-FILE
           IF WS-SECEVENT-STATUS = "00"
               PERFORM CHECK-NEXT-EVENT-REVIEW UNTIL AT-FILE-EOF
               CLOSE SECURITY-EVENT-FILE
           END-IF
           MOVE "Y" TO WS-FIG-MEASURED(WS-FIG-SEC-OVERDUE).

       LOAD-NEXT-REVIEW.
           READ SECEV-DISPOSITION-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               IF SVD-LINE-NUMBER IS NUMERIC
                       AND SVD-DATE IS NUMERIC
                       AND WS-SEVD-COUNT < 2000
                   ADD 1 TO WS-SEVD-COUNT
                   MOVE SVD-LINE-NUMBER TO WS-SEVD-LINE(WS-SEVD-COUNT)
                   MOVE SVD-DATE TO WS-SEVD-DATE(WS-SEVD-COUNT)
               END-IF
           END-IF.

       CHECK-NEXT-EVENT-REVIEW.
           READ SECURITY-EVENT-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               ADD 1 TO WS-EVENT-LINE
               MOVE SECURITY-EVENT-RECORD(1:8) TO WS-EVENT-DATE
               IF WS-EVENT-DATE IS NUMERIC
                       AND WS-EVENT-DATE(1:6) = WS-SCORE-MONTH
                   MOVE WS-EVENT-DATE TO WS-EVENT-DATE-NUM
                   MOVE 0 TO WS-SEVD-HIT
                   PERFORM MATCH-NEXT-REVIEW
                       VARYING WS-SEVD-IDX FROM 1 BY 1
                       UNTIL WS-SEVD-IDX > WS-SEVD-COUNT
                           OR WS-SEVD-HIT > 0
                   IF WS-SEVD-HIT > 0
                       COMPUTE WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(
                               WS-SEVD-DATE(WS-SEVD-HIT))
                           - FUNCTION INTEGER-OF-DATE(
                               WS-EVENT-DATE-NUM)
                   ELSE
                       COMPUTE WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                           - FUNCTION INTEGER-OF-DATE(
                               WS-EVENT-DATE-NUM)
                   END-IF
                   IF WS-AGE-DAYS > WS-REVIEW-DAYS
                       ADD 1 TO WS-FIG-VALUE(WS-FIG-SEC-OVERDUE)
                   END-IF
               END-IF
           END-IF.

       MATCH-NEXT-REVIEW.
           IF WS-SEVD-LINE(WS-SEVD-IDX) = WS-EVENT-LINE
               MOVE WS-SEVD-IDX TO WS-SEVD-HIT
           END-IF.

      *respondents who answered in the month against the
      *expected-respondents list, each id counted once the same
      *way the survey report counts them
       GATHER-SURVEY-RESPONSE.
           MOVE 0 TO WS-EXPECTED-COUNT
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT EXPECTED-FILE
           IF WS-EXPECTED-STATUS = "00"
               PERFORM NOTE-NEXT-EXPECTED UNTIL AT-FILE-EOF
               CLOSE EXPECTED-FILE
           END-IF
           MOVE 0 TO WS-RESPONDED-COUNT
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT RESPONDENT-REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               PERFORM NOTE-NEXT-RESPONDENT UNTIL AT-FILE-EOF
               CLOSE RESPONDENT-REGISTER-FILE
           END-IF
           IF WS-EXPECTED-COUNT > 0
               COMPUTE WS-FIG-VALUE(WS-FIG-SURVEY) ROUNDED =
                   WS-RESPONDED-COUNT * 100 / WS-EXPECTED-COUNT
               MOVE "Y" TO WS-FIG-MEASURED(WS-FIG-SURVEY)
           END-IF.

       NOTE-NEXT-EXPECTED.
           READ EXPECTED-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               IF EXP-RESPONDENT NOT = SPACES
                   MOVE 0 TO WS-ID-HIT
                   PERFORM MATCH-NEXT-EXPECTED
                       VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > WS-EXPECTED-COUNT
                           OR WS-ID-HIT > 0
                   IF WS-ID-HIT = 0 AND WS-EXPECTED-COUNT < 500
                       ADD 1 TO WS-EXPECTED-COUNT
                       MOVE EXP-RESPONDENT
                           TO WS-EXPECTED-ID(WS-EXPECTED-COUNT)
                   END-IF
               END-IF
           END-IF.

       MATCH-NEXT-EXPECTED.
           IF WS-EXPECTED-ID(WS-ID-IDX) = EXP-RESPONDENT
               MOVE WS-ID-IDX TO WS-ID-HIT
           END-IF.

       NOTE-NEXT-RESPONDENT.
           READ RESPONDENT-REGISTER-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               IF REG-RESPONDENT NOT = SPACES
                       AND REG-DATE IS NUMERIC
                       AND REG-DATE(1:6) = WS-SCORE-MONTH
                   MOVE 0 TO WS-ID-HIT
                   PERFORM MATCH-NEXT-RESPONDENT
                       VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > WS-RESPONDED-COUNT
                           OR WS-ID-HIT > 0
                   IF WS-ID-HIT = 0 AND WS-RESPONDED-COUNT < 2000
                       ADD 1 TO WS-RESPONDED-COUNT
                       MOVE REG-RESPONDENT
                           TO WS-RESPONDED-ID(WS-RESPONDED-COUNT)
                   END-IF
               END-IF
           END-IF.

       MATCH-NEXT-RESPONDENT.
           IF WS-RESPONDED-ID(WS-ID-IDX) = REG-RESPONDENT
               MOVE WS-ID-IDX TO WS-ID-HIT
           END-IF.

      *a count is amber or red once it reaches its mark; a
      *percentage once it falls below it
       RATE-NEXT-FIGURE.
           EVALUATE TRUE
               WHEN WS-FIG-MEASURED(WS-FIG-IDX) NOT = "Y"
                   MOVE "N/A" TO WS-FIG-RATING(WS-FIG-IDX)
                   ADD 1 TO WS-UNMEASURED-COUNT
               WHEN WS-DEF-DIRECTION(WS-FIG-IDX) = "H"
                       AND WS-FIG-VALUE(WS-FIG-IDX)
                           < WS-FIG-RED(WS-FIG-IDX)
                   MOVE "RED" TO WS-FIG-RATING(WS-FIG-IDX)
               WHEN WS-DEF-DIRECTION(WS-FIG-IDX) = "H"
                       AND WS-FIG-VALUE(WS-FIG-IDX)
                           < WS-FIG-AMBER(WS-FIG-IDX)
                   MOVE "AMBER" TO WS-FIG-RATING(WS-FIG-IDX)
               WHEN WS-DEF-DIRECTION(WS-FIG-IDX) = "H"
                   MOVE "GREEN" TO WS-FIG-RATING(WS-FIG-IDX)
               WHEN WS-FIG-VALUE(WS-FIG-IDX)
                       NOT < WS-FIG-RED(WS-FIG-IDX)
                   MOVE "RED" TO WS-FIG-RATING(WS-FIG-IDX)
               WHEN WS-FIG-VALUE(WS-FIG-IDX)
                       NOT < WS-FIG-AMBER(WS-FIG-IDX)
                   MOVE "AMBER" TO WS-FIG-RATING(WS-FIG-IDX)
               WHEN OTHER
                   MOVE "GREEN" TO WS-FIG-RATING(WS-FIG-IDX)
           END-EVALUATE
           EVALUATE WS-FIG-RATING(WS-FIG-IDX)
               WHEN "RED"
                   ADD 1 TO WS-RED-COUNT
               WHEN "AMBER"
                   ADD 1 TO WS-AMBER-COUNT
               WHEN "GREEN"
                   ADD 1 TO WS-GREEN-COUNT
           END-EVALUATE.

       WRITE-SCORECARD.
           MOVE 0 TO WS-REPORT-LINES
           OPEN OUTPUT SCORECARD-FILE
           STRING "MONTHLY OPERATIONS SCORECARD FOR "
                   DELIMITED BY SIZE
                   WS-SCORE-MONTH DELIMITED BY SIZE
                   "  RUN " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   "  BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-SCORECARD-LINE
           STRING "PRIOR MONTH SHOWN FOR COMPARISON: "
                   DELIMITED BY SIZE
                   WS-PRIOR-MONTH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-SCORECARD-LINE
           PERFORM WRITE-SCORECARD-LINE
           MOVE "FIGURE" TO WS-REPORT-LINE(1:6)
           MOVE "THIS MONTH" TO WS-REPORT-LINE(31:10)
           MOVE "PRIOR" TO WS-REPORT-LINE(45:5)
           MOVE "RATING" TO WS-REPORT-LINE(53:6)
           MOVE "AMBER" TO WS-REPORT-LINE(60:5)
           MOVE "RED" TO WS-REPORT-LINE(69:3)
           PERFORM WRITE-SCORECARD-LINE
           PERFORM WRITE-NEXT-FIGURE-LINE
               VARYING WS-FIG-IDX FROM 1 BY 1
               UNTIL WS-FIG-IDX > WS-FIGURE-COUNT
           PERFORM WRITE-SCORECARD-LINE
           STRING "RED " DELIMITED BY SIZE
                   WS-RED-COUNT DELIMITED BY SIZE
                   "   AMBER " DELIMITED BY SIZE
                   WS-AMBER-COUNT DELIMITED BY SIZE
                   "   GREEN " DELIMITED BY SIZE
                   WS-GREEN-COUNT DELIMITED BY SIZE
                   "   NOT MEASURED " DELIMITED BY SIZE
                   WS-UNMEASURED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-SCORECARD-LINE
           PERFORM WRITE-SCORECARD-LINE
           MOVE WS-REJ-CORRECTED TO WS-COUNT-PRINT
           STRING "ADD01 REJECTS REPAIRED IN THE MONTH: "
                   DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-SCORECARD-LINE
           MOVE WS-REJ-ABANDONED TO WS-COUNT-PRINT
           STRING "ADD01 REJECTS ABANDONED IN THE MONTH: "
                   DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-SCORECARD-LINE
           IF WS-REJ-NO-PRIOR = "Y"
               MOVE "NO PRIOR SCORECARD - REJECTS RAISED INCLUDE ANY "
                   TO WS-REPORT-LINE
               MOVE "CARRIED IN" TO WS-REPORT-LINE(49:10)
               PERFORM WRITE-SCORECARD-LINE
           END-IF
           STRING "OPEN PROBLEMS ARE AGED AS AT " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-SCORECARD-LINE
           MOVE "A % FIGURE IS RATED BY FALLING BELOW ITS MARKS, A "
               TO WS-REPORT-LINE
           MOVE "COUNT BY REACHING THEM" TO WS-REPORT-LINE(51:22)
           PERFORM WRITE-SCORECARD-LINE
           CLOSE SCORECARD-FILE
           MOVE "SCORECRD.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = (WS-REPORT-LINES + 59) / 60
           PERFORM REGISTER-SPOOL-REPORT.

       WRITE-NEXT-FIGURE-LINE.
           MOVE WS-DEF-LABEL(WS-FIG-IDX) TO SCL-LABEL
           IF WS-FIG-MEASURED(WS-FIG-IDX) = "Y"
               MOVE WS-FIG-VALUE(WS-FIG-IDX) TO WS-COUNT-PRINT
               MOVE WS-COUNT-PRINT TO SCL-VALUE
           ELSE
               MOVE "N/A" TO SCL-VALUE
           END-IF
           IF WS-FIG-PRIOR-FOUND(WS-FIG-IDX) = "Y"
               MOVE WS-FIG-PRIOR(WS-FIG-IDX) TO WS-COUNT-PRINT
               MOVE WS-COUNT-PRINT TO SCL-PRIOR
           ELSE
               MOVE "-" TO SCL-PRIOR
           END-IF
           MOVE WS-FIG-RATING(WS-FIG-IDX) TO SCL-RATING
           MOVE WS-FIG-AMBER(WS-FIG-IDX) TO SCL-AMBER
           MOVE WS-FIG-RED(WS-FIG-IDX) TO SCL-RED
           MOVE WS-SCORE-LINE TO WS-REPORT-LINE
           PERFORM WRITE-SCORECARD-LINE.

       WRITE-SCORECARD-LINE.
           WRITE SCORECARD-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-REPORT-LINES
           MOVE SPACES TO WS-REPORT-LINE.

      *this month's figures go on the history for next month's
      *comparison; a rerun's lines follow and stand in their place
       SAVE-SCORE-HISTORY.
           OPEN EXTEND SCORE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT SCORE-HISTORY-FILE
           END-IF
           PERFORM SAVE-NEXT-FIGURE
               VARYING WS-FIG-IDX FROM 1 BY 1
               UNTIL WS-FIG-IDX > WS-FIGURE-COUNT
           CLOSE SCORE-HISTORY-FILE.

       SAVE-NEXT-FIGURE.
           MOVE WS-SCORE-MONTH TO SCH-MONTH
           MOVE WS-FIG-IDX TO SCH-FIGURE
           MOVE WS-FIG-MEASURED(WS-FIG-IDX) TO SCH-MEASURED
           MOVE WS-FIG-VALUE(WS-FIG-IDX) TO SCH-VALUE
           MOVE WS-FIG-RATING(WS-FIG-IDX) TO SCH-RATING
           MOVE WS-TODAY-DATE TO SCH-RUN-DATE
           MOVE WS-OPERATOR-ID TO SCH-OPERATOR
           WRITE SCORE-HISTORY-RECORD FROM WS-SCORE-HIST-REC.

       copy errlog replacing ==:PROGRAM-NAME:== by =="OPS_SCORECARD"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy alrgp.

       copy spoolreg.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="OPS_SCORECARD"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program ops_scorecard.
