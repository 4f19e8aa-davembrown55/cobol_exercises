      *history), and raises a standing operator alert the moment
      *the projected finish passes the online deadline
      *(configuration parameter NIGHT-DEADLINE, 0600 unless set).
      *each step's lines are read from the audit-log index, so the
      *index is brought up to date (AUDIT_INDEX) before a run.  the
      *actuals run also adds the night's figures to the SLA history
      *the monthly scorecard measures attainment from.

       environment division.
       input-output section.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy aidxsel.
           select sla-report-file assign to "SLARPT.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           copy slahsel.
           copy alrtsel.
           copy alrgsel.
           copy opersel.
           copy erevsel.
           copy secevsel.
       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy aidxfd.

       fd  sla-report-file.
       01 sla-report-record pic x(80).

       copy slahfd.

       copy alrtfd.

       copy alrgfd.

       fd  operator-file.
       copy operfd.

       01 WS-ALERT-LINE PIC X(45) VALUE SPACES.
       01 WS-VERDICT PIC X(6) VALUE SPACES.

      *shared SLA history
       copy slahws.

      *shared operator-alert register
       copy alrgws.

      *shared audit-log index
       copy aidxws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
       GATHER-AUDIT-TIMES.
           MOVE "N" TO WS-AUDITLOG-EOF
           CLOSE AUDIT-LOG-FILE
           PERFORM OPEN-AUDIT-INDEX
           IF AUDIT-INDEX-OPEN
               PERFORM GATHER-STEP-FROM-INDEX
                   VARYING WS-SLA-HIT FROM 1 BY 1
                   UNTIL WS-SLA-HIT > WS-SLA-COUNT
               CLOSE AUDIT-INDEX-FILE
           ELSE
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AUDITLOG-STATUS = "00"
                   PERFORM GATHER-NEXT-AUDIT-LINE
                       UNTIL AT-AUDITLOG-EOF
                   CLOSE AUDIT-LOG-FILE
               END-IF
           END-IF
           PERFORM open-suite-audit-log.

      *one step's lines, every date, in the order they were logged
       GATHER-STEP-FROM-INDEX.
           MOVE WS-SLA-PROG(WS-SLA-HIT) TO WS-AIDX-PROGRAM
           MOVE 0 TO WS-AIDX-FROM-DATE
           MOVE 99999999 TO WS-AIDX-TO-DATE
           PERFORM START-AUDIT-INDEX-PROGRAM
           PERFORM GATHER-NEXT-INDEX-LINE UNTIL AT-AIDX-EOF.

       GATHER-NEXT-INDEX-LINE.
           PERFORM READ-NEXT-AUDIT-INDEX
           IF NOT AT-AIDX-EOF
               UNSTRING WS-AIDX-LOG-LINE DELIMITED BY ALL SPACE
                   INTO WS-AL-PROGRAM WS-AL-OPERATOR WS-AL-DATE
                       WS-AL-TIME WS-AL-OUTCOME
               END-UNSTRING
               IF WS-AL-TIME IS NUMERIC
                   MOVE WS-AL-TIME TO WS-TIME-WORK
                   PERFORM CONVERT-TIME-TO-SECONDS
                   PERFORM BANK-AUDIT-TIME
               END-IF
           END-IF.

       GATHER-NEXT-AUDIT-LINE.
           READ AUDIT-LOG-FILE
               AT END MOVE "Y" TO WS-AUDITLOG-EOF
               INTO WS-REPORT-LINE
           END-STRING
           WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE
           OPEN EXTEND SLA-HISTORY-FILE
           IF WS-SLAH-STATUS = "35"
               OPEN OUTPUT SLA-HISTORY-FILE
           END-IF
           PERFORM WRITE-NEXT-ACTUAL-LINE
               VARYING WS-SLA-IDX FROM 1 BY 1
               UNTIL WS-SLA-IDX > WS-SLA-COUNT
           CLOSE SLA-HISTORY-FILE
           CLOSE SLA-REPORT-FILE
           DISPLAY "SLA REPORT WRITTEN TO SLARPT.DAT".

       WRITE-NEXT-ACTUAL-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TODAY-DATE TO SLH-DATE
           MOVE WS-SLA-PROG(WS-SLA-IDX) TO SLH-PROGRAM
           COMPUTE SLH-TARGET-MINS = WS-SLA-TARGET(WS-SLA-IDX) / 60
           MOVE 0 TO SLH-ACTUAL-MINS
           MOVE "NONE" TO SLH-VERDICT
           IF WS-SLA-DONE(WS-SLA-IDX) = "Y"
               IF WS-SLA-TONIGHT(WS-SLA-IDX)
                       > WS-SLA-TARGET(WS-SLA-IDX)
               COMPUTE WS-MINS-WORK =
                   WS-SLA-TONIGHT(WS-SLA-IDX) / 60
               MOVE WS-MINS-WORK TO WS-MINS-PRINT
               MOVE WS-MINS-WORK TO SLH-ACTUAL-MINS
               MOVE WS-VERDICT TO SLH-VERDICT
               STRING WS-SLA-PROG(WS-SLA-IDX) DELIMITED BY SIZE
                       " RAN " DELIMITED BY SIZE
                       WS-MINS-PRINT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE
           WRITE SLA-HISTORY-RECORD FROM WS-SLAH-REC.

      *steps remaining are priced at their recent average, or the
      *target when they have never run; the projection is the
                   OPEN OUTPUT ALERT-FILE
               END-IF
               WRITE ALERT-RECORD FROM WS-ALERT-LINE
               MOVE "SLA_MONITOR" TO WS-ALRG-SOURCE
               MOVE WS-ALERT-LINE TO WS-ALRG-TEXT
               PERFORM REGISTER-OPERATOR-ALERT
               CLOSE ALERT-FILE
               MOVE "DEADLINE ALERT" TO WS-OUTCOME
               PERFORM write-suite-audit

       copy procdate.

       copy alrgp.

       copy aidxp.

       copy auditopen.

       copy auditlog replacing
