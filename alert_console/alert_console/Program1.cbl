       program-id. alert_console.

      *operator alert console - the standing alerts the monitoring
      *runs raise are shown at every sign-on, and this is where
      *somebody answers for them.  an operator acknowledges an
      *alert with their ID and a note of what they did; a
      *supervisor clears it once it is resolved, which takes it off
      *the sign-on screens.  an alert nobody acknowledges within
      *ALERT-ESCALATE-HOURS is escalated - written to the
      *escalation file and shown at the top of the status console.
      *the monthly summary counts the month's alerts by raising
      *program with the average time taken to acknowledge them.

       environment division.
       input-output section.
       file-control.
           copy alrtsel.
           copy alrgsel.
           select alert-summary-file assign to "ALRTMON.DAT"
               organization is line sequential
               file status is WS-SUMMARY-STATUS.
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
       copy alrtfd.

       copy alrgfd.

       fd  alert-summary-file.
       01 alert-summary-record pic x(80).

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

       01 WS-ALERT-STATUS PIC XX VALUE SPACES.
       01 WS-SUMMARY-STATUS PIC XX VALUE SPACES.
       01 WS-SIGNON-EOF PIC X VALUE "N".
         88 AT-SIGNON-EOF VALUE "Y".

       01 WS-FUNCTION-PICK PIC X VALUE SPACES.
       01 WS-PICK-RAW PIC X(3) VALUE SPACES.
       01 WS-PICK-EDIT PIC X(3) JUSTIFIED RIGHT.
       01 WS-PICK-NUMBER PIC 9(3) VALUE 0.
       01 WS-ACK-NOTE PIC X(40) VALUE SPACES.
       01 WS-SHOWN-COUNT PIC 9(3) VALUE 0.
       01 WS-NUMBER-PRINT PIC ZZ9.

      *the sign-on alert file, held while one line is taken out
       01 WS-SIGNON-TABLE.
           05 WS-SIGNON-LINE PIC X(45) OCCURS 500 TIMES.
       01 WS-SIGNON-COUNT PIC 9(3) VALUE 0.
       01 WS-SIGNON-IDX PIC 9(3) VALUE 0.
       01 WS-SIGNON-REMOVED PIC X VALUE "N".

      *monthly summary - one row per raising program
       01 WS-SUMMARY-MONTH PIC X(6) VALUE SPACES.
       01 WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 30 TIMES.
               10 WS-SRC-NAME PIC X(16).
               10 WS-SRC-RAISED PIC 9(5).
               10 WS-SRC-ACKED PIC 9(5).
               10 WS-SRC-ESCALATED PIC 9(5).
               10 WS-SRC-CLEARED PIC 9(5).
               10 WS-SRC-ACK-MINUTES PIC 9(9).
       01 WS-SOURCE-COUNT PIC 99 VALUE 0.
       01 WS-SOURCE-IDX PIC 99 VALUE 0.
       01 WS-SOURCE-HIT PIC 99 VALUE 0.
       01 WS-ALL-RAISED PIC 9(5) VALUE 0.
       01 WS-ALL-ACKED PIC 9(5) VALUE 0.
       01 WS-ALL-ESCALATED PIC 9(5) VALUE 0.
       01 WS-ALL-CLEARED PIC 9(5) VALUE 0.
       01 WS-ALL-ACK-MINUTES PIC 9(9) VALUE 0.
       01 WS-AVG-MINUTES PIC 9(7) VALUE 0.
       01 WS-REPORT-LINES PIC 9(5) VALUE 0.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.

       01 WS-SUMMARY-LINE.
           05 SML-SOURCE PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SML-RAISED PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SML-ACKED PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SML-ESCALATED PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SML-CLEARED PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SML-AVG-MINUTES PIC ZZZZZZ9.
           05 FILLER PIC X(23) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.

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
           MOVE "ALERT_CONSOLE" TO WS-ENTL-PROGRAM.
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
           PERFORM REFRESH-ALERT-REGISTER.
           PERFORM NOTE-ESCALATIONS.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       GET-FUNCTION.
           DISPLAY " "
           DISPLAY "OPERATOR ALERT CONSOLE"
           DISPLAY "L LIST THE STANDING ALERTS"
           DISPLAY "A ACKNOWLEDGE AN ALERT"
           DISPLAY "C CLEAR A RESOLVED ALERT (SUPERVISOR)"
           DISPLAY "E ESCALATE ALERTS LEFT UNACKNOWLEDGED"
           DISPLAY "M MONTHLY ALERT SUMMARY"
           DISPLAY "X EXIT"
           ACCEPT WS-FUNCTION-PICK
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PICK)
               TO WS-FUNCTION-PICK

           EVALUATE WS-FUNCTION-PICK
               WHEN "L"
                   PERFORM LIST-ALERTS
               WHEN "A"
                   PERFORM ACKNOWLEDGE-ALERT
               WHEN "C"
                   PERFORM CLEAR-ALERT
               WHEN "E"
                   PERFORM REFRESH-ALERT-REGISTER
                   PERFORM NOTE-ESCALATIONS
               WHEN "M"
                   PERFORM WRITE-MONTHLY-SUMMARY
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER
                   DISPLAY ERRMSG-GENERIC
                   MOVE "E001" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
           END-EVALUATE
           PERFORM GET-FUNCTION.

       NOTE-ESCALATIONS.
           IF WS-ALRG-ESCALATED-COUNT > 0
               MOVE WS-ALRG-ESCALATED-COUNT TO WS-NUMBER-PRINT
               DISPLAY "** ALERTS ESCALATED - UNACKNOWLEDGED PAST "
                   WS-ALRG-ESCALATE-HOURS " HOURS: " WS-NUMBER-PRINT
               MOVE SPACES TO WS-OUTCOME
               STRING "ALERTS ESCALATED " DELIMITED BY SIZE
                       WS-NUMBER-PRINT DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           END-IF.

       LIST-ALERTS.
           MOVE 0 TO WS-SHOWN-COUNT
           PERFORM LIST-NEXT-ALERT
               VARYING WS-ALRG-IDX FROM 1 BY 1
               UNTIL WS-ALRG-IDX > WS-ALRG-COUNT
           IF WS-SHOWN-COUNT = 0
               DISPLAY "NO STANDING ALERTS."
           END-IF.

       LIST-NEXT-ALERT.
           MOVE WS-ALRG-ENTRY(WS-ALRG-IDX) TO WS-ALERT-REG-REC
           IF NOT ALG-CLEARED
               ADD 1 TO WS-SHOWN-COUNT
               MOVE WS-ALRG-IDX TO WS-NUMBER-PRINT
               IF ALG-IS-ESCALATED
                   DISPLAY WS-NUMBER-PRINT " ** ESCALATED **"
               END-IF
               DISPLAY WS-NUMBER-PRINT " " ALG-RAISED-DATE " "
                   ALG-RAISED-TIME " " ALG-SOURCE " " ALG-TEXT
               IF ALG-ACKNOWLEDGED
                   DISPLAY "    ACKNOWLEDGED BY " ALG-ACK-OPER " "
                       ALG-ACK-DATE " " ALG-ACK-TIME ": "
                       ALG-ACK-NOTE
               ELSE
                   DISPLAY "    NOT YET ACKNOWLEDGED"
               END-IF
           END-IF.

       GET-ALERT-NUMBER.
           DISPLAY "ENTER THE ALERT NUMBER: "
           ACCEPT WS-PICK-RAW
           MOVE SPACES TO WS-PICK-EDIT
           MOVE FUNCTION TRIM(WS-PICK-RAW) TO WS-PICK-EDIT
           INSPECT WS-PICK-EDIT REPLACING LEADING SPACE BY "0"
           MOVE 0 TO WS-ALRG-HIT
           IF WS-PICK-EDIT IS NOT NUMERIC
               DISPLAY ERRMSG-NOT-NUMERIC
               MOVE "E002" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
           ELSE
               MOVE WS-PICK-EDIT TO WS-PICK-NUMBER
               IF WS-PICK-NUMBER < 1 OR WS-PICK-NUMBER > WS-ALRG-COUNT
                   DISPLAY "ERROR! NO ALERT WITH THAT NUMBER."
               ELSE
                   MOVE WS-ALRG-ENTRY(WS-PICK-NUMBER)
                       TO WS-ALERT-REG-REC
                   IF ALG-CLEARED
                       DISPLAY "ERROR! THAT ALERT HAS BEEN CLEARED."
                   ELSE
                       MOVE WS-PICK-NUMBER TO WS-ALRG-HIT
                   END-IF
               END-IF
           END-IF.

      *the register is read again first, so an alert raised or
      *acknowledged since this console started is not overwritten
       ACKNOWLEDGE-ALERT.
           PERFORM REFRESH-ALERT-REGISTER
           PERFORM GET-ALERT-NUMBER
           IF WS-ALRG-HIT > 0
               IF ALG-ACKNOWLEDGED
                   DISPLAY "ERROR! ALREADY ACKNOWLEDGED BY "
                       ALG-ACK-OPER
               ELSE
                   DISPLAY "WHAT WAS DONE ABOUT IT? "
                   ACCEPT WS-ACK-NOTE
                   IF WS-ACK-NOTE = SPACES
                       DISPLAY ERRMSG-NOTHING-ENTERED
                       MOVE "E003" TO WS-ERROR-CODE
                       PERFORM LOG-ERROR-EVENT
                   ELSE
                       ACCEPT WS-ALRG-NOW-DATE FROM DATE YYYYMMDD
                       ACCEPT WS-ALRG-NOW-CLOCK FROM TIME
                       MOVE "A" TO ALG-STATE
                       MOVE WS-OPERATOR-ID TO ALG-ACK-OPER
                       MOVE WS-ALRG-NOW-DATE TO ALG-ACK-DATE
                       MOVE WS-ALRG-NOW-TIME TO ALG-ACK-TIME
                       MOVE WS-ACK-NOTE TO ALG-ACK-NOTE
                       MOVE WS-ALERT-REG-REC
                           TO WS-ALRG-ENTRY(WS-ALRG-HIT)
                       PERFORM SAVE-ALERT-REGISTER
                       DISPLAY "ALERT ACKNOWLEDGED."
                       MOVE "* ACK ALERT" TO WS-OUTCOME
                       PERFORM write-suite-audit
                   END-IF
               END-IF
           END-IF.

      *clearing takes the alert off the sign-on screens - only a
      *supervisor, and only once someone has answered for it
       CLEAR-ALERT.
           IF NOT ROLE-SUPERVISOR
               DISPLAY "ERROR! ONLY A SUPERVISOR MAY CLEAR AN "
                   "ALERT."
               MOVE "DENIED CLEAR" TO WS-OUTCOME
               PERFORM write-suite-audit
           ELSE
               PERFORM REFRESH-ALERT-REGISTER
               PERFORM GET-ALERT-NUMBER
               IF WS-ALRG-HIT > 0
                   IF NOT ALG-ACKNOWLEDGED
                       DISPLAY "ERROR! AN ALERT MUST BE ACKNOWLEDGED "
                           "BEFORE IT IS CLEARED."
                   ELSE
                       ACCEPT WS-ALRG-NOW-DATE FROM DATE YYYYMMDD
                       ACCEPT WS-ALRG-NOW-CLOCK FROM TIME
                       MOVE "C" TO ALG-STATE
                       MOVE WS-OPERATOR-ID TO ALG-CLR-OPER
                       MOVE WS-ALRG-NOW-DATE TO ALG-CLR-DATE
                       MOVE WS-ALRG-NOW-TIME TO ALG-CLR-TIME
                       MOVE WS-ALERT-REG-REC
                           TO WS-ALRG-ENTRY(WS-ALRG-HIT)
                       PERFORM SAVE-ALERT-REGISTER
                       MOVE ALG-TEXT TO WS-ALRG-TEXT
                       PERFORM REMOVE-SIGNON-ALERT-LINE
                       DISPLAY "ALERT CLEARED."
                       MOVE "* CLEARED ALERT" TO WS-OUTCOME
                       PERFORM write-suite-audit
                   END-IF
               END-IF
           END-IF.

      *one line of the cleared alert's text comes out of the
      *sign-on alert file; the rest stand as they were
       REMOVE-SIGNON-ALERT-LINE.
           MOVE 0 TO WS-SIGNON-COUNT
           MOVE "N" TO WS-SIGNON-EOF
           MOVE "N" TO WS-SIGNON-REMOVED
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM HOLD-NEXT-SIGNON-LINE UNTIL AT-SIGNON-EOF
               CLOSE ALERT-FILE
               OPEN OUTPUT ALERT-FILE
               PERFORM WRITE-NEXT-SIGNON-LINE
                   VARYING WS-SIGNON-IDX FROM 1 BY 1
                   UNTIL WS-SIGNON-IDX > WS-SIGNON-COUNT
               CLOSE ALERT-FILE
           END-IF.

       HOLD-NEXT-SIGNON-LINE.
           READ ALERT-FILE
               AT END MOVE "Y" TO WS-SIGNON-EOF
           END-READ
           IF NOT AT-SIGNON-EOF AND WS-SIGNON-COUNT < 500
               ADD 1 TO WS-SIGNON-COUNT
               MOVE ALERT-RECORD TO WS-SIGNON-LINE(WS-SIGNON-COUNT)
           END-IF.

       WRITE-NEXT-SIGNON-LINE.
           IF WS-SIGNON-LINE(WS-SIGNON-IDX) = WS-ALRG-TEXT
                   AND WS-SIGNON-REMOVED = "N"
               MOVE "Y" TO WS-SIGNON-REMOVED
           ELSE
               WRITE ALERT-RECORD FROM WS-SIGNON-LINE(WS-SIGNON-IDX)
           END-IF.

      *every alert raised in the month, by raising program: how
      *many, how many were acknowledged, escalated and cleared, and
      *the average minutes from raising to acknowledgment
       WRITE-MONTHLY-SUMMARY.
           DISPLAY "SUMMARISE WHICH MONTH (YYYYMM)? "
           ACCEPT WS-SUMMARY-MONTH
           IF WS-SUMMARY-MONTH IS NOT NUMERIC
               DISPLAY ERRMSG-NOT-NUMERIC
               MOVE "E002" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
           ELSE
               PERFORM REFRESH-ALERT-REGISTER
               MOVE 0 TO WS-SOURCE-COUNT
               MOVE 0 TO WS-ALL-RAISED
               MOVE 0 TO WS-ALL-ACKED
               MOVE 0 TO WS-ALL-ESCALATED
               MOVE 0 TO WS-ALL-CLEARED
               MOVE 0 TO WS-ALL-ACK-MINUTES
               PERFORM COUNT-NEXT-MONTH-ALERT
                   VARYING WS-ALRG-IDX FROM 1 BY 1
                   UNTIL WS-ALRG-IDX > WS-ALRG-COUNT
               PERFORM PRINT-MONTHLY-SUMMARY
           END-IF.

       COUNT-NEXT-MONTH-ALERT.
           MOVE WS-ALRG-ENTRY(WS-ALRG-IDX) TO WS-ALERT-REG-REC
           IF ALG-RAISED-DATE(1:6) = WS-SUMMARY-MONTH
               PERFORM FIND-ALERT-SOURCE
               IF WS-SOURCE-HIT > 0
                   ADD 1 TO WS-SRC-RAISED(WS-SOURCE-HIT)
                   ADD 1 TO WS-ALL-RAISED
                   IF ALG-IS-ESCALATED
                       ADD 1 TO WS-SRC-ESCALATED(WS-SOURCE-HIT)
                       ADD 1 TO WS-ALL-ESCALATED
                   END-IF
                   IF ALG-CLEARED
                       ADD 1 TO WS-SRC-CLEARED(WS-SOURCE-HIT)
                       ADD 1 TO WS-ALL-CLEARED
                   END-IF
                   IF ALG-ACK-DATE > 0
                       ADD 1 TO WS-SRC-ACKED(WS-SOURCE-HIT)
                       ADD 1 TO WS-ALL-ACKED
                       MOVE ALG-RAISED-DATE TO WS-ALRG-FROM-DATE
                       MOVE ALG-RAISED-TIME TO WS-ALRG-FROM-TIME
                       MOVE ALG-ACK-DATE TO WS-ALRG-TO-DATE
                       MOVE ALG-ACK-TIME TO WS-ALRG-TO-TIME
                       PERFORM COMPUTE-ALERT-MINUTES
                       IF WS-ALRG-MINUTES > 0
                           ADD WS-ALRG-MINUTES
                               TO WS-SRC-ACK-MINUTES(WS-SOURCE-HIT)
                           ADD WS-ALRG-MINUTES TO WS-ALL-ACK-MINUTES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-ALERT-SOURCE.
           MOVE 0 TO WS-SOURCE-HIT
           PERFORM MATCH-NEXT-ALERT-SOURCE
               VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
           IF WS-SOURCE-HIT = 0 AND WS-SOURCE-COUNT < 30
               ADD 1 TO WS-SOURCE-COUNT
               MOVE WS-SOURCE-COUNT TO WS-SOURCE-HIT
               INITIALIZE WS-SOURCE-ENTRY(WS-SOURCE-HIT)
               MOVE ALG-SOURCE TO WS-SRC-NAME(WS-SOURCE-HIT)
           END-IF.

       MATCH-NEXT-ALERT-SOURCE.
           IF WS-SRC-NAME(WS-SOURCE-IDX) = ALG-SOURCE
               MOVE WS-SOURCE-IDX TO WS-SOURCE-HIT
           END-IF.

       PRINT-MONTHLY-SUMMARY.
           MOVE 0 TO WS-REPORT-LINES
           OPEN OUTPUT ALERT-SUMMARY-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPERATOR ALERT SUMMARY FOR " DELIMITED BY SIZE
                   WS-SUMMARY-MONTH DELIMITED BY SIZE
                   "  RUN " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   "  BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-SUMMARY-LINE
           MOVE "RAISED BY         RAISED   ACKED  ESCAL'D CLEARED"
               TO WS-REPORT-LINE
           MOVE "AVG MINS TO ACK" TO WS-REPORT-LINE(53:15)
           PERFORM WRITE-SUMMARY-LINE
           PERFORM PRINT-NEXT-SOURCE-LINE
               VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
           MOVE "ALL PROGRAMS" TO SML-SOURCE
           MOVE WS-ALL-RAISED TO SML-RAISED
           MOVE WS-ALL-ACKED TO SML-ACKED
           MOVE WS-ALL-ESCALATED TO SML-ESCALATED
           MOVE WS-ALL-CLEARED TO SML-CLEARED
           MOVE 0 TO WS-AVG-MINUTES
           IF WS-ALL-ACKED > 0
               COMPUTE WS-AVG-MINUTES ROUNDED =
                   WS-ALL-ACK-MINUTES / WS-ALL-ACKED
           END-IF
           MOVE WS-AVG-MINUTES TO SML-AVG-MINUTES
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE
           CLOSE ALERT-SUMMARY-FILE
           MOVE "ALRTMON.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = (WS-REPORT-LINES + 59) / 60
           PERFORM REGISTER-SPOOL-REPORT
           DISPLAY "ALERT SUMMARY WRITTEN TO ALRTMON.DAT"
           MOVE "ALERT SUMMARY" TO WS-OUTCOME
           PERFORM write-suite-audit.

       PRINT-NEXT-SOURCE-LINE.
           MOVE WS-SRC-NAME(WS-SOURCE-IDX) TO SML-SOURCE
           MOVE WS-SRC-RAISED(WS-SOURCE-IDX) TO SML-RAISED
           MOVE WS-SRC-ACKED(WS-SOURCE-IDX) TO SML-ACKED
           MOVE WS-SRC-ESCALATED(WS-SOURCE-IDX) TO SML-ESCALATED
           MOVE WS-SRC-CLEARED(WS-SOURCE-IDX) TO SML-CLEARED
           MOVE 0 TO WS-AVG-MINUTES
           IF WS-SRC-ACKED(WS-SOURCE-IDX) > 0
               COMPUTE WS-AVG-MINUTES ROUNDED =
                   WS-SRC-ACK-MINUTES(WS-SOURCE-IDX)
                   / WS-SRC-ACKED(WS-SOURCE-IDX)
           END-IF
           MOVE WS-AVG-MINUTES TO SML-AVG-MINUTES
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           WRITE ALERT-SUMMARY-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-REPORT-LINES
           MOVE SPACES TO WS-REPORT-LINE.

       copy errlog replacing ==:PROGRAM-NAME:== by =="ALERT_CONSOLE"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy alrgp.

       copy spoolreg.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="ALERT_CONSOLE"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program alert_console.
