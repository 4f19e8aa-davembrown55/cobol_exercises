      *operational state instead of a file hunt: open batch
      *checkpoints, rejects awaiting repair, last night's exception
      *lines, standing operator alerts, the last run and outcome per
      *program from the audit trail, the operator's overnight job
      *requests and how they went, and the banner run sequence.
      *anything that needs a human lands in the attention section at
      *the top so the day starts with answers.

           select alert-file assign to "OPALERT.DAT"
               organization is line sequential
               file status is WS-ALERT-STATUS.
           copy alrgsel.
           select banner-seq-file assign to "BANNERSEQ.DAT"
               organization is line sequential
               file status is WS-BANNER-STATUS.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy aidxsel.
           copy opersel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.
           copy jobqsel.

       data division.
       file section.
           05 filler pic x(18).

       fd  add01-reject-file.
       01 add01-reject-record pic x(110).

       fd  exception-file.
       01 exception-record pic x(60).
       fd  alert-file.
       01 alert-record pic x(45).

       copy alrgfd.

       fd  banner-seq-file.
       01 banner-seq-record pic x(7).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy aidxfd.

       fd  operator-file.
       copy operfd.


       copy cfgfd.

       copy jobqfd.

       working-storage section.
       01 WS-CKPT-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-STATUS PIC XX VALUE SPACES.
       01 WS-LAST-IDX PIC 99 VALUE 0.
       01 WS-LAST-HIT PIC 99 VALUE 0.

      *the overnight job requests shown - still queued, or worked
      *within the last JOBQ-SHOW-DAYS days
       01 WS-JOB-TODAY PIC 9(8) VALUE 0.
       01 WS-JOB-AGE-DATE PIC 9(8) VALUE 0.
       01 WS-JOB-AGE-DAYS PIC S9(7) VALUE 0.
       01 WS-JOB-SHOW-DAYS PIC 9(4) VALUE 3.
       01 WS-JOB-SHOWN PIC 9(3) VALUE 0.
       01 WS-JOB-WANTED PIC X VALUE "N".
         88 JOB-REQUEST-WANTED VALUE "Y".
       01 WS-JOB-RC-PRINT PIC ZZZ9.

      *shared audit-log index
       copy aidxws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
      *central suite configuration
       copy cfgws.

      *shared job request queue
       copy jobqws.

      *shared operator-alert register
       copy alrgws.
       01 WS-ESCALATED-SHOWN PIC 9(3) VALUE 0.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
           PERFORM CHECK-ADD01-CHECKPOINT.
           PERFORM COUNT-ADD01-REJECTS.
           PERFORM COUNT-OPEN-HANDOVER-ITEMS.
           PERFORM REFRESH-ALERT-REGISTER.
           PERFORM GATHER-ALERTS.
           PERFORM GATHER-LAST-RUNS.
           PERFORM GATHER-JOB-REQUESTS.

           DISPLAY "==============================================="
           DISPLAY "  SUITE MORNING STATUS"
           DISPLAY "==============================================="
           MOVE 0 TO WS-ESCALATED-SHOWN
           PERFORM DISPLAY-NEXT-ESCALATED-ALERT
               VARYING WS-ALRG-IDX FROM 1 BY 1
               UNTIL WS-ALRG-IDX > WS-ALRG-COUNT
           IF WS-ESCALATED-SHOWN > 0
               DISPLAY "  ACKNOWLEDGE THEM ON THE ALERT CONSOLE"
               DISPLAY " "
           END-IF
           IF WS-ATTENTION-COUNT = 0
               DISPLAY "NOTHING NEEDS ATTENTION."
           ELSE
               VARYING WS-LAST-IDX FROM 1 BY 1
               UNTIL WS-LAST-IDX > WS-LAST-COUNT

           DISPLAY " "
           IF ROLE-SUPERVISOR
               DISPLAY "OVERNIGHT JOB REQUESTS:"
           ELSE
               DISPLAY "YOUR OVERNIGHT JOB REQUESTS:"
           END-IF
           MOVE 0 TO WS-JOB-SHOWN
           PERFORM DISPLAY-NEXT-JOB-REQUEST
               VARYING WS-JOBQ-IDX FROM 1 BY 1
               UNTIL WS-JOBQ-IDX > WS-JOBQ-COUNT
           IF WS-JOB-SHOWN = 0
               DISPLAY "  (NONE)"
           END-IF

           DISPLAY " "
           DISPLAY "LAST NIGHT'S MONITORING LINES:"
           PERFORM SHOW-EXCEPTION-LINES
       DISPLAY-NEXT-ATTENTION-LINE.
           DISPLAY "  " WS-ATTENTION-LINE(WS-ATTENTION-IDX).

      *an alert left unacknowledged past ALERT-ESCALATE-HOURS heads
      *the screen, above everything else that needs attention
       DISPLAY-NEXT-ESCALATED-ALERT.
           MOVE WS-ALRG-ENTRY(WS-ALRG-IDX) TO WS-ALERT-REG-REC
           IF ALG-OPEN AND ALG-IS-ESCALATED
               IF WS-ESCALATED-SHOWN = 0
                   DISPLAY "** ESCALATED ALERTS - UNACKNOWLEDGED **"
               END-IF
               ADD 1 TO WS-ESCALATED-SHOWN
               DISPLAY "  " ALG-RAISED-DATE " " ALG-RAISED-TIME " "
                   ALG-SOURCE " " ALG-TEXT
           END-IF.

      *a non-zero pair OR file number means an interrupted batch is
      *waiting to be restarted - an abend between a file's header
      *and its first pair leaves file 002 / pair 000000 live
       GATHER-LAST-RUNS.
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO WS-LAST-COUNT
      *the index holds each program's lines together, oldest first,
      *so the last outcome read for a program is its latest
           PERFORM OPEN-AUDIT-INDEX
           IF AUDIT-INDEX-OPEN
               MOVE SPACES TO WS-AIDX-PROGRAM
               MOVE 0 TO WS-AIDX-FROM-DATE
               PERFORM START-AUDIT-INDEX-PROGRAM
               PERFORM GATHER-NEXT-INDEX-LINE UNTIL AT-AIDX-EOF
               CLOSE AUDIT-INDEX-FILE
           ELSE
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AUDITLOG-STATUS = "00"
                   PERFORM GATHER-NEXT-AUDIT-LINE UNTIL AT-FILE-EOF
                   CLOSE AUDIT-LOG-FILE
               END-IF
           END-IF.

       GATHER-NEXT-INDEX-LINE.
           PERFORM READ-NEXT-AUDIT-INDEX
           IF NOT AT-AIDX-EOF
               PERFORM GATHER-AUDIT-LINE
           END-IF.

       GATHER-NEXT-AUDIT-LINE.
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               MOVE AUDIT-LOG-RECORD TO WS-AIDX-LOG-LINE
               PERFORM GATHER-AUDIT-LINE
           END-IF.

      *only the first four tokens are single words - the outcome is
      *the fixed-width 20-byte field that follows them in full, or
      *"NO CLEAN RECORDS" would display as just "NO"
       GATHER-AUDIT-LINE.
           MOVE 1 TO WS-AL-POINTER
           UNSTRING WS-AIDX-LOG-LINE DELIMITED BY ALL SPACE
               INTO WS-AL-PROGRAM WS-AL-OPERATOR WS-AL-DATE
                   WS-AL-TIME
               WITH POINTER WS-AL-POINTER
           END-UNSTRING
           IF WS-AL-POINTER <= 61
               MOVE WS-AIDX-LOG-LINE(WS-AL-POINTER:20)
                   TO WS-AL-OUTCOME
           ELSE
               MOVE SPACES TO WS-AL-OUTCOME
           END-IF
      *the latest run outcome per program - STARTED records and "*"
      *change-log lines are not outcomes
           IF WS-AL-DATE IS NUMERIC
                   AND WS-AL-OUTCOME NOT = "STARTED"
                   AND WS-AL-OUTCOME(1:1) NOT = "*"
               PERFORM NOTE-LAST-RUN
           END-IF.

       NOTE-LAST-RUN.
               WS-LAST-DATE(WS-LAST-IDX) " "
               WS-LAST-OUTCOME(WS-LAST-IDX).

      *the requester's own requests - a supervisor sees everyone's -
      *and any that failed, were refused or were held over need
      *attention
       GATHER-JOB-REQUESTS.
           ACCEPT WS-JOB-TODAY FROM DATE YYYYMMDD
           MOVE "JOBQ-SHOW-DAYS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-JOB-SHOW-DAYS
           END-IF
           PERFORM LOAD-JOB-QUEUE
           PERFORM GATHER-NEXT-JOB-REQUEST
               VARYING WS-JOBQ-IDX FROM 1 BY 1
               UNTIL WS-JOBQ-IDX > WS-JOBQ-COUNT.

       GATHER-NEXT-JOB-REQUEST.
           PERFORM CHECK-JOB-REQUEST-WANTED
           IF JOB-REQUEST-WANTED
               MOVE SPACES TO WS-SCRATCH-LINE
               EVALUATE TRUE
                   WHEN JOBQ-FAILED
                       MOVE JOBQ-RC TO WS-JOB-RC-PRINT
                       STRING "JOB REQUEST " DELIMITED BY SIZE
                               JOBQ-NUMBER DELIMITED BY SIZE
                               " FAILED RC" DELIMITED BY SIZE
                               WS-JOB-RC-PRINT DELIMITED BY SIZE
                               " - SEE " DELIMITED BY SIZE
                               JOBQ-REPORT DELIMITED BY SPACE
                           INTO WS-SCRATCH-LINE
                       END-STRING
                   WHEN JOBQ-DENIED
                       STRING "JOB REQUEST " DELIMITED BY SIZE
                               JOBQ-NUMBER DELIMITED BY SIZE
                               " NOT RUN: " DELIMITED BY SIZE
                               JOBQ-OUTCOME DELIMITED BY SIZE
                           INTO WS-SCRATCH-LINE
                       END-STRING
                   WHEN JOBQ-QUEUED AND JOBQ-OUTCOME(1:4) = "HELD"
                       STRING "JOB REQUEST " DELIMITED BY SIZE
                               JOBQ-NUMBER DELIMITED BY SIZE
                               " STILL QUEUED: " DELIMITED BY SIZE
                               JOBQ-OUTCOME DELIMITED BY SIZE
                           INTO WS-SCRATCH-LINE
                       END-STRING
               END-EVALUATE
               IF WS-SCRATCH-LINE NOT = SPACES
                   PERFORM RAISE-ATTENTION
               END-IF
           END-IF.

      *queued requests always show; worked and cancelled ones for
      *the configured number of days
       CHECK-JOB-REQUEST-WANTED.
           MOVE WS-JOBQ-ENTRY(WS-JOBQ-IDX) TO WS-JOB-REQUEST-REC
           MOVE "N" TO WS-JOB-WANTED
           IF JOBQ-REQUESTER = WS-OPERATOR-ID OR ROLE-SUPERVISOR
               IF JOBQ-QUEUED
                   MOVE "Y" TO WS-JOB-WANTED
               ELSE
                   IF JOBQ-RUN-DATE IS NUMERIC AND JOBQ-RUN-DATE > 0
                       MOVE JOBQ-RUN-DATE TO WS-JOB-AGE-DATE
                   ELSE
                       MOVE JOBQ-REQ-DATE TO WS-JOB-AGE-DATE
                   END-IF
                   IF WS-JOB-AGE-DATE IS NUMERIC
                           AND WS-JOB-AGE-DATE > 0
                       COMPUTE WS-JOB-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-JOB-TODAY)
                           - FUNCTION INTEGER-OF-DATE(WS-JOB-AGE-DATE)
                       IF WS-JOB-AGE-DAYS <= WS-JOB-SHOW-DAYS
                           MOVE "Y" TO WS-JOB-WANTED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DISPLAY-NEXT-JOB-REQUEST.
           PERFORM CHECK-JOB-REQUEST-WANTED
           IF JOB-REQUEST-WANTED
               ADD 1 TO WS-JOB-SHOWN
               MOVE JOBQ-TYPE TO WS-JQT-IDX
               IF WS-JQT-IDX < 1 OR WS-JQT-IDX > WS-JQT-COUNT
                   MOVE 1 TO WS-JQT-IDX
               END-IF
               MOVE JOBQ-RC TO WS-JOB-RC-PRINT
               IF JOBQ-QUEUED OR JOBQ-CANCELLED
                   DISPLAY "  " JOBQ-NUMBER " " JOBQ-REQUESTER " "
                       WS-JQT-NAME(WS-JQT-IDX) " " JOBQ-OUTCOME
               ELSE
                   DISPLAY "  " JOBQ-NUMBER " " JOBQ-REQUESTER " "
                       WS-JQT-NAME(WS-JQT-IDX) " " JOBQ-OUTCOME
                       " RC" WS-JOB-RC-PRINT " " JOBQ-RUN-DATE " "
                       JOBQ-RUN-TIME " " JOBQ-REPORT
               END-IF
           END-IF.

       SHOW-EXCEPTION-LINES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT EXCEPTION-FILE
               CLOSE BANNER-SEQ-FILE
           END-IF.

       copy aidxp.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="SUITE_STATUS"==

       copy entlchk.

       copy jobqp.

       copy alrgp.

       copy opsignon.

       end program suite_status.
