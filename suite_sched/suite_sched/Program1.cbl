      *application steps are due today, and every step's outcome
      *recorded to the schedule log.  the called programs' own
      *prompts are answered from the input stream, exactly the way
      *the suite_driver command script feeds its steps.  when the
      *stream completes, the daytime job requests (JOBQUEUE.DAT) are
      *worked from the response deck that follows the nightly
      *answers in the input stream, for as long as time is left
      *before NIGHT-DEADLINE, and each request's outcome, return
      *code and report are recorded on the queue.

       environment division.
       input-output section.
           copy cfgsel.
           copy entlsel.
           copy procdtsl.
           copy jobqsel.

       data division.
       file section.

       copy procdtfd.

       copy jobqfd.

       working-storage section.
       copy errmsgs.
       copy procdtws.
      *control steps always run; the application steps consult the
      *monitoring schedule under the step's MONCTL name.  the
      *housekeeping tail - the capacity pass, the backup
      *verification, the finance acknowledgments and extract and
      *the SLA actuals - runs every night the stream runs
       01 WS-STEP-DEFS.
           05 FILLER PIC X(34) VALUE
               "PREFLT    C                       ".
               "CAPACITY  C                       ".
           05 FILLER PIC X(34) VALUE
               "BKVERIFY  C                       ".
           05 FILLER PIC X(34) VALUE
               "FINACK    C                       ".
           05 FILLER PIC X(34) VALUE
               "FINXTRCT  C                       ".
           05 FILLER PIC X(34) VALUE
               "SLAMON    C                       ".
       01 WS-STEP-TABLE REDEFINES WS-STEP-DEFS.
           05 WS-STEP-ENTRY OCCURS 12 TIMES.
               10 WS-STEP-NAME PIC X(10).
               10 WS-STEP-KIND PIC X.
               10 WS-STEP-MONNAME PIC X(23).
       01 WS-DISPOSITION PIC X(8) VALUE SPACES.
       01 WS-LOG-TIME PIC 9(8) VALUE 0.
       01 WS-LOG-LINE PIC X(60) VALUE SPACES.
       01 WS-LOG-STEP-NAME PIC X(10) VALUE SPACES.

      *the job request queue - the deck line just read, the time
      *left before the night deadline, and the requester the
      *scheduler stands in for while their entitlements are tested
       01 WS-DECK-LINE PIC X(80) VALUE SPACES.
       01 WS-DECK-DONE PIC X VALUE "N".
         88 DECK-DONE VALUE "Y".
       01 WS-DECK-OUT-OF-STEP PIC X VALUE "N".
         88 DECK-OUT-OF-STEP VALUE "Y".
       01 WS-DEADLINE-REACHED PIC X VALUE "N".
         88 DEADLINE-REACHED VALUE "Y".
       01 WS-DEADLINE-HHMM PIC 9(4) VALUE 0600.
       01 WS-DEADLINE-MINS PIC 9(4) VALUE 0.
       01 WS-NOW-MINS PIC 9(4) VALUE 0.
       01 WS-MINS-LEFT PIC 9(4) VALUE 0.
       01 WS-MIN-MINUTES PIC 9(4) VALUE 15.
       01 WS-KEEP-DAYS PIC 9(4) VALUE 30.
       01 WS-HH PIC 99 VALUE 0.
       01 WS-MM PIC 99 VALUE 0.
       01 WS-CLOCK PIC 9(8) VALUE 0.
       01 WS-CLOCK-DATE PIC 9(8) VALUE 0.
       01 WS-AGE-DATE PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS PIC S9(7) VALUE 0.
       01 WS-JOBS-RUN PIC 9(3) VALUE 0.
       01 WS-JOBS-PRINT PIC ZZ9.
       01 WS-REQUESTER-OK PIC X VALUE "N".
         88 REQUESTER-OK VALUE "Y".
       01 WS-SCHED-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-SCHED-OPERATOR-REC PIC X(91) VALUE SPACES.

      *shared suite-wide audit trail
       copy auditws.
      *central suite configuration
       copy cfgws.

      *shared job request queue
       copy jobqws.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
           PERFORM LOAD-MONITOR-CONTROL
           PERFORM RUN-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 12 OR STREAM-STOPPED
      *a stopped stream leaves the requests queued for the next
      *night - they may depend on what the stream failed to do
           IF NOT STREAM-STOPPED
               PERFORM WORK-JOB-QUEUE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           IF STREAM-STOPPED
               DISPLAY "THE STREAM STOPPED ON A FAILED STEP - SEE "
               MOVE 0 TO WS-CALL-RC
               MOVE "SKIPPED" TO WS-DISPOSITION
           END-IF
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-LOG-STEP-NAME
           PERFORM WRITE-SCHEDULE-LOG.

      *the control steps run whenever the stream runs; an
                       ON EXCEPTION
                           MOVE 16 TO RETURN-CODE
                   END-CALL
               WHEN "FINACK"
                   CALL "fin_ack"
                       ON EXCEPTION
                           MOVE 16 TO RETURN-CODE
                   END-CALL
               WHEN "FINXTRCT"
                   CALL "fin_extract"
                       ON EXCEPTION
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE WS-CALL-RC TO WS-RC-PRINT
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-LOG-STEP-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
           WRITE SCHEDULE-LOG-RECORD FROM WS-LOG-LINE
           CLOSE SCHEDULE-LOG-FILE.

      *the daytime job requests, worked in deck order - priority
      *first - while at least JOBQ-MIN-MINUTES remain before the
      *night deadline.  whatever is not reached stays queued for
      *the next night, and finished requests older than
      *JOBQ-KEEP-DAYS are dropped from the queue
       WORK-JOB-QUEUE.
           PERFORM SET-QUEUE-LIMITS
           PERFORM LOAD-JOB-QUEUE
           MOVE 0 TO WS-JOBS-RUN
           MOVE "N" TO WS-DECK-DONE
           MOVE "N" TO WS-DECK-OUT-OF-STEP
           MOVE "N" TO WS-DEADLINE-REACHED
           PERFORM WORK-NEXT-DECK-REQUEST UNTIL DECK-DONE
           IF DEADLINE-REACHED
               PERFORM HOLD-NEXT-QUEUED-REQUEST
                   VARYING WS-JOBQ-IDX FROM 1 BY 1
                   UNTIL WS-JOBQ-IDX > WS-JOBQ-COUNT
           END-IF
           PERFORM DROP-NEXT-OLD-REQUEST
               VARYING WS-JOBQ-IDX FROM 1 BY 1
               UNTIL WS-JOBQ-IDX > WS-JOBQ-COUNT
           PERFORM SAVE-JOB-QUEUE
           MOVE WS-JOBS-RUN TO WS-JOBS-PRINT
           DISPLAY "JOB REQUESTS WORKED: " WS-JOBS-PRINT
           IF DEADLINE-REACHED
               DISPLAY "THE NIGHT DEADLINE WAS REACHED - THE REST "
                   "STAY QUEUED."
           END-IF
           MOVE SPACES TO WS-OUTCOME
           IF DECK-OUT-OF-STEP
               MOVE "* JOBQ OUT OF STEP" TO WS-OUTCOME
           ELSE
               STRING "* JOBQ WORKED " DELIMITED BY SIZE
                       WS-JOBS-RUN DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
           END-IF
           PERFORM write-suite-audit.

      *the deadline is split into whole hours and minutes first,
      *the way the SLA monitor reads it
       SET-QUEUE-LIMITS.
           MOVE "NIGHT-DEADLINE" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
                   AND WS-CFG-VALUE-NUM <= 2359
               MOVE WS-CFG-VALUE-NUM TO WS-DEADLINE-HHMM
           END-IF
           DIVIDE WS-DEADLINE-HHMM BY 100
               GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-DEADLINE-MINS = WS-HH * 60 + WS-MM
           MOVE "JOBQ-MIN-MINUTES" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-MIN-MINUTES
           END-IF
           MOVE "JOBQ-KEEP-DAYS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-KEEP-DAYS
           END-IF.

      *the stream usually starts before midnight with the deadline
      *the next morning, so a clock past noon counts forward
      *through midnight to a morning deadline
       CHECK-TIME-LEFT.
           ACCEPT WS-CLOCK FROM TIME
           MOVE WS-CLOCK(1:2) TO WS-HH
           MOVE WS-CLOCK(3:2) TO WS-MM
           COMPUTE WS-NOW-MINS = WS-HH * 60 + WS-MM
           EVALUATE TRUE
               WHEN WS-NOW-MINS < WS-DEADLINE-MINS
                   COMPUTE WS-MINS-LEFT =
                       WS-DEADLINE-MINS - WS-NOW-MINS
               WHEN WS-NOW-MINS >= 720 AND WS-DEADLINE-MINS < 720
                   COMPUTE WS-MINS-LEFT =
                       1440 - WS-NOW-MINS + WS-DEADLINE-MINS
               WHEN OTHER
                   MOVE 0 TO WS-MINS-LEFT
           END-EVALUATE
           IF WS-MINS-LEFT < WS-MIN-MINUTES
               MOVE "Y" TO WS-DEADLINE-REACHED
           END-IF.

      *a blank line or the X closes the deck; any line that is not
      *a request marker means a run took too few or too many of its
      *answers, and the queue stops rather than feed answers into
      *the wrong prompts
       WORK-NEXT-DECK-REQUEST.
           MOVE SPACES TO WS-DECK-LINE
           ACCEPT WS-DECK-LINE
           EVALUATE TRUE
               WHEN WS-DECK-LINE = SPACES
                   MOVE "Y" TO WS-DECK-DONE
               WHEN WS-DECK-LINE(1:2) = "X "
                   MOVE "Y" TO WS-DECK-DONE
               WHEN WS-DECK-LINE(1:2) = "J "
                       AND WS-DECK-LINE(3:6) IS NUMERIC
                       AND WS-DECK-LINE(10:1) IS NUMERIC
                   MOVE WS-DECK-LINE TO WS-JOBQ-MARKER
                   PERFORM WORK-ONE-DECK-REQUEST
               WHEN OTHER
                   DISPLAY "ERROR! JOB DECK OUT OF STEP AT: "
                       WS-DECK-LINE
                   MOVE "Y" TO WS-DECK-OUT-OF-STEP
                   MOVE "Y" TO WS-DECK-DONE
           END-EVALUATE.

      *a request no longer queued (cancelled after the deck was
      *taken) has its answers passed over
       WORK-ONE-DECK-REQUEST.
           MOVE JQM-NUMBER TO WS-JOBQ-WANTED
           PERFORM FIND-JOB-REQUEST
           IF WS-JOBQ-HIT = 0
               PERFORM SKIP-NEXT-DECK-LINE JQM-LINES TIMES
           ELSE
               IF NOT JOBQ-QUEUED
                       OR JOBQ-TYPE < 1 OR JOBQ-TYPE > WS-JQT-COUNT
                   PERFORM SKIP-NEXT-DECK-LINE JQM-LINES TIMES
               ELSE
                   PERFORM CHECK-TIME-LEFT
                   IF DEADLINE-REACHED
                       MOVE "Y" TO WS-DECK-DONE
                   ELSE
                       MOVE JOBQ-TYPE TO WS-JQT-IDX
                       PERFORM CHECK-REQUESTER
                       EVALUATE TRUE
                           WHEN NOT REQUESTER-OK
                               MOVE "D" TO JOBQ-STATUS
                               MOVE "REQUESTER INACTIVE"
                                   TO JOBQ-OUTCOME
                               PERFORM SKIP-NEXT-DECK-LINE
                                   JQM-LINES TIMES
                           WHEN ENTITLEMENT-DENIED
                                   AND OUTAGE-REFUSED
                               MOVE "HELD - OUTAGE" TO JOBQ-OUTCOME
                               PERFORM SKIP-NEXT-DECK-LINE
                                   JQM-LINES TIMES
                           WHEN ENTITLEMENT-DENIED
                               MOVE "D" TO JOBQ-STATUS
                               MOVE "DENIED ENTITLEMENT"
                                   TO JOBQ-OUTCOME
                               PERFORM SKIP-NEXT-DECK-LINE
                                   JQM-LINES TIMES
                           WHEN OTHER
                               PERFORM RUN-JOB-REQUEST
                       END-EVALUATE
                       MOVE WS-JOB-REQUEST-REC
                           TO WS-JOBQ-ENTRY(WS-JOBQ-HIT)
                   END-IF
               END-IF
           END-IF.

       SKIP-NEXT-DECK-LINE.
           MOVE SPACES TO WS-DECK-LINE
           ACCEPT WS-DECK-LINE.

      *the requester's entitlements are tested again tonight - they
      *may have been withdrawn since the request was made - with
      *the scheduler standing in the requester's ID and role for
      *the test and taking its own back afterwards.  a planned
      *outage covering the run holds the request over
       CHECK-REQUESTER.
           MOVE WS-OPERATOR-ID TO WS-SCHED-OPERATOR-ID
           MOVE WS-OPERATOR-REC TO WS-SCHED-OPERATOR-REC
           MOVE "N" TO WS-REQUESTER-OK
           MOVE "N" TO WS-OUTG-REFUSED
           MOVE "F" TO WS-ENTL-RESULT
           OPEN INPUT OPERATOR-FILE
           MOVE JOBQ-REQUESTER TO OPERATOR-KEY-ID
           READ OPERATOR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE OPERATOR-RECORD TO WS-OPERATOR-REC
                   MOVE "Y" TO WS-REQUESTER-OK
           END-READ
           CLOSE OPERATOR-FILE
           IF REQUESTER-OK
               IF OPERATOR-DEACTIVATED OR OPERATOR-LOCKED
                   MOVE "N" TO WS-REQUESTER-OK
               ELSE
                   MOVE JOBQ-REQUESTER TO WS-OPERATOR-ID
                   PERFORM CHECK-REQUEST-ENTITLEMENT
                   IF ENTITLEMENT-ALLOWED
                       MOVE "Y" TO WS-OUTG-QUIET
                       PERFORM CHECK-PROGRAM-OUTAGE
                       MOVE "N" TO WS-OUTG-QUIET
                   END-IF
               END-IF
           END-IF
           MOVE WS-SCHED-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE WS-SCHED-OPERATOR-REC TO WS-OPERATOR-REC.

       RUN-JOB-REQUEST.
           DISPLAY "RUNNING REQUEST " JOBQ-NUMBER " "
               WS-JQT-NAME(WS-JQT-IDX) " FOR " JOBQ-REQUESTER
           MOVE 0 TO RETURN-CODE
           CLOSE AUDIT-LOG-FILE
           PERFORM CALL-REQUESTED-PROGRAM
           MOVE RETURN-CODE TO WS-CALL-RC
           MOVE 0 TO RETURN-CODE
           PERFORM open-suite-audit-log
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK FROM TIME
           MOVE WS-CLOCK-DATE TO JOBQ-RUN-DATE
           MOVE WS-CLOCK(1:4) TO JOBQ-RUN-TIME
           MOVE WS-CALL-RC TO JOBQ-RC
           MOVE WS-JQT-REPORT(WS-JQT-IDX) TO JOBQ-REPORT
           IF WS-CALL-RC > 4
               MOVE "F" TO JOBQ-STATUS
               MOVE "FAILED" TO JOBQ-OUTCOME
               MOVE "FAILED" TO WS-DISPOSITION
           ELSE
               MOVE "R" TO JOBQ-STATUS
               MOVE "COMPLETED" TO JOBQ-OUTCOME
               MOVE "RAN" TO WS-DISPOSITION
           END-IF
           ADD 1 TO WS-JOBS-RUN
           MOVE SPACES TO WS-LOG-STEP-NAME
           STRING "J" DELIMITED BY SIZE
                   JOBQ-NUMBER DELIMITED BY SIZE
               INTO WS-LOG-STEP-NAME
           END-STRING
           PERFORM WRITE-SCHEDULE-LOG
           MOVE WS-CALL-RC TO WS-RC-PRINT
           MOVE SPACES TO WS-OUTCOME
           STRING "* JOB " DELIMITED BY SIZE
                   JOBQ-NUMBER DELIMITED BY SIZE
                   " RC" DELIMITED BY SIZE
                   WS-RC-PRINT DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING
           PERFORM write-suite-audit.

       CALL-REQUESTED-PROGRAM.
           EVALUATE WS-JQT-IDX
               WHEN 1
                   CALL "Add01.Program13"
                       ON EXCEPTION
                           MOVE 16 TO RETURN-CODE
                   END-CALL
               WHEN 2
                   CALL "times_tables.Program1"
                       ON EXCEPTION
                           MOVE 16 TO RETURN-CODE
                   END-CALL
               WHEN 3
                   CALL "display_words_in_order"
                       ON EXCEPTION
                           MOVE 16 TO RETURN-CODE
                   END-CALL
           END-EVALUATE.

       HOLD-NEXT-QUEUED-REQUEST.
           MOVE WS-JOBQ-ENTRY(WS-JOBQ-IDX) TO WS-JOB-REQUEST-REC
           IF JOBQ-QUEUED
               MOVE "HELD - DEADLINE" TO JOBQ-OUTCOME
               MOVE WS-JOB-REQUEST-REC TO WS-JOBQ-ENTRY(WS-JOBQ-IDX)
           END-IF.

      *a finished request ages from the night it ran, a cancelled
      *one from the day it was asked for
       DROP-NEXT-OLD-REQUEST.
           MOVE WS-JOBQ-ENTRY(WS-JOBQ-IDX) TO WS-JOB-REQUEST-REC
           IF NOT JOBQ-QUEUED
               IF JOBQ-RUN-DATE IS NUMERIC AND JOBQ-RUN-DATE > 0
                   MOVE JOBQ-RUN-DATE TO WS-AGE-DATE
               ELSE
                   MOVE JOBQ-REQ-DATE TO WS-AGE-DATE
               END-IF
               IF WS-AGE-DATE IS NUMERIC AND WS-AGE-DATE > 0
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-AGE-DATE)
                   IF WS-AGE-DAYS > WS-KEEP-DAYS
                       MOVE SPACES TO WS-JOBQ-ENTRY(WS-JOBQ-IDX)
                   END-IF
               END-IF
           END-IF.

       copy errlog replacing ==:PROGRAM-NAME:== by =="SUITE_SCHED"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy runlkp.

       copy jobqp.

       copy opsignon.

       end program suite_sched.
