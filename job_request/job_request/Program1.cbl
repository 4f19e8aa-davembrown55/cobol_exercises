       program-id. job_request.

      *daytime job request screen - a run too heavy to put through
      *during the day (a statement for an old month, a batch of
      *times-table worksheets, a word-frequency count over a big
      *file) is asked for here instead of on a note for the night
      *shift: the operator picks the run, answers its prompts and
      *sets a priority, and the request is refused unless their
      *entitlements allow the run.  the scheduler works the queue
      *after the nightly stream while time is left before
      *NIGHT-DEADLINE and records each request's outcome, return
      *code and report, which the requester sees on the morning
      *status console.  a queued request can be cancelled by the
      *operator who asked for it, or by a supervisor.

       environment division.
       input-output section.
       file-control.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy cfgsel.
           copy entlsel.
           copy jobqsel.

       data division.
       file section.
       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy cfgfd.

       copy entlfd.

       copy jobqfd.

       working-storage section.
       copy errmsgs.

       01 WS-FUNCTION-PICK PIC X VALUE SPACES.
       01 WS-PICK-RAW PIC X(6) VALUE SPACES.
       01 WS-PICK-EDIT PIC X(6) JUSTIFIED RIGHT.
       01 WS-ANSWER-RAW PIC X(10) VALUE SPACES.
       01 WS-ANSWER-EDIT PIC X(10) JUSTIFIED RIGHT.
       01 WS-ANSWER-SIZE PIC 99 VALUE 0.
       01 WS-ANSWER-START PIC 99 VALUE 0.
       01 WS-ALLOWED-HITS PIC 9 VALUE 0.
       01 WS-ANSWER-OK PIC X VALUE "N".
         88 ANSWER-OK VALUE "Y".
       01 WS-NEW-REQUEST.
           05 WS-NEW-TYPE PIC 9 VALUE 0.
           05 WS-NEW-PRIORITY PIC 9 VALUE 5.
           05 WS-NEW-ANSWERS.
               10 WS-NEW-ANSWER PIC X(10) OCCURS 3 TIMES.
       01 WS-CLOCK PIC 9(8) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-LISTED PIC 9(3) VALUE 0.
       01 WS-RC-PRINT PIC ZZZ9.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(30) VALUE SPACES.

      *shared operator sign-on
       copy opsignws.

      *shared sign-on bulletin data
       copy bltnws.

      *shared per-program entitlements
       copy entlws.

      *central suite configuration
       copy cfgws.

      *shared job request queue
       copy jobqws.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
           MOVE "STARTED" TO WS-OUTCOME.
           PERFORM write-suite-audit.
           PERFORM SHOW-SIGNON-BULLETINS.
           MOVE "JOB_REQUEST" TO WS-ENTL-PROGRAM.
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
           PERFORM LOAD-JOB-QUEUE.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       GET-FUNCTION.
           DISPLAY " "
           DISPLAY "JOB REQUESTS FOR THE OVERNIGHT WINDOW"
           DISPLAY "A ASK FOR A RUN"
           DISPLAY "L LIST REQUESTS AND RESULTS"
           DISPLAY "C CANCEL A QUEUED REQUEST"
           DISPLAY "X EXIT"
           ACCEPT WS-FUNCTION-PICK
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PICK)
               TO WS-FUNCTION-PICK

           EVALUATE WS-FUNCTION-PICK
               WHEN "A"
                   PERFORM ADD-JOB-REQUEST
               WHEN "L"
                   PERFORM LIST-JOB-REQUESTS
               WHEN "C"
                   PERFORM CANCEL-JOB-REQUEST
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER
                   DISPLAY ERRMSG-GENERIC
                   MOVE "E001" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
           END-EVALUATE
           PERFORM GET-FUNCTION.

       ADD-JOB-REQUEST.
           IF WS-JOBQ-COUNT >= 200
               DISPLAY "ERROR! THE JOB QUEUE IS FULL - ASK A "
                   "SUPERVISOR TO CLEAR IT."
           ELSE
               PERFORM GET-RUN-PICK
               MOVE WS-NEW-TYPE TO WS-JQT-IDX
               PERFORM CHECK-REQUEST-ENTITLEMENT
               IF ENTITLEMENT-DENIED
                   DISPLAY "ERROR! YOU ARE NOT ENTITLED TO RUN "
                       WS-JQT-ENTL(WS-JQT-IDX)
                   MOVE SPACES TO WS-OUTCOME
                   STRING "* JOBQ DENIED " DELIMITED BY SIZE
                           WS-JQT-ENTL(WS-JQT-IDX) DELIMITED BY SIZE
                       INTO WS-OUTCOME
                   END-STRING
                   PERFORM write-suite-audit
               ELSE
                   MOVE SPACES TO WS-NEW-ANSWERS
                   PERFORM GET-PROMPT-ANSWER
                       VARYING WS-JQT-PROMPT-IDX FROM 1 BY 1
                       UNTIL WS-JQT-PROMPT-IDX >
                           WS-JQT-PROMPTS(WS-JQT-IDX)
                   PERFORM GET-PRIORITY
                   PERFORM STORE-JOB-REQUEST
               END-IF
           END-IF.

       GET-RUN-PICK.
           DISPLAY "WHICH RUN?"
           PERFORM SHOW-NEXT-RUN
               VARYING WS-JQT-IDX FROM 1 BY 1
               UNTIL WS-JQT-IDX > WS-JQT-COUNT
           MOVE SPACES TO WS-ANSWER-RAW
           ACCEPT WS-ANSWER-RAW
           EVALUATE TRUE
               WHEN WS-ANSWER-RAW = SPACES
                   DISPLAY ERRMSG-NOTHING-ENTERED
                   MOVE "E003" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
                   PERFORM GET-RUN-PICK
               WHEN WS-ANSWER-RAW(1:1) IS NOT NUMERIC
                       OR WS-ANSWER-RAW(2:) NOT = SPACES
                   DISPLAY ERRMSG-NOT-NUMERIC
                   MOVE "E002" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
                   PERFORM GET-RUN-PICK
               WHEN OTHER
                   MOVE WS-ANSWER-RAW(1:1) TO WS-NEW-TYPE
                   IF WS-NEW-TYPE < 1 OR WS-NEW-TYPE > WS-JQT-COUNT
                       DISPLAY ERRMSG-GENERIC
                       MOVE "E001" TO WS-ERROR-CODE
                       PERFORM LOG-ERROR-EVENT
                       PERFORM GET-RUN-PICK
                   END-IF
           END-EVALUATE.

       SHOW-NEXT-RUN.
           DISPLAY WS-JQT-IDX " " WS-JQT-NAME(WS-JQT-IDX)
               " - REPORT " WS-JQT-REPORT(WS-JQT-IDX).

      *each answer is checked the way the run's own prompt would
      *take it, so the night run is not left waiting on a re-ask
       GET-PROMPT-ANSWER.
           DISPLAY WS-JQT-LABEL(WS-JQT-IDX, WS-JQT-PROMPT-IDX) ": "
           MOVE SPACES TO WS-ANSWER-RAW
           ACCEPT WS-ANSWER-RAW
           MOVE FUNCTION UPPER-CASE(WS-ANSWER-RAW) TO WS-ANSWER-RAW
           MOVE "N" TO WS-ANSWER-OK
           IF WS-ANSWER-RAW = SPACES
               DISPLAY ERRMSG-NOTHING-ENTERED
               MOVE "E003" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
           ELSE
               IF WS-JQT-KIND(WS-JQT-IDX, WS-JQT-PROMPT-IDX) = "N"
                   PERFORM CHECK-NUMERIC-ANSWER
               ELSE
                   PERFORM CHECK-LETTER-ANSWER
               END-IF
           END-IF
           IF ANSWER-OK
               MOVE WS-ANSWER-RAW
                   TO WS-NEW-ANSWER(WS-JQT-PROMPT-IDX)
           ELSE
               PERFORM GET-PROMPT-ANSWER
           END-IF.

      *a number no wider than the prompt's field, held zero-filled
      *to that width
       CHECK-NUMERIC-ANSWER.
           MOVE WS-JQT-SIZE(WS-JQT-IDX, WS-JQT-PROMPT-IDX)
               TO WS-ANSWER-SIZE
           COMPUTE WS-ANSWER-START = 11 - WS-ANSWER-SIZE
           MOVE SPACES TO WS-ANSWER-EDIT
           UNSTRING WS-ANSWER-RAW DELIMITED BY " "
               INTO WS-ANSWER-EDIT
           END-UNSTRING
           INSPECT WS-ANSWER-EDIT REPLACING LEADING SPACE BY "0"
           IF WS-ANSWER-EDIT IS NOT NUMERIC
               DISPLAY ERRMSG-NOT-NUMERIC
               MOVE "E002" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
           ELSE
               IF WS-ANSWER-START > 1
                       AND WS-ANSWER-EDIT(1:WS-ANSWER-START - 1)
                           NOT = ALL "0"
                   DISPLAY "ERROR! NO MORE THAN " WS-ANSWER-SIZE
                       " DIGITS."
               ELSE
                   MOVE SPACES TO WS-ANSWER-RAW
                   MOVE WS-ANSWER-EDIT(WS-ANSWER-START:WS-ANSWER-SIZE)
                       TO WS-ANSWER-RAW
                   MOVE "Y" TO WS-ANSWER-OK
                   IF WS-JQT-ENTL(WS-JQT-IDX) = "TIMES_TABLES"
                       PERFORM CHECK-WORKSHEET-ANSWER
                   END-IF
               END-IF
           END-IF.

      *the worksheet run re-asks a highest table below the lowest
      *and an empty sheet, which the deck could never answer
       CHECK-WORKSHEET-ANSWER.
           EVALUATE WS-JQT-PROMPT-IDX
               WHEN 2
                   IF WS-ANSWER-RAW(1:2) < WS-NEW-ANSWER(1)(1:2)
                       DISPLAY "ERROR! HIGHEST IS BELOW LOWEST."
                       MOVE "N" TO WS-ANSWER-OK
                   END-IF
               WHEN 3
                   IF WS-ANSWER-RAW(1:2) = "00"
                       DISPLAY "ERROR! AT LEAST ONE PROBLEM."
                       MOVE "N" TO WS-ANSWER-OK
                   END-IF
           END-EVALUATE.

       CHECK-LETTER-ANSWER.
           MOVE 0 TO WS-ALLOWED-HITS
           IF WS-ANSWER-RAW(2:) = SPACES
               INSPECT WS-JQT-ALLOWED(WS-JQT-IDX, WS-JQT-PROMPT-IDX)
                   TALLYING WS-ALLOWED-HITS
                   FOR ALL WS-ANSWER-RAW(1:1)
           END-IF
           IF WS-ALLOWED-HITS = 0
               DISPLAY "ERROR! ENTER ONE OF: "
                   WS-JQT-ALLOWED(WS-JQT-IDX, WS-JQT-PROMPT-IDX)
           ELSE
               MOVE "Y" TO WS-ANSWER-OK
           END-IF.

      *a blank priority takes the middle of the range
       GET-PRIORITY.
           DISPLAY "PRIORITY, 1 (FIRST) TO 9 (LAST) - BLANK FOR 5: "
           MOVE SPACES TO WS-ANSWER-RAW
           ACCEPT WS-ANSWER-RAW
           EVALUATE TRUE
               WHEN WS-ANSWER-RAW = SPACES
                   MOVE 5 TO WS-NEW-PRIORITY
               WHEN WS-ANSWER-RAW(1:1) IS NOT NUMERIC
                       OR WS-ANSWER-RAW(2:) NOT = SPACES
                       OR WS-ANSWER-RAW(1:1) = "0"
                   DISPLAY "ERROR! ENTER 1 TO 9."
                   PERFORM GET-PRIORITY
               WHEN OTHER
                   MOVE WS-ANSWER-RAW(1:1) TO WS-NEW-PRIORITY
           END-EVALUATE.

       STORE-JOB-REQUEST.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK FROM TIME
           ADD 1 TO WS-JOBQ-LAST-NUMBER
           MOVE SPACES TO WS-JOB-REQUEST-REC
           MOVE WS-JOBQ-LAST-NUMBER TO JOBQ-NUMBER
           MOVE WS-OPERATOR-ID TO JOBQ-REQUESTER
           MOVE WS-TODAY TO JOBQ-REQ-DATE
           MOVE WS-CLOCK(1:4) TO JOBQ-REQ-TIME
           MOVE WS-NEW-TYPE TO JOBQ-TYPE
           MOVE WS-NEW-PRIORITY TO JOBQ-PRIORITY
           MOVE "Q" TO JOBQ-STATUS
           MOVE WS-NEW-ANSWERS TO JOBQ-ANSWERS
           MOVE 0 TO JOBQ-RUN-DATE
           MOVE 0 TO JOBQ-RUN-TIME
           MOVE 0 TO JOBQ-RC
           MOVE "QUEUED" TO JOBQ-OUTCOME
           ADD 1 TO WS-JOBQ-COUNT
           MOVE WS-JOB-REQUEST-REC TO WS-JOBQ-ENTRY(WS-JOBQ-COUNT)
           PERFORM SAVE-JOB-QUEUE
           DISPLAY "REQUEST " WS-JOBQ-LAST-NUMBER " QUEUED FOR "
               "TONIGHT'S RUN."
           MOVE SPACES TO WS-OUTCOME
           STRING "* JOBQ ADD " DELIMITED BY SIZE
                   WS-JOBQ-LAST-NUMBER DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING
           PERFORM write-suite-audit.

      *an operator sees their own requests; a supervisor sees all
       LIST-JOB-REQUESTS.
           MOVE 0 TO WS-LISTED
           DISPLAY "NUMBER REQUESTER  RUN              P ST "
               "RAN ON   AT     RC REPORT       OUTCOME"
           PERFORM LIST-NEXT-JOB-REQUEST
               VARYING WS-JOBQ-IDX FROM 1 BY 1
               UNTIL WS-JOBQ-IDX > WS-JOBQ-COUNT
           IF WS-LISTED = 0
               DISPLAY "NO REQUESTS ON THE QUEUE."
           END-IF.

       LIST-NEXT-JOB-REQUEST.
           MOVE WS-JOBQ-ENTRY(WS-JOBQ-IDX) TO WS-JOB-REQUEST-REC
           IF JOBQ-REQUESTER = WS-OPERATOR-ID OR ROLE-SUPERVISOR
               ADD 1 TO WS-LISTED
               MOVE JOBQ-TYPE TO WS-JQT-IDX
               IF WS-JQT-IDX < 1 OR WS-JQT-IDX > WS-JQT-COUNT
                   MOVE 1 TO WS-JQT-IDX
               END-IF
               MOVE JOBQ-RC TO WS-RC-PRINT
               DISPLAY JOBQ-NUMBER " " JOBQ-REQUESTER " "
                   WS-JQT-NAME(WS-JQT-IDX) " " JOBQ-PRIORITY " "
                   JOBQ-STATUS "  " JOBQ-RUN-DATE " " JOBQ-RUN-TIME
                   " " WS-RC-PRINT " " JOBQ-REPORT " " JOBQ-OUTCOME
           END-IF.

       GET-REQUEST-NUMBER.
           MOVE 0 TO WS-JOBQ-HIT
           DISPLAY "ENTER THE REQUEST NUMBER: "
           MOVE SPACES TO WS-PICK-RAW
           ACCEPT WS-PICK-RAW
           MOVE SPACES TO WS-PICK-EDIT
           UNSTRING WS-PICK-RAW DELIMITED BY " " INTO WS-PICK-EDIT
           END-UNSTRING
           INSPECT WS-PICK-EDIT REPLACING LEADING SPACE BY "0"
           IF WS-PICK-EDIT IS NOT NUMERIC
               DISPLAY ERRMSG-NOT-NUMERIC
               MOVE "E002" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
           ELSE
               MOVE WS-PICK-EDIT TO WS-JOBQ-WANTED
               PERFORM FIND-JOB-REQUEST
               IF WS-JOBQ-HIT = 0
                   DISPLAY "ERROR! NO REQUEST NUMBER " WS-PICK-EDIT
                       " ON THE QUEUE."
               END-IF
           END-IF.

       CANCEL-JOB-REQUEST.
           PERFORM GET-REQUEST-NUMBER
           IF WS-JOBQ-HIT > 0
               EVALUATE TRUE
                   WHEN NOT JOBQ-QUEUED
                       DISPLAY "ERROR! ONLY A QUEUED REQUEST CAN BE "
                           "CANCELLED."
                   WHEN JOBQ-REQUESTER NOT = WS-OPERATOR-ID
                           AND NOT ROLE-SUPERVISOR
                       DISPLAY "ERROR! THAT IS ANOTHER OPERATOR'S "
                           "REQUEST."
                   WHEN OTHER
                       MOVE "C" TO JOBQ-STATUS
                       MOVE SPACES TO JOBQ-OUTCOME
                       STRING "CANCELLED BY " DELIMITED BY SIZE
                               WS-OPERATOR-ID DELIMITED BY SPACE
                           INTO JOBQ-OUTCOME
                       END-STRING
                       MOVE WS-JOB-REQUEST-REC
                           TO WS-JOBQ-ENTRY(WS-JOBQ-HIT)
                       PERFORM SAVE-JOB-QUEUE
                       DISPLAY "REQUEST " WS-JOBQ-WANTED " CANCELLED."
                       MOVE SPACES TO WS-OUTCOME
                       STRING "* JOBQ CANCEL " DELIMITED BY SIZE
                               WS-JOBQ-WANTED DELIMITED BY SIZE
                           INTO WS-OUTCOME
                       END-STRING
                       PERFORM write-suite-audit
               END-EVALUATE
           END-IF.

       copy errlog replacing ==:PROGRAM-NAME:== by =="JOB_REQUEST"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="JOB_REQUEST"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy jobqp.

       copy opsignon.

       end program job_request.
