      *which campaign the question belongs to; spaces - a record
      *from before campaigns existed - means campaign 01
           05 QC-CAMPAIGN pic x(2).
           05 filler pic x.
      *routing - ask this question only if question
      *QC-ROUTE-QUESTION of the same campaign was answered
      *QC-ROUTE-ANSWER (Y or N); spaces mean always asked
           05 QC-ROUTE-QUESTION pic x(2).
           05 QC-ROUTE-ANSWER pic x.
           05 filler pic x.
      *R marks a rating question answered 1 to QC-SCALE-TOP (2-9);
      *anything else is a yes/no question as before
           05 QC-QUESTION-TYPE pic x.
           05 QC-SCALE-TOP pic x.

       fd  tally-file.
       01 tally-record pic x(93).

       fd  campaign-file.
       01 campaign-record.
           05 CMP-OPEN-DATE pic 9(8).
           05 filler pic x.
           05 CMP-CLOSE-DATE pic 9(8).
           05 filler pic x.
           05 CMP-SAMPLE-SEED pic 9(8).
           05 filler pic x.
           05 CMP-SAMPLE-POPULATION pic 9(5).
           05 filler pic x.
           05 CMP-SAMPLE-SIZE pic 9(5).
           05 filler pic x.
           05 CMP-SAMPLE-BASIS pic x.
           05 CMP-SAMPLE-STRATIFIED pic x.
           05 filler pic x.
           05 CMP-SAMPLE-DATE pic 9(8).

       fd  audit-log-file.
       01 audit-log-record pic x(80).
           05 SR-CAMPAIGN pic x(2).

       fd  respondent-register-file.
       01 respondent-register-record pic x(27).

       fd  exception-file.
       01 exception-record pic x(90).

       fd  expected-file.
       01 expected-record.
           05 EXP-RESPONDENT pic x(10).
           05 filler pic x.
           05 EXP-CAMPAIGN pic x(2).

       fd  checkpoint-file.
       01 checkpoint-record pic x(6).
               10 WS-QUESTION-ENTRY OCCURS 99 TIMES.
                   15 WS-QUESTION-PRESENT PIC X.
                   15 WS-QUESTION-TEXT PIC X(60).
                   15 WS-QUESTION-ROUTE-Q PIC 99.
                   15 WS-QUESTION-ROUTE-A PIC X.
                   15 WS-QUESTION-TYPE PIC X.
                     88 RATING-QUESTION VALUE "R".
                   15 WS-QUESTION-SCALE PIC 9.
       01 WS-QUESTION-COUNT-TABLE.
           05 WS-QUESTION-COUNT PIC 99 OCCURS 20 TIMES.
       01 WS-QUESTION-REC.
           05 WSQ-QUESTION-TEXT PIC X(60).
           05 FILLER PIC X VALUE SPACE.
           05 WSQ-CAMPAIGN PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 WSQ-ROUTE-QUESTION PIC X(2) VALUE SPACES.
           05 WSQ-ROUTE-ANSWER PIC X VALUE SPACE.
           05 FILLER PIC X VALUE SPACE.
           05 WSQ-QUESTION-TYPE PIC X VALUE SPACE.
           05 WSQ-SCALE-TOP PIC X VALUE SPACE.
       01 WS-CURRENT-QUESTION PIC 9(3) VALUE 0.
       01 WS-QUESTION-IDX PIC 9(3) VALUE 0.
       01 WS-ROUTE-EDIT PIC XX JUSTIFIED RIGHT.
       01 WS-ROUTE-ANSWER-EDIT PIC X VALUE SPACE.
       01 WS-ROUTE-FLAG PIC X VALUE "Y".
         88 ROUTED-TO-QUESTION VALUE "Y".
         88 ROUTED-PAST-QUESTION VALUE "N".
       01 WS-ROUTE-QUESTION PIC 99 VALUE 0.
       01 WS-ROUTED-OUT-COUNT PIC 9(5) VALUE 0.
      *per-question response rate - answers on the register against
      *the respondents the routing actually sent to the question
       01 WS-CAMP-PARTICIPANTS PIC 9(5) VALUE 0.
       01 WS-ROUTED-COUNT PIC 9(5) VALUE 0.
       01 WS-ANSWERED-COUNT PIC 9(5) VALUE 0.
       01 WS-ROUTED-PRINT PIC Z(4)9.
       01 WS-ANSWERED-PRINT PIC Z(4)9.
       01 WS-QUESTION-RATE PIC 9(3) VALUE 0.
       01 WS-QUESTION-RATE-PRINT PIC ZZ9.

      *the campaigns on file - up to 20 can run concurrently; a
      *machine with no campaign file yet gets the standing GENERAL
               10 WS-CAMP-TITLE PIC X(30).
               10 WS-CAMP-OPEN PIC 9(8).
               10 WS-CAMP-CLOSE PIC 9(8).
      *a campaign whose invitees were drawn by the sample run -
      *zero sample size means the old expected list applies
               10 WS-CAMP-SAMPLE-SIZE PIC 9(5).
               10 WS-CAMP-SAMPLE-POP PIC 9(5).
               10 WS-CAMP-SAMPLE-SEED PIC 9(8).
               10 WS-CAMP-SAMPLE-STRAT PIC X.
       01 WS-CAMP-COUNT PIC 99 VALUE 0.
       01 WS-CAMP-IDX PIC 99 VALUE 0.
       01 WS-CAMP-SLOT PIC 99 VALUE 0.
               10 WS-TALLY-ENTRY OCCURS 99 TIMES.
                   15 WS-TALLY-YES PIC 9(7).
                   15 WS-TALLY-NO PIC 9(7).
                   15 WS-TALLY-SCALE PIC 9(7) OCCURS 9 TIMES.
       01 WS-TALLY-REC.
           05 WS-TALLY-QUESTION pic 9(2).
           05 filler pic x value space.
           05 WS-TALLY-NO-COUNT pic 9(7).
           05 filler pic x value space.
           05 WS-TALLY-CAMP pic x(2).
      *one count per point of a rating question's scale; zero on
      *a yes/no question, spaces on a record from before ratings
           05 WS-TALLY-SCALE-COUNTS.
               10 WS-TALLY-SCALE-ENTRY OCCURS 9 TIMES.
                   15 WS-TALLY-SCALE-SEP pic x.
                   15 WS-TALLY-SCALE-COUNT pic 9(7).
       01 WS-SCALE-IDX PIC 99 VALUE 0.
       01 WS-SCALE-SUM PIC 9(8) VALUE 0.
       01 WS-RATING-POINT PIC 9 VALUE 0.
       01 WS-RATING-RAW PIC X VALUE SPACE.

      *batch survey mode reads a whole file of numbered responses
      *and produces a per-question summary report in one pass
               10 WS-BATCH-ENTRY OCCURS 99 TIMES.
                   15 WS-BATCH-YES PIC 9(7).
                   15 WS-BATCH-NO PIC 9(7).
                   15 WS-BATCH-SCALE PIC 9(7) OCCURS 9 TIMES.
       01 WS-BATCH-ANSWERED PIC 9(7) VALUE 0.
       01 WS-BATCH-YES-PRINT PIC Z(6)9.
       01 WS-BATCH-NO-PRINT PIC Z(6)9.
       01 WS-PCT-NO-PRINT PIC ZZ9.
       01 WS-SVYRPT-LINE PIC X(100) VALUE SPACES.
       01 WS-SR-QUESTION-EDIT PIC XX JUSTIFIED RIGHT.
       01 WS-INVALID-RATING-COUNT PIC 9(5) VALUE 0.
      *rating question figures for the survey report
       01 WS-RATING-TOTAL PIC 9(8) VALUE 0.
       01 WS-RATING-WEIGHT PIC 9(9) VALUE 0.
       01 WS-RATING-MEAN PIC 9V99 VALUE 0.
       01 WS-RATING-MEAN-PRINT PIC 9.99.
       01 WS-RATING-PCT PIC 9(3) VALUE 0.
       01 WS-SCALE-COUNT-PRINT PIC Z(6)9.
       01 WS-SCALE-TOP-PRINT PIC 9.
       01 WS-DIST-PTR PIC 9(3) VALUE 0.

      *follow-up comment capture - a bare "No" with no context isn't
      *useful when the results are reviewed later, so every No
               10 WS-REG-RESPONDENT PIC X(10).
               10 WS-REG-QUESTION PIC 99.
               10 WS-REG-CAMP PIC X(2).
               10 WS-REG-ANSWER PIC X.
       01 WS-REGISTER-COUNT PIC 9(4) VALUE 0.
       01 WS-REGISTER-IDX PIC 9(4) VALUE 0.
       01 WS-REGISTER-HIT PIC 9(4) VALUE 0.
           05 REG-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 REG-CAMP PIC X(2).
           05 FILLER PIC X VALUE SPACE.
      *the answer given, so routing can be followed across
      *sessions; spaces on an entry from before routing existed
           05 REG-ANSWER PIC X.
       01 WS-EXPECTED-TABLE.
           05 WS-EXPECTED-ID PIC X(10) OCCURS 500 TIMES.
       01 WS-EXPECTED-COUNT PIC 9(3) VALUE 0.
       01 WS-EXPECTED-IDX PIC 9(3) VALUE 0.
       01 WS-EXPECTED-HIT PIC 9(3) VALUE 0.
       01 WS-NEW-EXP-ID PIC X(10) VALUE SPACES.
      *a sampled campaign's invitees and how many of them replied
       01 WS-SAMPLE-INVITED PIC 9(5) VALUE 0.
       01 WS-SAMPLE-REPLIED PIC 9(5) VALUE 0.
       01 WS-SAMPLE-RATE PIC 9(3) VALUE 0.
       01 WS-SAMPLE-INVITED-PRINT PIC Z(4)9.
       01 WS-SAMPLE-POP-PRINT PIC Z(4)9.
       01 WS-SAMPLE-REPLIED-PRINT PIC Z(4)9.
       01 WS-SAMPLE-RATE-PRINT PIC ZZ9.
       01 WS-SAMPLE-PTR PIC 9(3) VALUE 1.
       01 WS-REGISTER-IDX2 PIC 9(4) VALUE 0.
       01 WS-RESPONDED-COUNT PIC 9(3) VALUE 0.
       01 WS-RATE-PCT PIC 9(3) VALUE 0.
               MOVE "GENERAL" TO WS-CAMP-TITLE(1)
               MOVE 0 TO WS-CAMP-OPEN(1)
               MOVE 0 TO WS-CAMP-CLOSE(1)
               MOVE 0 TO WS-CAMP-SAMPLE-SIZE(1)
           END-IF.

       LOAD-NEXT-CAMPAIGN.
                       TO WS-CAMP-OPEN(WS-CAMP-COUNT)
                   MOVE CMP-CLOSE-DATE
                       TO WS-CAMP-CLOSE(WS-CAMP-COUNT)
                   MOVE 0 TO WS-CAMP-SAMPLE-SIZE(WS-CAMP-COUNT)
                   IF CMP-SAMPLE-SIZE IS NUMERIC
                       MOVE CMP-SAMPLE-SIZE
                           TO WS-CAMP-SAMPLE-SIZE(WS-CAMP-COUNT)
                       MOVE CMP-SAMPLE-POPULATION
                           TO WS-CAMP-SAMPLE-POP(WS-CAMP-COUNT)
                       MOVE CMP-SAMPLE-SEED
                           TO WS-CAMP-SAMPLE-SEED(WS-CAMP-COUNT)
                       MOVE CMP-SAMPLE-STRATIFIED
                           TO WS-CAMP-SAMPLE-STRAT(WS-CAMP-COUNT)
                   END-IF
               END-IF
           END-IF.

                           WS-CAMP-SLOT, QC-QUESTION-NUMBER)
                       MOVE QC-QUESTION-TEXT TO WS-QUESTION-TEXT(
                           WS-CAMP-SLOT, QC-QUESTION-NUMBER)
                       PERFORM LOAD-QUESTION-ROUTING
                       PERFORM LOAD-QUESTION-TYPE
                       IF QC-QUESTION-NUMBER
                               > WS-QUESTION-COUNT(WS-CAMP-SLOT)
                           MOVE QC-QUESTION-NUMBER
               PERFORM LOAD-NEXT-QUESTION
           END-IF.

      *a rule naming a question that is not numeric, names the
      *question itself, or asks for anything but Y, N or a rating
      *point 1-9 is ignored and the question is always asked
       LOAD-QUESTION-ROUTING.
           MOVE 0 TO WS-QUESTION-ROUTE-Q(WS-CAMP-SLOT,
               QC-QUESTION-NUMBER)
           MOVE SPACE TO WS-QUESTION-ROUTE-A(WS-CAMP-SLOT,
               QC-QUESTION-NUMBER)
           MOVE SPACES TO WS-ROUTE-EDIT
           UNSTRING QC-ROUTE-QUESTION DELIMITED BY " "
               INTO WS-ROUTE-EDIT
           END-UNSTRING
           INSPECT WS-ROUTE-EDIT REPLACING LEADING SPACE BY "0"
           MOVE FUNCTION UPPER-CASE(QC-ROUTE-ANSWER)
               TO WS-ROUTE-ANSWER-EDIT
           IF QC-ROUTE-QUESTION NOT = SPACES
               IF WS-ROUTE-EDIT IS NUMERIC
                       AND WS-ROUTE-EDIT NOT = "00"
                       AND WS-ROUTE-EDIT NOT = QC-QUESTION-NUMBER
                       AND (WS-ROUTE-ANSWER-EDIT = "Y"
                           OR WS-ROUTE-ANSWER-EDIT = "N"
                           OR (WS-ROUTE-ANSWER-EDIT >= "1"
                               AND WS-ROUTE-ANSWER-EDIT <= "9"))
                   MOVE WS-ROUTE-EDIT TO WS-QUESTION-ROUTE-Q(
                       WS-CAMP-SLOT, QC-QUESTION-NUMBER)
                   MOVE WS-ROUTE-ANSWER-EDIT TO WS-QUESTION-ROUTE-A(
                       WS-CAMP-SLOT, QC-QUESTION-NUMBER)
               ELSE
                   DISPLAY "WARNING! ROUTING RULE IGNORED ON "
                       "QUESTION " QC-QUESTION-NUMBER
                       " OF CAMPAIGN " WS-CURRENT-CAMPAIGN
               END-IF
           END-IF.

      *a rating question with no usable scale top gets the usual
      *one-to-five
       LOAD-QUESTION-TYPE.
           MOVE "Y" TO WS-QUESTION-TYPE(WS-CAMP-SLOT,
               QC-QUESTION-NUMBER)
           MOVE 0 TO WS-QUESTION-SCALE(WS-CAMP-SLOT,
               QC-QUESTION-NUMBER)
           IF FUNCTION UPPER-CASE(QC-QUESTION-TYPE) = "R"
               MOVE "R" TO WS-QUESTION-TYPE(WS-CAMP-SLOT,
                   QC-QUESTION-NUMBER)
               IF QC-SCALE-TOP IS NUMERIC AND QC-SCALE-TOP > "1"
                   MOVE QC-SCALE-TOP TO WS-QUESTION-SCALE(
                       WS-CAMP-SLOT, QC-QUESTION-NUMBER)
               ELSE
                   DISPLAY "WARNING! NO SCALE ON RATING QUESTION "
                       QC-QUESTION-NUMBER " OF CAMPAIGN "
                       WS-CURRENT-CAMPAIGN " - 1 TO 5 ASSUMED"
                   MOVE 5 TO WS-QUESTION-SCALE(WS-CAMP-SLOT,
                       QC-QUESTION-NUMBER)
               END-IF
           END-IF.

      *is the respondent routed to WS-CURRENT-QUESTION?  only when
      *the register holds their answer to the rule's question and
      *it is the answer the rule asks for - a rule question never
      *answered, or itself routed past, routes this one past too
       CHECK-QUESTION-ROUTING.
           MOVE "Y" TO WS-ROUTE-FLAG
           MOVE WS-QUESTION-ROUTE-Q(WS-CAMP-SLOT, WS-CURRENT-QUESTION)
               TO WS-ROUTE-QUESTION
           IF WS-ROUTE-QUESTION > 0
               MOVE "N" TO WS-ROUTE-FLAG
               PERFORM MATCH-ROUTE-ANSWER
                   VARYING WS-REGISTER-IDX FROM 1 BY 1
                   UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
           END-IF.

       MATCH-ROUTE-ANSWER.
           IF WS-REG-RESPONDENT(WS-REGISTER-IDX) =
                   WS-CURRENT-RESPONDENT
               AND WS-REG-QUESTION(WS-REGISTER-IDX) =
                   WS-ROUTE-QUESTION
               AND WS-REG-CAMP(WS-REGISTER-IDX) =
                   WS-CURRENT-CAMPAIGN
               AND WS-REG-ANSWER(WS-REGISTER-IDX) =
                   WS-QUESTION-ROUTE-A(WS-CAMP-SLOT,
                       WS-CURRENT-QUESTION)
               MOVE "Y" TO WS-ROUTE-FLAG
           END-IF.

      *a first run on a new machine has no detail file yet
       OPEN-SURVEY-DETAIL-FILE.
           OPEN EXTEND SURVEY-DETAIL-FILE
                       " ALREADY ANSWERED BY "
                       WS-CURRENT-RESPONDENT " - SKIPPED"
               ELSE
                   PERFORM CHECK-QUESTION-ROUTING
                   IF ROUTED-PAST-QUESTION
                       DISPLAY "QUESTION " WS-CURRENT-QUESTION
                           " NOT ASKED - ROUTED PAST ON QUESTION "
                           WS-ROUTE-QUESTION
                   ELSE
                       PERFORM ASK-ROUTED-QUESTION
                   END-IF
               END-IF
           END-IF.

       ASK-ROUTED-QUESTION.
           DISPLAY "QUESTION " WS-CURRENT-QUESTION ": "
               WS-QUESTION-TEXT(WS-CAMP-SLOT,
                   WS-CURRENT-QUESTION)
           IF RATING-QUESTION(WS-CAMP-SLOT, WS-CURRENT-QUESTION)
               PERFORM GET-VALID-RATING
               DISPLAY "You rated it " UPPER-YES-OR-NO "."
           ELSE
               PERFORM GET-VALID-ANSWER
               PERFORM DISPLAY-THE-ANSWER
           END-IF
           PERFORM UPDATE-TALLY
           PERFORM RECORD-RESPONDENT.

       BATCH-PROCESS.
      *the batch claims its token first, so two sessions cannot
      *double-apply responses over the same checkpoint
                           ADD 1 TO WS-DUPLICATE-COUNT
                           PERFORM WRITE-REGISTER-EXCEPTION
                       ELSE
                           PERFORM CHECK-QUESTION-ROUTING
                           IF ROUTED-PAST-QUESTION
      *an answer to a question the routing would never have put
      *to this respondent is rejected, never tallied
                               ADD 1 TO WS-ROUTED-OUT-COUNT
                               PERFORM WRITE-ROUTING-EXCEPTION
                           ELSE
                               PERFORM TALLY-CLEAN-RESPONSE
                           END-IF
                       END-IF
                   END-IF
               END-IF.
       TALLY-CLEAN-RESPONSE.
           MOVE FUNCTION UPPER-CASE(SR-RESPONSE)
               TO UPPER-YES-OR-NO
           IF RATING-QUESTION(WS-CAMP-SLOT, WS-CURRENT-QUESTION)
               PERFORM TALLY-RATING-RESPONSE
           ELSE
               PERFORM TALLY-YES-NO-RESPONSE
           END-IF.

      *a rating must be a single digit inside the question's scale;
      *anything else goes to the exceptions file, never the tally
       TALLY-RATING-RESPONSE.
           MOVE UPPER-YES-OR-NO TO WS-RATING-RAW
           PERFORM CHECK-RATING-IN-SCALE
           IF WS-RATING-POINT = 0
               ADD 1 TO WS-INVALID-RATING-COUNT
               PERFORM WRITE-RATING-EXCEPTION
           ELSE
               ADD 1 TO WS-BATCH-SCALE(WS-CAMP-SLOT,
                   WS-CURRENT-QUESTION, WS-RATING-POINT)
               ADD 1 TO WS-BATCH-ANSWERED
               MOVE SR-COMMENT TO WS-COMMENT
               IF WS-COMMENT NOT = SPACES
                   PERFORM CAPTURE-FOLLOWUP
               END-IF
               PERFORM UPDATE-TALLY
               PERFORM RECORD-RESPONDENT
           END-IF.

      *sets WS-RATING-POINT from WS-RATING-RAW, or zero when it is
      *not a point on the current question's scale
       CHECK-RATING-IN-SCALE.
           MOVE 0 TO WS-RATING-POINT
           IF WS-RATING-RAW IS NUMERIC
               MOVE WS-RATING-RAW TO WS-RATING-POINT
               IF WS-RATING-POINT > WS-QUESTION-SCALE(WS-CAMP-SLOT,
                       WS-CURRENT-QUESTION)
                   MOVE 0 TO WS-RATING-POINT
               END-IF
           END-IF.

       WRITE-RATING-EXCEPTION.
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING "INVALID RATING: " DELIMITED BY SIZE
                   SURVEY-RECORD DELIMITED BY SIZE
               INTO WS-EXCEPTION-LINE
           END-STRING
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
           CLOSE EXCEPTION-FILE.

       TALLY-YES-NO-RESPONSE.
           IF UPPER-YES-OR-NO = "Y"
               ADD 1 TO WS-BATCH-YES(WS-CAMP-SLOT,
                   WS-CURRENT-QUESTION)
                       MOVE REG-CAMP
                           TO WS-REG-CAMP(WS-REGISTER-COUNT)
                   END-IF
                   MOVE REG-ANSWER
                       TO WS-REG-ANSWER(WS-REGISTER-COUNT)
               END-IF
           END-IF.

                   TO WS-REG-QUESTION(WS-REGISTER-COUNT)
               MOVE WS-CURRENT-CAMPAIGN
                   TO WS-REG-CAMP(WS-REGISTER-COUNT)
               MOVE UPPER-YES-OR-NO
                   TO WS-REG-ANSWER(WS-REGISTER-COUNT)
           END-IF
           MOVE WS-CURRENT-RESPONDENT TO REG-RESPONDENT
           MOVE WS-CURRENT-QUESTION TO REG-QUESTION
           MOVE WS-CURRENT-CAMPAIGN TO REG-CAMP
           MOVE UPPER-YES-OR-NO TO REG-ANSWER
           ACCEPT REG-DATE FROM DATE YYYYMMDD
           OPEN EXTEND RESPONDENT-REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
           WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
           CLOSE EXCEPTION-FILE.

       WRITE-ROUTING-EXCEPTION.
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING "ROUTED PAST QUESTION: " DELIMITED BY SIZE
                   SURVEY-RECORD DELIMITED BY SIZE
               INTO WS-EXCEPTION-LINE
           END-STRING
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
           CLOSE EXCEPTION-FILE.

       WRITE-SURVEY-REPORT.
           OPEN OUTPUT SURVEY-REPORT-FILE
           PERFORM WRITE-CAMPAIGN-SECTION
                   WS-DUPLICATE-COUNT DELIMITED BY SIZE
               INTO WS-SVYRPT-LINE
           END-STRING
           WRITE SURVEY-REPORT-RECORD FROM WS-SVYRPT-LINE
           MOVE SPACES TO WS-SVYRPT-LINE
           STRING "RESPONSES REJECTED AS ROUTED PAST THE QUESTION: "
                   DELIMITED BY SIZE
                   WS-ROUTED-OUT-COUNT DELIMITED BY SIZE
                   "  INVALID RATINGS: " DELIMITED BY SIZE
                   WS-INVALID-RATING-COUNT DELIMITED BY SIZE
               INTO WS-SVYRPT-LINE
           END-STRING
           WRITE SURVEY-REPORT-RECORD FROM WS-SVYRPT-LINE.

      *every id on the list counts once, whichever campaign's
      *sample it came from
       LOAD-EXPECTED-RESPONDENTS.
           MOVE 0 TO WS-EXPECTED-COUNT
           MOVE "N" TO WS-EXPECTED-EOF
           OPEN INPUT EXPECTED-FILE
           IF WS-EXPECTED-STATUS = "00"
               PERFORM LOAD-NEXT-EXPECTED UNTIL AT-EXPECTED-EOF
           END-READ

           IF NOT AT-EXPECTED-EOF
               IF EXP-RESPONDENT NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(EXP-RESPONDENT)
                       TO WS-NEW-EXP-ID
                   MOVE 0 TO WS-EXPECTED-HIT
                   PERFORM MATCH-NEXT-EXPECTED-ID
                       VARYING WS-EXPECTED-IDX FROM 1 BY 1
                       UNTIL WS-EXPECTED-IDX > WS-EXPECTED-COUNT
                   IF WS-EXPECTED-HIT = 0
                           AND WS-EXPECTED-COUNT < 500
                       ADD 1 TO WS-EXPECTED-COUNT
                       MOVE WS-NEW-EXP-ID
                           TO WS-EXPECTED-ID(WS-EXPECTED-COUNT)
                   END-IF
               END-IF
           END-IF.

       MATCH-NEXT-EXPECTED-ID.
           IF WS-EXPECTED-ID(WS-EXPECTED-IDX) = WS-NEW-EXP-ID
               MOVE WS-EXPECTED-IDX TO WS-EXPECTED-HIT
           END-IF.

      *a campaign surveyed by sample reports how many of the drawn
      *invitees replied, so its rate is measured against the sample
      *and not against everyone it might have asked
       WRITE-SAMPLE-RATE-LINE.
           MOVE 0 TO WS-SAMPLE-INVITED
           MOVE 0 TO WS-SAMPLE-REPLIED
           MOVE "N" TO WS-EXPECTED-EOF
           OPEN INPUT EXPECTED-FILE
           IF WS-EXPECTED-STATUS = "00"
               PERFORM CHECK-NEXT-SAMPLE-INVITEE
                   UNTIL AT-EXPECTED-EOF
               CLOSE EXPECTED-FILE
           END-IF
           MOVE 0 TO WS-SAMPLE-RATE
           IF WS-SAMPLE-INVITED > 0
               COMPUTE WS-SAMPLE-RATE ROUNDED =
                   WS-SAMPLE-REPLIED * 100 / WS-SAMPLE-INVITED
           END-IF
           MOVE WS-SAMPLE-INVITED TO WS-SAMPLE-INVITED-PRINT
           MOVE WS-CAMP-SAMPLE-POP(WS-CAMP-SLOT)
               TO WS-SAMPLE-POP-PRINT
           MOVE WS-SAMPLE-REPLIED TO WS-SAMPLE-REPLIED-PRINT
           MOVE WS-SAMPLE-RATE TO WS-SAMPLE-RATE-PRINT
           MOVE SPACES TO WS-SVYRPT-LINE
           MOVE 1 TO WS-SAMPLE-PTR
           STRING "    SAMPLE OF " DELIMITED BY SIZE
                   WS-SAMPLE-INVITED-PRINT DELIMITED BY SIZE
                   " DRAWN FROM " DELIMITED BY SIZE
                   WS-SAMPLE-POP-PRINT DELIMITED BY SIZE
                   " (SEED " DELIMITED BY SIZE
                   WS-CAMP-SAMPLE-SEED(WS-CAMP-SLOT)
                       DELIMITED BY SIZE
               INTO WS-SVYRPT-LINE
               WITH POINTER WS-SAMPLE-PTR
           END-STRING
           IF WS-CAMP-SAMPLE-STRAT(WS-CAMP-SLOT) = "Y"
               STRING ", BY DEPARTMENT" DELIMITED BY SIZE
                   INTO WS-SVYRPT-LINE
                   WITH POINTER WS-SAMPLE-PTR
               END-STRING
           END-IF
           STRING "): " DELIMITED BY SIZE
                   WS-SAMPLE-REPLIED-PRINT DELIMITED BY SIZE
                   " RESPONDED (" DELIMITED BY SIZE
                   WS-SAMPLE-RATE-PRINT DELIMITED BY SIZE
                   "%)" DELIMITED BY SIZE
               INTO WS-SVYRPT-LINE
               WITH POINTER WS-SAMPLE-PTR
           END-STRING
           WRITE SURVEY-REPORT-RECORD FROM WS-SVYRPT-LINE.

       CHECK-NEXT-SAMPLE-INVITEE.
           READ EXPECTED-FILE
               AT END MOVE "Y" TO WS-EXPECTED-EOF
           END-READ

           IF NOT AT-EXPECTED-EOF
               IF EXP-RESPONDENT NOT = SPACES
                       AND FUNCTION UPPER-CASE(EXP-CAMPAIGN)
                           = WS-CAMP-ID(WS-CAMP-SLOT)
                   ADD 1 TO WS-SAMPLE-INVITED
                   MOVE FUNCTION UPPER-CASE(EXP-RESPONDENT)
                       TO WS-NEW-EXP-ID
                   MOVE 0 TO WS-REGISTER-HIT
                   PERFORM MATCH-NEXT-SAMPLE-REPLY
                       VARYING WS-REGISTER-IDX FROM 1 BY 1
                       UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
                           OR WS-REGISTER-HIT > 0
                   IF WS-REGISTER-HIT > 0
                       ADD 1 TO WS-SAMPLE-REPLIED
                   END-IF
               END-IF
           END-IF.

       MATCH-NEXT-SAMPLE-REPLY.
           IF WS-REG-RESPONDENT(WS-REGISTER-IDX) = WS-NEW-EXP-ID
                   AND WS-REG-CAMP(WS-REGISTER-IDX)
                       = WS-CAMP-ID(WS-CAMP-SLOT)
               MOVE WS-REGISTER-IDX TO WS-REGISTER-HIT
           END-IF.

      *a respondent counts once however many questions they answered
       COUNT-DISTINCT-RESPONDENTS.
           MOVE 0 TO WS-RESPONDED-COUNT
                   INTO WS-SVYRPT-LINE
               END-STRING
               WRITE SURVEY-REPORT-RECORD FROM WS-SVYRPT-LINE
               PERFORM COUNT-CAMPAIGN-PARTICIPANTS
               IF WS-CAMP-SAMPLE-SIZE(WS-CAMP-SLOT) > 0
                   PERFORM WRITE-SAMPLE-RATE-LINE
               END-IF
               PERFORM WRITE-NEXT-REPORT-LINE
                   VARYING WS-QUESTION-IDX FROM 1 BY 1
                   UNTIL WS-QUESTION-IDX
       WRITE-NEXT-REPORT-LINE.
           IF WS-QUESTION-PRESENT(WS-CAMP-SLOT, WS-QUESTION-IDX)
                   = "Y"
               IF RATING-QUESTION(WS-CAMP-SLOT, WS-QUESTION-IDX)
                   PERFORM WRITE-RATING-REPORT-LINES
               ELSE
                   PERFORM WRITE-YES-NO-REPORT-LINE
               END-IF
               PERFORM WRITE-QUESTION-RATE-LINE
           END-IF.

       WRITE-YES-NO-REPORT-LINE.
           MOVE 0 TO WS-PCT-YES
           MOVE 0 TO WS-PCT-NO
           IF WS-BATCH-YES(WS-CAMP-SLOT, WS-QUESTION-IDX) +
                   WS-BATCH-NO(WS-CAMP-SLOT, WS-QUESTION-IDX)
                   > 0
               COMPUTE WS-PCT-YES ROUNDED =
                   WS-BATCH-YES(WS-CAMP-SLOT, WS-QUESTION-IDX)
                   * 100 /
                   (WS-BATCH-YES(WS-CAMP-SLOT,
                       WS-QUESTION-IDX) +
                    WS-BATCH-NO(WS-CAMP-SLOT,
                       WS-QUESTION-IDX))
               COMPUTE WS-PCT-NO = 100 - WS-PCT-YES
           END-IF
           MOVE WS-BATCH-YES(WS-CAMP-SLOT, WS-QUESTION-IDX)
               TO WS-BATCH-YES-PRINT
           MOVE WS-BATCH-NO(WS-CAMP-SLOT, WS-QUESTION-IDX)
               TO WS-BATCH-NO-PRINT
           MOVE WS-PCT-YES TO WS-PCT-YES-PRINT
           MOVE WS-PCT-NO TO WS-PCT-NO-PRINT
           MOVE SPACES TO WS-SVYRPT-LINE
           STRING "Q" DELIMITED BY SIZE
                   WS-QUESTION-IDX DELIMITED BY SIZE
                   " YES: " DELIMITED BY SIZE
                   WS-BATCH-YES-PRINT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-PCT-YES-PRINT DELIMITED BY SIZE
                   "%)  NO: " DELIMITED BY SIZE
                   WS-BATCH-NO-PRINT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-PCT-NO-PRINT DELIMITED BY SIZE
                   "%)  " DELIMITED BY SIZE
                   WS-QUESTION-TEXT(WS-CAMP-SLOT,
                       WS-QUESTION-IDX)
                       DELIMITED BY SIZE
               INTO WS-SVYRPT-LINE
           END-STRING
           WRITE SURVEY-REPORT-RECORD FROM WS-SVYRPT-LINE.

      *a rating question reports its mean and the spread of answers
      *over the scale, as counts and as percentages of the answers
       WRITE-RATING-REPORT-LINES.
           MOVE 0 TO WS-RATING-TOTAL
           MOVE 0 TO WS-RATING-WEIGHT
           PERFORM ADD-RATING-POINT
               VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX >
                   WS-QUESTION-SCALE(WS-CAMP-SLOT, WS-QUESTION-IDX)
           MOVE 0 TO WS-RATING-MEAN
           IF WS-RATING-TOTAL > 0
               COMPUTE WS-RATING-MEAN ROUNDED =
                   WS-RATING-WEIGHT / WS-RATING-TOTAL
           END-IF
           MOVE WS-RATING-MEAN TO WS-RATING-MEAN-PRINT
           MOVE WS-QUESTION-SCALE(WS-CAMP-SLOT, WS-QUESTION-IDX)
               TO WS-SCALE-TOP-PRINT
           MOVE WS-RATING-TOTAL TO WS-SCALE-COUNT-PRINT
           MOVE SPACES TO WS-SVYRPT-LINE
           STRING "Q" DELIMITED BY SIZE
                   WS-QUESTION-IDX DELIMITED BY SIZE
                   " RATING 1-" DELIMITED BY SIZE
                   WS-SCALE-TOP-PRINT DELIMITED BY SIZE
                   "  ANSWERS: " DELIMITED BY SIZE
                   WS-SCALE-COUNT-PRINT DELIMITED BY SIZE
                   "  MEAN: " DELIMITED BY SIZE
                   WS-RATING-MEAN-PRINT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-QUESTION-TEXT(WS-CAMP-SLOT,
                       WS-QUESTION-IDX)
                       DELIMITED BY SIZE
               INTO WS-SVYRPT-LINE
           END-STRING
           WRITE SURVEY-REPORT-RECORD FROM WS-SVYRPT-LINE
           MOVE SPACES TO WS-SVYRPT-LINE
           MOVE "    COUNT" TO WS-SVYRPT-LINE
           MOVE 10 TO WS-DIST-PTR
           PERFORM ADD-RATING-COUNT-TO-LINE
               VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX >
                   WS-QUESTION-SCALE(WS-CAMP-SLOT, WS-QUESTION-IDX)
           WRITE SURVEY-REPORT-RECORD FROM WS-SVYRPT-LINE
           MOVE SPACES TO WS-SVYRPT-LINE
           MOVE "    SHARE" TO WS-SVYRPT-LINE
           MOVE 10 TO WS-DIST-PTR
           PERFORM ADD-RATING-PCT-TO-LINE
               VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX >
                   WS-QUESTION-SCALE(WS-CAMP-SLOT, WS-QUESTION-IDX)
           WRITE SURVEY-REPORT-RECORD FROM WS-SVYRPT-LINE.

       ADD-RATING-POINT.
           ADD WS-BATCH-SCALE(WS-CAMP-SLOT, WS-QUESTION-IDX,
               WS-SCALE-IDX) TO WS-RATING-TOTAL
           COMPUTE WS-RATING-WEIGHT = WS-RATING-WEIGHT
               + WS-BATCH-SCALE(WS-CAMP-SLOT, WS-QUESTION-IDX,
                   WS-SCALE-IDX) * WS-SCALE-IDX.

       ADD-RATING-COUNT-TO-LINE.
           MOVE WS-BATCH-SCALE(WS-CAMP-SLOT, WS-QUESTION-IDX,
               WS-SCALE-IDX) TO WS-SCALE-COUNT-PRINT
           STRING " " DELIMITED BY SIZE
                   WS-SCALE-IDX(2:1) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-SCALE-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-SVYRPT-LINE
               WITH POINTER WS-DIST-PTR
           END-STRING.

       ADD-RATING-PCT-TO-LINE.
           MOVE 0 TO WS-RATING-PCT
           IF WS-RATING-TOTAL > 0
               COMPUTE WS-RATING-PCT ROUNDED =
                   WS-BATCH-SCALE(WS-CAMP-SLOT, WS-QUESTION-IDX,
                       WS-SCALE-IDX) * 100 / WS-RATING-TOTAL
           END-IF
           MOVE WS-RATING-PCT TO WS-PCT-YES-PRINT
           STRING " " DELIMITED BY SIZE
                   WS-SCALE-IDX(2:1) DELIMITED BY SIZE
                   ":   " DELIMITED BY SIZE
                   WS-PCT-YES-PRINT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
               INTO WS-SVYRPT-LINE
               WITH POINTER WS-DIST-PTR
           END-STRING.

      *the campaign's respondents on the register, each counted
      *once - the base for a question every respondent is asked
       COUNT-CAMPAIGN-PARTICIPANTS.
           MOVE 0 TO WS-CAMP-PARTICIPANTS
           PERFORM COUNT-NEXT-PARTICIPANT
               VARYING WS-REGISTER-IDX FROM 1 BY 1
               UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT.

       COUNT-NEXT-PARTICIPANT.
           IF WS-REG-CAMP(WS-REGISTER-IDX) = WS-CAMP-ID(WS-CAMP-SLOT)
               MOVE 0 TO WS-REGISTER-HIT
               PERFORM MATCH-EARLIER-PARTICIPANT
                   VARYING WS-REGISTER-IDX2 FROM 1 BY 1
                   UNTIL WS-REGISTER-IDX2 >= WS-REGISTER-IDX
               IF WS-REGISTER-HIT = 0
                   ADD 1 TO WS-CAMP-PARTICIPANTS
               END-IF
           END-IF.

       MATCH-EARLIER-PARTICIPANT.
           IF WS-REG-RESPONDENT(WS-REGISTER-IDX2) =
                   WS-REG-RESPONDENT(WS-REGISTER-IDX)
               AND WS-REG-CAMP(WS-REGISTER-IDX2) =
                   WS-REG-CAMP(WS-REGISTER-IDX)
               MOVE 1 TO WS-REGISTER-HIT
           END-IF.

      *a routed question's base is the respondents whose answer to
      *the rule's question sent them to it, not everyone who took
      *part, so a question most people are routed past does not
      *read as badly answered
       WRITE-QUESTION-RATE-LINE.
           MOVE 0 TO WS-ANSWERED-COUNT
           MOVE 0 TO WS-ROUTED-COUNT
           MOVE WS-QUESTION-ROUTE-Q(WS-CAMP-SLOT, WS-QUESTION-IDX)
               TO WS-ROUTE-QUESTION
           PERFORM COUNT-NEXT-ROUTED-ANSWER
               VARYING WS-REGISTER-IDX FROM 1 BY 1
               UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
           IF WS-ROUTE-QUESTION = 0
               MOVE WS-CAMP-PARTICIPANTS TO WS-ROUTED-COUNT
           END-IF
           MOVE 0 TO WS-QUESTION-RATE
           IF WS-ROUTED-COUNT > 0
               COMPUTE WS-QUESTION-RATE ROUNDED =
                   WS-ANSWERED-COUNT * 100 / WS-ROUTED-COUNT
           END-IF
           MOVE WS-ROUTED-COUNT TO WS-ROUTED-PRINT
           MOVE WS-ANSWERED-COUNT TO WS-ANSWERED-PRINT
           MOVE WS-QUESTION-RATE TO WS-QUESTION-RATE-PRINT
           MOVE SPACES TO WS-SVYRPT-LINE
           IF WS-ROUTE-QUESTION = 0
               STRING "    ASKED OF: " DELIMITED BY SIZE
                       WS-ROUTED-PRINT DELIMITED BY SIZE
                       "  ANSWERED: " DELIMITED BY SIZE
                       WS-ANSWERED-PRINT DELIMITED BY SIZE
                       "  RESPONSE RATE: " DELIMITED BY SIZE
                       WS-QUESTION-RATE-PRINT DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                   INTO WS-SVYRPT-LINE
               END-STRING
           ELSE
               STRING "    ROUTED TO: " DELIMITED BY SIZE
                       WS-ROUTED-PRINT DELIMITED BY SIZE
                       "  ANSWERED: " DELIMITED BY SIZE
                       WS-ANSWERED-PRINT DELIMITED BY SIZE
                       "  RESPONSE RATE: " DELIMITED BY SIZE
                       WS-QUESTION-RATE-PRINT DELIMITED BY SIZE
                       "%  (ASKED ONLY IF Q" DELIMITED BY SIZE
                       WS-ROUTE-QUESTION DELIMITED BY SIZE
                       " WAS " DELIMITED BY SIZE
                       WS-QUESTION-ROUTE-A(WS-CAMP-SLOT,
                           WS-QUESTION-IDX) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO WS-SVYRPT-LINE
               END-STRING
           END-IF
           WRITE SURVEY-REPORT-RECORD FROM WS-SVYRPT-LINE.

       COUNT-NEXT-ROUTED-ANSWER.
           IF WS-REG-CAMP(WS-REGISTER-IDX) = WS-CAMP-ID(WS-CAMP-SLOT)
               IF WS-REG-QUESTION(WS-REGISTER-IDX) = WS-QUESTION-IDX
                   ADD 1 TO WS-ANSWERED-COUNT
               END-IF
               IF WS-ROUTE-QUESTION > 0
                       AND WS-REG-QUESTION(WS-REGISTER-IDX)
                           = WS-ROUTE-QUESTION
                       AND WS-REG-ANSWER(WS-REGISTER-IDX)
                           = WS-QUESTION-ROUTE-A(WS-CAMP-SLOT,
                               WS-QUESTION-IDX)
                   ADD 1 TO WS-ROUTED-COUNT
               END-IF
           END-IF.

       GET-THE-ANSWER.
               PERFORM GET-VALID-ANSWER
           END-IF.

       GET-VALID-RATING.
           MOVE WS-QUESTION-SCALE(WS-CAMP-SLOT, WS-CURRENT-QUESTION)
               TO WS-SCALE-TOP-PRINT
           DISPLAY "Enter a rating from 1 to " WS-SCALE-TOP-PRINT
           ACCEPT YES-OR-NO
      *a ? asks for the context help instead of being an answer
           IF YES-OR-NO = "?"
               PERFORM SHOW-CONTEXT-HELP
               PERFORM GET-VALID-RATING
           ELSE
               MOVE YES-OR-NO TO WS-RATING-RAW
               PERFORM CHECK-RATING-IN-SCALE
               IF WS-RATING-POINT = 0
                   DISPLAY ERRMSG-NOT-NUMERIC
                   MOVE "E002" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
                   PERFORM GET-VALID-RATING
               ELSE
                   MOVE YES-OR-NO TO UPPER-YES-OR-NO
               END-IF
           END-IF.

       DISPLAY-THE-ANSWER.
           IF UPPER-YES-OR-NO IS EQUAL TO "Y"
               DISPLAY "You answered Yes."
               ADD 1 TO WS-SEAL-COUNT
               ADD WS-TALLY-YES-COUNT TO WS-SEAL-HASH
               ADD WS-TALLY-NO-COUNT TO WS-SEAL-HASH
      *a record from before ratings has no scale counts at all
               PERFORM CLEAR-BLANK-SCALE-COUNT
                   VARYING WS-SCALE-IDX FROM 1 BY 1
                   UNTIL WS-SCALE-IDX > 9
               IF WS-TALLY-QUESTION > 0
                   MOVE WS-TALLY-CAMP TO WS-CURRENT-CAMPAIGN
                   PERFORM FIND-CAMPAIGN-SLOT
                           WS-CAMP-SLOT, WS-TALLY-QUESTION)
                       MOVE WS-TALLY-NO-COUNT TO WS-TALLY-NO(
                           WS-CAMP-SLOT, WS-TALLY-QUESTION)
                       PERFORM LOAD-TALLY-SCALE-COUNT
                           VARYING WS-SCALE-IDX FROM 1 BY 1
                           UNTIL WS-SCALE-IDX > 9
                   END-IF
               END-IF
               PERFORM LOAD-NEXT-TALLY-RECORD
           END-IF.

       CLEAR-BLANK-SCALE-COUNT.
           IF WS-TALLY-SCALE-COUNT(WS-SCALE-IDX) IS NOT NUMERIC
               MOVE 0 TO WS-TALLY-SCALE-COUNT(WS-SCALE-IDX)
           END-IF
           ADD WS-TALLY-SCALE-COUNT(WS-SCALE-IDX) TO WS-SEAL-HASH.

       LOAD-TALLY-SCALE-COUNT.
           MOVE WS-TALLY-SCALE-COUNT(WS-SCALE-IDX)
               TO WS-TALLY-SCALE(WS-CAMP-SLOT, WS-TALLY-QUESTION,
                   WS-SCALE-IDX).

       UPDATE-TALLY.
      *the changed question's tally record is journalled before
      *and after, so a restored backup can be rolled forward
               ADD 1 TO WS-TALLY-NO(WS-CAMP-SLOT,
                   WS-CURRENT-QUESTION)
           END-IF
           IF RATING-QUESTION(WS-CAMP-SLOT, WS-CURRENT-QUESTION)
               MOVE UPPER-YES-OR-NO TO WS-RATING-POINT
               ADD 1 TO WS-TALLY-SCALE(WS-CAMP-SLOT,
                   WS-CURRENT-QUESTION, WS-RATING-POINT)
           END-IF
           PERFORM BUILD-TALLY-IMAGE
           MOVE "A" TO WS-JRN-TYPE
           PERFORM WRITE-JOURNAL-IMAGE
           PERFORM REWRITE-TALLY-FILE.

       BUILD-TALLY-IMAGE.
           INITIALIZE WS-TALLY-SCALE-COUNTS
           MOVE 0 TO WS-SCALE-SUM
           PERFORM BUILD-TALLY-IMAGE-SCALE
               VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX > 9
           IF WS-TALLY-YES(WS-CAMP-SLOT, WS-CURRENT-QUESTION) = 0
                   AND WS-TALLY-NO(WS-CAMP-SLOT,
                       WS-CURRENT-QUESTION) = 0
                   AND WS-SCALE-SUM = 0
               MOVE SPACES TO WS-JRN-IMAGE
           ELSE
               MOVE WS-CURRENT-QUESTION TO WS-TALLY-QUESTION
               MOVE WS-TALLY-REC TO WS-JRN-IMAGE
           END-IF.

       BUILD-TALLY-IMAGE-SCALE.
           MOVE WS-TALLY-SCALE(WS-CAMP-SLOT, WS-CURRENT-QUESTION,
               WS-SCALE-IDX) TO WS-TALLY-SCALE-COUNT(WS-SCALE-IDX)
           ADD WS-TALLY-SCALE-COUNT(WS-SCALE-IDX) TO WS-SCALE-SUM.

       REWRITE-TALLY-FILE.
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-HASH
               UNTIL WS-QUESTION-IDX > 99.

       WRITE-NEXT-TALLY-RECORD.
           INITIALIZE WS-TALLY-SCALE-COUNTS
           MOVE 0 TO WS-SCALE-SUM
           PERFORM WRITE-TALLY-SCALE-COUNT
               VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX > 9
           IF WS-TALLY-YES(WS-CAMP-IDX, WS-QUESTION-IDX) > 0
                   OR WS-TALLY-NO(WS-CAMP-IDX, WS-QUESTION-IDX)
                       > 0
                   OR WS-SCALE-SUM > 0
               MOVE WS-QUESTION-IDX TO WS-TALLY-QUESTION
               MOVE WS-TALLY-YES(WS-CAMP-IDX, WS-QUESTION-IDX)
                   TO WS-TALLY-YES-COUNT
               ADD 1 TO WS-SEAL-COUNT
               ADD WS-TALLY-YES-COUNT TO WS-SEAL-HASH
               ADD WS-TALLY-NO-COUNT TO WS-SEAL-HASH
               ADD WS-SCALE-SUM TO WS-SEAL-HASH
               MOVE WS-TALLY-REC TO TALLY-RECORD
               WRITE TALLY-RECORD
           END-IF.

       WRITE-TALLY-SCALE-COUNT.
           MOVE WS-TALLY-SCALE(WS-CAMP-IDX, WS-QUESTION-IDX,
               WS-SCALE-IDX) TO WS-TALLY-SCALE-COUNT(WS-SCALE-IDX)
           ADD WS-TALLY-SCALE-COUNT(WS-SCALE-IDX) TO WS-SCALE-SUM.

       copy spoolreg.

       copy errlog replacing ==:PROGRAM-NAME:== by =="YES_NO_01"==
