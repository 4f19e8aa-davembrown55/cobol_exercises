           select miss-file assign to dynamic ws-miss-name
               organization is line sequential
               file status is ws-miss-status.
           select timing-file assign to dynamic ws-timing-name
               organization is line sequential
               file status is ws-timing-status.
           copy cfgsel.
           copy procdtsl.
           copy spoolsl.
       01 csv-record pic x(15).

       fd  score-file.
       01 score-record pic x(54).

       fd  worksheet-file.
       01 worksheet-record pic x(70).
       01 worksheet-seq-record pic x(4).

       fd  roster-file.
       01 roster-record pic x(34).

       fd  miss-file.
       01 miss-record pic x(31).

       fd  timing-file.
       01 timing-record pic x(38).

       working-storage section.
       copy errmsgs.
       01 WS-HISTORY-NAME PIC X(20) VALUE "TTABHIST.DAT".
       01 WS-SCORE-NAME PIC X(20) VALUE "TTABSCOR.DAT".
       01 WS-MISS-NAME PIC X(20) VALUE "TTABMISS.DAT".
       01 WS-TIMING-NAME PIC X(20) VALUE "TTABTIME.DAT".
       01 WS-TRAINING-MODE PIC X VALUE "N".
         88 TRAINING-SESSION VALUE "Y".

      * which roster student sat the session - spaces on a score
      * written before the roster existed
           05 SCR-ROSTER-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
      * M multiplication, D division - spaces on a score written
      * before the division quiz existed, which was multiplication
           05 SCR-OPERATION PIC X.
             88 SCR-DIVISION VALUE "D".

      *wrong-answer detail behind the score file - one line per
      *miss, so the drill can weight its questions toward the
           05 MIS-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 MIS-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      * M or D as on the score record - spaces on an older miss
           05 MIS-OPERATION PIC X.

      *adaptive drill - each multiplier of the chosen table gets a
      *weight that starts from the student's miss history and moves
       01 WS-MISS-CUTOFF-SERIAL PIC 9(7) VALUE 0.
       01 WS-DRILL-TODAY PIC 9(8) VALUE 0.

      *timed quiz and fluency - every timed answer is clocked from
      *the question going up to the answer coming back, and goes
      *to the timing file with its verdict: F fluent, S right but
      *slower than TTAB-SLOW-SECONDS (five unless set), W wrong.
      *a slow fact is not yet learned, so the drill clocks its
      *answers too and weights slow facts as it weights misses
       01 WS-TIMED-SWITCH PIC X VALUE "N".
         88 TIMED-QUIZ VALUE "Y".
       01 WS-TIMING-STATUS PIC XX VALUE SPACES.
       01 WS-TIMING-EOF PIC X VALUE "N".
         88 AT-TIMING-EOF VALUE "Y".
       01 WS-SLOW-SECONDS PIC 9(3) VALUE 5.
       01 WS-ANSWER-CLOCK PIC 9(8) VALUE 0.
       01 WS-ANSWER-CLOCK-PARTS REDEFINES WS-ANSWER-CLOCK.
           05 WS-CLOCK-HH PIC 99.
           05 WS-CLOCK-MM PIC 99.
           05 WS-CLOCK-SS PIC 99.
           05 WS-CLOCK-CC PIC 99.
       01 WS-ASKED-AT PIC 9(7) VALUE 0.
       01 WS-ANSWERED-AT PIC 9(7) VALUE 0.
       01 WS-RESPONSE-HUNDREDTHS PIC 9(7) VALUE 0.
       01 WS-RESPONSE-PRINT PIC ZZ9.99.
       01 WS-TIMING-REC.
           05 TIM-ROSTER-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 TIM-TABLE PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 TIM-MULTIPLIER PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 TIM-RESPONSE PIC 9(3)V99.
           05 FILLER PIC X VALUE SPACE.
           05 TIM-RESULT PIC X.
             88 TIM-FLUENT VALUE "F".
             88 TIM-SLOW VALUE "S".
             88 TIM-WRONG VALUE "W".
           05 FILLER PIC X VALUE SPACE.
           05 TIM-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 TIM-TIME PIC 9(8).

      *student roster - the quiz will not score an anonymous
      *session once a roster is on file
       01 WS-ROSTER-STATUS PIC XX VALUE SPACES.
         88 ROSTER-FOUND VALUE "Y".
       01 WS-STUDENT-ID PIC X(6) VALUE SPACES.

      *division quiz - the inverse facts of the same tables, so
      *56 / 8 is asked of the 8 times table; the operation goes on
      *the score and miss records so the two are tracked apart
       01 WS-QUIZ-OPERATION PIC X VALUE "M".
         88 DIVISION-QUIZ VALUE "D".

       copy ttabrost.

      *central suite configuration
               MOVE "TTABHIST.TRN" TO WS-HISTORY-NAME
               MOVE "TTABSCOR.TRN" TO WS-SCORE-NAME
               MOVE "TTABMISS.TRN" TO WS-MISS-NAME
               MOVE "TTABTIME.TRN" TO WS-TIMING-NAME
               DISPLAY "*** TRAINING SESSION - PRACTICE FILES IN "
                   "USE - NOTHING POSTS TO PRODUCTION ***"
           END-IF.
       INITIALISE.
           INITIALIZE MULTIPLIER, MULTIPLIER-TO-PRINT, THE-NUMBER,
           THE-NUMBER-TO-PRINT, TOTAL, TOTAL-TO-PRINT, NEXT-STEP
           MOVE "N" TO WS-TIMED-SWITCH
           MOVE "M" TO WS-QUIZ-OPERATION
           PERFORM LOAD-CONFIG
           PERFORM SELECT-RUN-MODE.

           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-MISS-WINDOW-DAYS
           END-IF
           MOVE "TTAB-SLOW-SECONDS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-SLOW-SECONDS
           END-IF.

       SELECT-RUN-MODE.
           DISPLAY "BATCH MODE? ENTER Y TO READ TABLE NUMBERS FROM "
               "A FILE, Q TO TAKE A SCORED QUIZ, T TO TAKE A TIMED "
               "QUIZ, V TO TAKE A DIVISION QUIZ, D TO DRILL YOUR "
               "WEAK FACTS, W TO GENERATE A PRACTICE WORKSHEET, OR "
               "N TO KEY THEM IN ONE AT A TIME: "
           ACCEPT WS-RUN-MODE
                   PERFORM BATCH-PROCESS
               WHEN "Q"
                   PERFORM QUIZ-PROCESS
               WHEN "T"
                   MOVE "Q" TO WS-RUN-MODE
                   MOVE "Y" TO WS-TIMED-SWITCH
                   PERFORM QUIZ-PROCESS
               WHEN "V"
                   MOVE "Q" TO WS-RUN-MODE
                   MOVE "D" TO WS-QUIZ-OPERATION
                   PERFORM DIVISION-PROCESS
               WHEN "D"
                   PERFORM DRILL-PROCESS
               WHEN "W"
                   MOVE "I" TO WS-RUN-MODE
                   PERFORM SELECT-OPTIONS
               WHEN OTHER
                   DISPLAY "ERROR! ENTER Y, Q, T, V, D, W OR N: "
                   PERFORM SELECT-RUN-MODE
           END-EVALUATE.

           MOVE MULTIPLIER TO MULTIPLIER-TO-PRINT
           MOVE TOTAL TO TOTAL-TO-PRINT
           ADD 1 TO WS-QUIZ-ASKED
           PERFORM START-ANSWER-CLOCK
           PERFORM GET-QUIZ-ANSWER
           PERFORM STOP-ANSWER-CLOCK
           IF WS-QUIZ-ANSWER-NUM = TOTAL
               ADD 1 TO WS-QUIZ-RIGHT
               DISPLAY "RIGHT!"
               MOVE "F" TO TIM-RESULT
               IF WS-RESPONSE-HUNDREDTHS > WS-SLOW-SECONDS * 100
                   MOVE "S" TO TIM-RESULT
               END-IF
           ELSE
               ADD 1 TO WS-QUIZ-WRONG
               DISPLAY "WRONG - THE ANSWER IS " TOTAL-TO-PRINT
               PERFORM LOG-MISSED-FACT
               MOVE "W" TO TIM-RESULT
           END-IF
           IF TIMED-QUIZ
               PERFORM SHOW-RESPONSE-TIME
               PERFORM LOG-FACT-TIMING
           END-IF.

      *the clock is read as HHMMSSCC and turned into hundredths
      *of a second since midnight
       START-ANSWER-CLOCK.
           ACCEPT WS-ANSWER-CLOCK FROM TIME
           COMPUTE WS-ASKED-AT = WS-CLOCK-HH * 360000
               + WS-CLOCK-MM * 6000 + WS-CLOCK-SS * 100
               + WS-CLOCK-CC.

      *an answer given across midnight wraps the clock round
       STOP-ANSWER-CLOCK.
           ACCEPT WS-ANSWER-CLOCK FROM TIME
           COMPUTE WS-ANSWERED-AT = WS-CLOCK-HH * 360000
               + WS-CLOCK-MM * 6000 + WS-CLOCK-SS * 100
               + WS-CLOCK-CC
           IF WS-ANSWERED-AT < WS-ASKED-AT
               ADD 8640000 TO WS-ANSWERED-AT
           END-IF
           COMPUTE WS-RESPONSE-HUNDREDTHS =
               WS-ANSWERED-AT - WS-ASKED-AT
           IF WS-RESPONSE-HUNDREDTHS > 99999
               MOVE 99999 TO WS-RESPONSE-HUNDREDTHS
           END-IF.

       SHOW-RESPONSE-TIME.
           COMPUTE WS-RESPONSE-PRINT = WS-RESPONSE-HUNDREDTHS / 100
           DISPLAY "ANSWERED IN " WS-RESPONSE-PRINT " SECONDS"
           IF TIM-SLOW
               DISPLAY "RIGHT BUT SLOW - AIM FOR UNDER "
                   WS-SLOW-SECONDS " SECONDS"
           END-IF.

       LOG-FACT-TIMING.
           MOVE WS-STUDENT-ID TO TIM-ROSTER-ID
           MOVE THE-NUMBER TO TIM-TABLE
           MOVE MULTIPLIER TO TIM-MULTIPLIER
           COMPUTE TIM-RESPONSE = WS-RESPONSE-HUNDREDTHS / 100
           ACCEPT TIM-DATE FROM DATE YYYYMMDD
           ACCEPT TIM-TIME FROM TIME
           OPEN EXTEND TIMING-FILE
           IF WS-TIMING-STATUS = "35"
               OPEN OUTPUT TIMING-FILE
           END-IF
           WRITE TIMING-RECORD FROM WS-TIMING-REC
           CLOSE TIMING-FILE.

       DIVISION-PROCESS.
      *division quiz - every row of the chosen table is asked the
      *other way round, the product divided by the table number,
      *and scored and logged exactly as the multiplication quiz
           PERFORM GET-ROSTER-ID
           PERFORM GET-DIVISOR
           MOVE THE-NUMBER TO THE-NUMBER-TO-PRINT
           MOVE 0 TO WS-QUIZ-RIGHT
           MOVE 0 TO WS-QUIZ-WRONG
           MOVE 0 TO WS-QUIZ-ASKED

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM LOG-HISTORY
           CLOSE HISTORY-FILE

           PERFORM ASK-DIVISION-QUESTION
               VARYING MULTIPLIER FROM 0 BY 1
               UNTIL MULTIPLIER > WS-UPPER-BOUND

           COMPUTE WS-QUIZ-PCT ROUNDED =
               WS-QUIZ-RIGHT * 100 / WS-QUIZ-ASKED
           PERFORM DISPLAY-QUIZ-SCORE
           PERFORM WRITE-SCORE-RECORD
           PERFORM REPEAT-OR-CLOSE.

      *nothing divides by nought, so the 0 table has no division
       GET-DIVISOR.
           PERFORM GET-NUMBER
           IF THE-NUMBER = 0
               DISPLAY "ERROR! THERE IS NO DIVISION BY 0 - CHOOSE "
                   "ANOTHER TABLE."
               PERFORM GET-DIVISOR
           END-IF.

       ASK-DIVISION-QUESTION.
           MULTIPLY MULTIPLIER BY THE-NUMBER GIVING TOTAL
           MOVE MULTIPLIER TO MULTIPLIER-TO-PRINT
           MOVE TOTAL TO TOTAL-TO-PRINT
           ADD 1 TO WS-QUIZ-ASKED
           PERFORM GET-QUIZ-ANSWER
           IF WS-QUIZ-ANSWER-NUM = MULTIPLIER
               ADD 1 TO WS-QUIZ-RIGHT
               DISPLAY "RIGHT!"
           ELSE
               ADD 1 TO WS-QUIZ-WRONG
               DISPLAY "WRONG - THE ANSWER IS " MULTIPLIER-TO-PRINT
               PERFORM LOG-MISSED-FACT
           END-IF.

       LOG-MISSED-FACT.
           MOVE WS-STUDENT-ID TO MIS-ROSTER-ID
           MOVE WS-QUIZ-OPERATION TO MIS-OPERATION
           MOVE THE-NUMBER TO MIS-TABLE
           MOVE MULTIPLIER TO MIS-MULTIPLIER
           ACCEPT MIS-DATE FROM DATE YYYYMMDD
           IF WS-MISS-STATUS = "00"
               PERFORM SEED-NEXT-MISS UNTIL AT-MISS-EOF
               CLOSE MISS-FILE
           END-IF
      *a right-but-slow answer inside the window counts the same
      *as a miss; the wrong ones are already on the miss file
           MOVE "N" TO WS-TIMING-EOF
           OPEN INPUT TIMING-FILE
           IF WS-TIMING-STATUS = "00"
               PERFORM SEED-NEXT-TIMING UNTIL AT-TIMING-EOF
               CLOSE TIMING-FILE
           END-IF.

       SEED-ONE-DRILL-WEIGHT.
           IF NOT AT-MISS-EOF
               MOVE MISS-RECORD TO WS-MISS-REC
               IF MIS-ROSTER-ID = WS-STUDENT-ID
                       AND MIS-OPERATION NOT = "D"
                       AND MIS-TABLE IS NUMERIC
                       AND MIS-TABLE = THE-NUMBER
                       AND MIS-MULTIPLIER IS NUMERIC
               END-IF
           END-IF.

       SEED-NEXT-TIMING.
           READ TIMING-FILE
               AT END MOVE "Y" TO WS-TIMING-EOF
           END-READ
           IF NOT AT-TIMING-EOF
               MOVE TIMING-RECORD TO WS-TIMING-REC
               IF TIM-ROSTER-ID = WS-STUDENT-ID
                       AND TIM-SLOW
                       AND TIM-TABLE IS NUMERIC
                       AND TIM-TABLE = THE-NUMBER
                       AND TIM-MULTIPLIER IS NUMERIC
                       AND TIM-MULTIPLIER <= WS-UPPER-BOUND
                       AND TIM-DATE IS NUMERIC
                       AND TIM-DATE >= WS-MISS-CUTOFF
                   COMPUTE WS-DRILL-IDX = TIM-MULTIPLIER + 1
                   IF WS-DRILL-WEIGHT(WS-DRILL-IDX) < 900
                       ADD 3 TO WS-DRILL-WEIGHT(WS-DRILL-IDX)
                   END-IF
               END-IF
           END-IF.

       ASK-DRILL-QUESTION.
           PERFORM PICK-DRILL-MULTIPLIER
           MULTIPLY MULTIPLIER BY THE-NUMBER GIVING TOTAL
           MOVE MULTIPLIER TO MULTIPLIER-TO-PRINT
           MOVE TOTAL TO TOTAL-TO-PRINT
           ADD 1 TO WS-QUIZ-ASKED
           PERFORM START-ANSWER-CLOCK
           PERFORM GET-QUIZ-ANSWER
           PERFORM STOP-ANSWER-CLOCK
           COMPUTE WS-DRILL-IDX = MULTIPLIER + 1
           IF WS-QUIZ-ANSWER-NUM = TOTAL
               ADD 1 TO WS-QUIZ-RIGHT
               DISPLAY "RIGHT!"
               MOVE "F" TO TIM-RESULT
               IF WS-RESPONSE-HUNDREDTHS > WS-SLOW-SECONDS * 100
                   MOVE "S" TO TIM-RESULT
               END-IF
      *a correct answer eases the fact's weight back toward one -
      *unless it was slow, which holds the fact up like a miss
               IF TIM-SLOW
                   IF WS-DRILL-WEIGHT(WS-DRILL-IDX) < 900
                       ADD 3 TO WS-DRILL-WEIGHT(WS-DRILL-IDX)
                   END-IF
               ELSE
                   IF WS-DRILL-WEIGHT(WS-DRILL-IDX) > 3
                       SUBTRACT 3 FROM WS-DRILL-WEIGHT(WS-DRILL-IDX)
                   ELSE
                       MOVE 1 TO WS-DRILL-WEIGHT(WS-DRILL-IDX)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-QUIZ-WRONG
                   ADD 3 TO WS-DRILL-WEIGHT(WS-DRILL-IDX)
               END-IF
               PERFORM LOG-MISSED-FACT
               MOVE "W" TO TIM-RESULT
           END-IF
           PERFORM SHOW-RESPONSE-TIME
           PERFORM LOG-FACT-TIMING.

       PICK-DRILL-MULTIPLIER.
      *one weighted draw: a random point in the summed weights is
           END-IF.

       GET-QUIZ-ANSWER.
           IF DIVISION-QUIZ
               DISPLAY "WHAT IS " TOTAL-TO-PRINT " / "
                   THE-NUMBER-TO-PRINT "? "
           ELSE
               DISPLAY "WHAT IS " MULTIPLIER-TO-PRINT " * "
                   THE-NUMBER-TO-PRINT "? "
           END-IF
           ACCEPT WS-QUIZ-ANSWER-RAW

      *a ? asks for the context help instead of being an answer
           ACCEPT SCR-DATE FROM DATE YYYYMMDD
           ACCEPT SCR-TIME FROM TIME
           MOVE WS-STUDENT-ID TO SCR-ROSTER-ID
           MOVE WS-QUIZ-OPERATION TO SCR-OPERATION
           OPEN EXTEND SCORE-FILE
           IF WS-SCORE-STATUS = "35"
               OPEN OUTPUT SCORE-FILE
