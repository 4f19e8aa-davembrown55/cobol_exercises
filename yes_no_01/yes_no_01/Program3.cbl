      *new period, and records the close in the suite audit trail;
      *the trend report over that history shows each period's
      *yes/no split and the movement between periods, which is the
      *figure management actually asks for.  rating questions carry
      *their count per scale point into the history, and the trend
      *report follows each one period by period with its spread,
      *mean and movement in the mean.

       environment division.
       input-output section.
       data division.
       file section.
       fd  tally-file.
       01 tally-record pic x(93).

       fd  respondent-register-file.
       01 respondent-register-record pic x(27).

       fd  history-file.
       01 history-record pic x(102).

       fd  trend-report-file.
       01 trend-report-record pic x(80).
           05 WS-TALLY-NO-COUNT PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 WS-TALLY-CAMP PIC X(2).
           05 WS-TALLY-SCALE-ENTRY OCCURS 9 TIMES.
               10 WS-TALLY-SCALE-SEP PIC X.
               10 WS-TALLY-SCALE-COUNT PIC 9(7).

      *one history record per campaign per question per closed
      *period
           05 HST-NO-COUNT PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 HST-CAMP PIC X(2).
      *count per rating point - zero for a yes/no question, spaces
      *on a record from before ratings
           05 HST-SCALE-ENTRY OCCURS 9 TIMES.
               10 HST-SCALE-SEP PIC X.
               10 HST-SCALE-COUNT PIC 9(7).

       01 WS-CLOSE-DATE PIC 9(8) VALUE 0.
       01 WS-SNAPPED-COUNT PIC 9(3) VALUE 0.
       01 WS-MOVEMENT-PRINT PIC +ZZ9.
       01 WS-TREND-LINE PIC X(80) VALUE SPACES.

      *rating questions found on the history, each followed in turn
       01 WS-SERIES-TABLE.
           05 WS-SERIES-ENTRY OCCURS 50 TIMES.
               10 WS-SERIES-CAMP PIC X(2).
               10 WS-SERIES-QUESTION PIC 9(2).
       01 WS-SERIES-COUNT PIC 99 VALUE 0.
       01 WS-SERIES-IDX PIC 99 VALUE 0.
       01 WS-SERIES-HIT PIC 99 VALUE 0.
       01 WS-SCALE-IDX PIC 99 VALUE 0.
       01 WS-SCALE-TOP PIC 9 VALUE 0.
       01 WS-RATING-TOTAL PIC 9(8) VALUE 0.
       01 WS-RATING-WEIGHT PIC 9(9) VALUE 0.
       01 WS-RATING-MEAN PIC 9V99 VALUE 0.
       01 WS-PRIOR-MEAN PIC 9V99 VALUE 0.
       01 WS-MEAN-MOVEMENT PIC S9V99 VALUE 0.
       01 WS-RATING-PCT PIC 9(3) VALUE 0.
       01 WS-MEAN-PRINT PIC 9.99.
       01 WS-MEAN-MOVEMENT-PRINT PIC +9.99.
       01 WS-PERIODS-IN-SERIES PIC 9(3) VALUE 0.
       01 WS-DIST-PTR PIC 9(3) VALUE 0.

      *shared control-total seals
       copy sealws.

               MOVE WS-TALLY-QUESTION TO HST-QUESTION
               MOVE WS-TALLY-YES-COUNT TO HST-YES-COUNT
               MOVE WS-TALLY-NO-COUNT TO HST-NO-COUNT
               PERFORM SNAPSHOT-SCALE-COUNT
                   VARYING WS-SCALE-IDX FROM 1 BY 1
                   UNTIL WS-SCALE-IDX > 9
               IF WS-TALLY-CAMP = SPACES
                   MOVE "01" TO HST-CAMP
               ELSE
               ADD 1 TO WS-SNAPPED-COUNT
           END-IF.

       SNAPSHOT-SCALE-COUNT.
           MOVE SPACE TO HST-SCALE-SEP(WS-SCALE-IDX)
           IF WS-TALLY-SCALE-COUNT(WS-SCALE-IDX) IS NUMERIC
               MOVE WS-TALLY-SCALE-COUNT(WS-SCALE-IDX)
                   TO HST-SCALE-COUNT(WS-SCALE-IDX)
           ELSE
               MOVE 0 TO HST-SCALE-COUNT(WS-SCALE-IDX)
           END-IF.

       WRITE-TREND-REPORT.
           MOVE 0 TO WS-PERIOD-COUNT
           OPEN INPUT HISTORY-FILE
               PERFORM WRITE-NEXT-PERIOD-LINE
                   VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               PERFORM WRITE-RATING-TRENDS
               CLOSE TREND-REPORT-FILE
               DISPLAY "TREND REPORT WRITTEN TO YNTREND.DAT"
               MOVE "COMPLETED" TO WS-OUTCOME
           WRITE TREND-REPORT-RECORD FROM WS-TREND-LINE
           MOVE WS-PCT-YES TO WS-PRIOR-PCT.

      *every rating question on the history gets its own block:
      *a line per closed period with the answers, the mean and the
      *movement in the mean, then the spread over the scale
       WRITE-RATING-TRENDS.
           MOVE 0 TO WS-SERIES-COUNT
           MOVE "N" TO WS-HISTORY-EOF
           OPEN INPUT HISTORY-FILE
           PERFORM FIND-NEXT-RATING-SERIES UNTIL AT-HISTORY-EOF
           CLOSE HISTORY-FILE
           PERFORM WRITE-ONE-RATING-SERIES
               VARYING WS-SERIES-IDX FROM 1 BY 1
               UNTIL WS-SERIES-IDX > WS-SERIES-COUNT.

       FIND-NEXT-RATING-SERIES.
           READ HISTORY-FILE
               AT END MOVE "Y" TO WS-HISTORY-EOF
           END-READ

           IF NOT AT-HISTORY-EOF
               MOVE HISTORY-RECORD TO WS-HISTORY-REC
               PERFORM SUM-HISTORY-SCALE
               IF WS-RATING-TOTAL > 0
                   MOVE 0 TO WS-SERIES-HIT
                   PERFORM MATCH-NEXT-SERIES
                       VARYING WS-SERIES-IDX FROM 1 BY 1
                       UNTIL WS-SERIES-IDX > WS-SERIES-COUNT
                   IF WS-SERIES-HIT = 0 AND WS-SERIES-COUNT < 50
                       ADD 1 TO WS-SERIES-COUNT
                       MOVE HST-CAMP
                           TO WS-SERIES-CAMP(WS-SERIES-COUNT)
                       MOVE HST-QUESTION
                           TO WS-SERIES-QUESTION(WS-SERIES-COUNT)
                   END-IF
               END-IF
           END-IF.

       MATCH-NEXT-SERIES.
           IF WS-SERIES-CAMP(WS-SERIES-IDX) = HST-CAMP
                   AND WS-SERIES-QUESTION(WS-SERIES-IDX)
                       = HST-QUESTION
               MOVE WS-SERIES-IDX TO WS-SERIES-HIT
           END-IF.

      *answers and weighted total for the history record in hand;
      *the highest point answered stands in for the scale top
       SUM-HISTORY-SCALE.
           MOVE 0 TO WS-RATING-TOTAL
           MOVE 0 TO WS-RATING-WEIGHT
           MOVE 0 TO WS-SCALE-TOP
           PERFORM ADD-HISTORY-SCALE-POINT
               VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX > 9.

       ADD-HISTORY-SCALE-POINT.
           IF HST-SCALE-COUNT(WS-SCALE-IDX) IS NOT NUMERIC
               MOVE 0 TO HST-SCALE-COUNT(WS-SCALE-IDX)
           END-IF
           IF HST-SCALE-COUNT(WS-SCALE-IDX) > 0
               MOVE WS-SCALE-IDX TO WS-SCALE-TOP
           END-IF
           ADD HST-SCALE-COUNT(WS-SCALE-IDX) TO WS-RATING-TOTAL
           COMPUTE WS-RATING-WEIGHT = WS-RATING-WEIGHT
               + HST-SCALE-COUNT(WS-SCALE-IDX) * WS-SCALE-IDX.

       WRITE-ONE-RATING-SERIES.
           MOVE SPACES TO WS-TREND-LINE
           WRITE TREND-REPORT-RECORD FROM WS-TREND-LINE
           STRING "RATING TREND  CAMPAIGN " DELIMITED BY SIZE
                   WS-SERIES-CAMP(WS-SERIES-IDX) DELIMITED BY SIZE
                   "  QUESTION " DELIMITED BY SIZE
                   WS-SERIES-QUESTION(WS-SERIES-IDX)
                       DELIMITED BY SIZE
               INTO WS-TREND-LINE
           END-STRING
           WRITE TREND-REPORT-RECORD FROM WS-TREND-LINE
           MOVE 0 TO WS-PRIOR-MEAN
           MOVE 0 TO WS-PERIODS-IN-SERIES
           MOVE "N" TO WS-HISTORY-EOF
           OPEN INPUT HISTORY-FILE
           PERFORM WRITE-NEXT-RATING-PERIOD UNTIL AT-HISTORY-EOF
           CLOSE HISTORY-FILE.

       WRITE-NEXT-RATING-PERIOD.
           READ HISTORY-FILE
               AT END MOVE "Y" TO WS-HISTORY-EOF
           END-READ

           IF NOT AT-HISTORY-EOF
               MOVE HISTORY-RECORD TO WS-HISTORY-REC
               IF HST-CAMP = WS-SERIES-CAMP(WS-SERIES-IDX)
                       AND HST-QUESTION
                           = WS-SERIES-QUESTION(WS-SERIES-IDX)
                   PERFORM SUM-HISTORY-SCALE
                   IF WS-RATING-TOTAL > 0
                       PERFORM WRITE-RATING-PERIOD-LINES
                   END-IF
               END-IF
           END-IF.

       WRITE-RATING-PERIOD-LINES.
           ADD 1 TO WS-PERIODS-IN-SERIES
           COMPUTE WS-RATING-MEAN ROUNDED =
               WS-RATING-WEIGHT / WS-RATING-TOTAL
           COMPUTE WS-MEAN-MOVEMENT = WS-RATING-MEAN - WS-PRIOR-MEAN
           MOVE WS-RATING-TOTAL TO WS-YES-PRINT
           MOVE WS-RATING-MEAN TO WS-MEAN-PRINT
           MOVE WS-MEAN-MOVEMENT TO WS-MEAN-MOVEMENT-PRINT
           MOVE SPACES TO WS-TREND-LINE
           IF WS-PERIODS-IN-SERIES = 1
               STRING HST-CLOSE-DATE DELIMITED BY SIZE
                       "  ANSWERS " DELIMITED BY SIZE
                       WS-YES-PRINT DELIMITED BY SIZE
                       "  MEAN " DELIMITED BY SIZE
                       WS-MEAN-PRINT DELIMITED BY SIZE
                   INTO WS-TREND-LINE
               END-STRING
           ELSE
               STRING HST-CLOSE-DATE DELIMITED BY SIZE
                       "  ANSWERS " DELIMITED BY SIZE
                       WS-YES-PRINT DELIMITED BY SIZE
                       "  MEAN " DELIMITED BY SIZE
                       WS-MEAN-PRINT DELIMITED BY SIZE
                       "  MOVEMENT " DELIMITED BY SIZE
                       WS-MEAN-MOVEMENT-PRINT DELIMITED BY SIZE
                   INTO WS-TREND-LINE
               END-STRING
           END-IF
           WRITE TREND-REPORT-RECORD FROM WS-TREND-LINE
           MOVE SPACES TO WS-TREND-LINE
           MOVE 11 TO WS-DIST-PTR
           PERFORM ADD-RATING-SHARE-TO-LINE
               VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX > WS-SCALE-TOP
           WRITE TREND-REPORT-RECORD FROM WS-TREND-LINE
           MOVE WS-RATING-MEAN TO WS-PRIOR-MEAN.

       ADD-RATING-SHARE-TO-LINE.
           COMPUTE WS-RATING-PCT ROUNDED =
               HST-SCALE-COUNT(WS-SCALE-IDX) * 100 / WS-RATING-TOTAL
           MOVE WS-RATING-PCT TO WS-PCT-PRINT
           STRING WS-SCALE-IDX(2:1) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-PCT-PRINT DELIMITED BY SIZE
                   "%  " DELIMITED BY SIZE
               INTO WS-TREND-LINE
               WITH POINTER WS-DIST-PTR
           END-STRING.

       copy sealp.

       copy auditopen.
