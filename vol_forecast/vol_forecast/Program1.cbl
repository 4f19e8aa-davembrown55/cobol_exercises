       program-id. vol_forecast.

      *volume forecast for the next ten working days - the trend
      *report says what happened; staffing and the batch window
      *need what is coming.  working days are taken from the
      *business calendar (SUITECAL.DAT, H = not working) with
      *monday to friday for a date it does not list.  each day's
      *Add01 calculation count, times-tables usage and survey
      *responses (yes plus no) are the average of the same weekday
      *in the daily summary history (DAILYHST.DAT) over the last
      *FCST-WEEKS weeks (8 if not configured), and the Add01 value
      *the average of the same days' totals on the accumulator
      *(ADD01ACC.DAT).  a month-end day - the last working day of
      *its month - is left out of those averages and forecast
      *instead as an ordinary day scaled by the uplift month-end
      *days have shown over the whole history.  each forecast is
      *printed beside the same weekday 52 weeks earlier where the
      *history reaches back that far, and a day forecast over a
      *per-day capacity threshold (CAP-MAX-ADD01-DAY,
      *CAP-MAX-TTAB-DAY, CAP-MAX-SURVEY-DAY - a threshold not
      *configured is not tested) is flagged, raises an operator
      *alert and ends the run with return code 4.

       environment division.
       input-output section.
       file-control.
           select summary-history-file assign to "DAILYHST.DAT"
               organization is line sequential
               file status is WS-SUMHIST-STATUS.
           select accumulator-file assign to "ADD01ACC.DAT"
               organization is indexed
               access mode is dynamic
               record key is ACC-DATE
               file status is WS-ACCUM-STATUS.
           select calendar-file assign to "SUITECAL.DAT"
               organization is line sequential
               file status is WS-CALENDAR-STATUS.
           select forecast-report-file assign to "FCSTRPT.DAT"
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
       fd  summary-history-file.
       01 summary-history-record pic x(45).

       fd  accumulator-file.
       01 accumulator-record.
           05 ACC-DATE pic x(8).
           05 filler pic x.
           05 ACC-SIGN pic x.
           05 ACC-AMOUNT pic 9(9)v99.

       fd  calendar-file.
       01 calendar-record.
           05 CAL-DATE pic x(8).
           05 filler pic x.
           05 CAL-DAY-TYPE pic x.

       fd  forecast-report-file.
       01 forecast-report-record pic x(90).

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

       01 WS-SUMHIST-STATUS PIC XX VALUE SPACES.
       01 WS-ACCUM-STATUS PIC XX VALUE SPACES.
       01 WS-CALENDAR-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-ALERT-STATUS PIC XX VALUE SPACES.
       01 WS-FILE-EOF PIC X VALUE "N".
         88 AT-FILE-EOF VALUE "Y".

       01 WS-SUMHIST-REC.
           05 DSH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 DSH-ADD01-COUNT PIC 9(7).
           05 FILLER PIC X.
           05 DSH-TTAB-COUNT PIC 9(7).
           05 FILLER PIC X.
           05 DSH-YES-COUNT PIC 9(8).
           05 FILLER PIC X.
           05 DSH-NO-COUNT PIC 9(8).
       01 WS-ACC-WORK PIC 9(9)V99 VALUE 0.

      *the business calendar, carried in memory
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 500 TIMES.
               10 WS-CAL-DATE PIC 9(8).
               10 WS-CAL-TYPE PIC X.
       01 WS-CAL-COUNT PIC 9(3) VALUE 0.
       01 WS-CAL-IDX PIC 9(3) VALUE 0.

      *the daily summary history - the same 400 days the summary
      *keeps - with each day's weekday, month-end flag and value
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 400 TIMES.
               10 WS-H-DATE PIC 9(8).
               10 WS-H-SERIAL PIC 9(7).
               10 WS-H-DOW PIC 9.
               10 WS-H-MONTH-END PIC X.
               10 WS-H-ADD01 PIC 9(7).
               10 WS-H-TTAB PIC 9(7).
               10 WS-H-SURVEY PIC 9(9).
               10 WS-H-VALUE PIC S9(11)V99.
               10 WS-H-VALUE-FOUND PIC X.
       01 WS-HIST-COUNT PIC 9(3) VALUE 0.
       01 WS-HIST-IDX PIC 9(3) VALUE 0.
       01 WS-HIST-HIT PIC 9(3) VALUE 0.

      *the ten days forecast
       01 WS-FCST-TABLE.
           05 WS-FCST-ENTRY OCCURS 10 TIMES.
               10 WS-F-DATE PIC 9(8).
               10 WS-F-SERIAL PIC 9(7).
               10 WS-F-DOW PIC 9.
               10 WS-F-MONTH-END PIC X.
               10 WS-F-ADD01 PIC 9(7).
               10 WS-F-VALUE PIC S9(11)V99.
               10 WS-F-TTAB PIC 9(7).
               10 WS-F-SURVEY PIC 9(9).
               10 WS-F-BASIS PIC X.
       01 WS-FCST-COUNT PIC 99 VALUE 0.
       01 WS-FCST-IDX PIC 99 VALUE 0.

       01 WS-BASE-SERIAL PIC 9(7) VALUE 0.
       01 WS-WINDOW-START PIC 9(7) VALUE 0.
       01 WS-WEEKS PIC 99 VALUE 8.
       01 WS-TRIES PIC 99 VALUE 0.
       01 WS-NEXT-SERIAL PIC 9(7) VALUE 0.
       01 WS-LAST-YEAR-SERIAL PIC 9(7) VALUE 0.
       01 WS-LAST-YEAR-DATE PIC 9(8) VALUE 0.

      *is a day working - the caller sets WS-WD-SERIAL
       01 WS-WD-SERIAL PIC 9(7) VALUE 0.
       01 WS-WD-DATE PIC 9(8) VALUE 0.
       01 WS-WD-DOW PIC 9 VALUE 0.
       01 WS-WD-WORKING PIC X VALUE "N".
         88 WD-WORKING VALUE "Y".
       01 WS-SERIAL-DAY PIC 9(7) VALUE 0.
       01 WS-SERIAL-WEEKS PIC 9(7) VALUE 0.

      *is a day the last working day of its month - the caller sets
      *WS-ME-SERIAL
       01 WS-ME-SERIAL PIC 9(7) VALUE 0.
       01 WS-ME-DATE PIC 9(8) VALUE 0.
       01 WS-ME-MONTH-END PIC X VALUE "N".

      *sums behind one day's forecast
       01 WS-SUM-DAYS PIC 9(3) VALUE 0.
       01 WS-SUM-VALUE-DAYS PIC 9(3) VALUE 0.
       01 WS-SUM-ADD01 PIC 9(9) VALUE 0.
       01 WS-SUM-TTAB PIC 9(9) VALUE 0.
       01 WS-SUM-SURVEY PIC 9(11) VALUE 0.
       01 WS-SUM-VALUE PIC S9(13)V99 VALUE 0.
       01 WS-SUM-ANY-WEEKDAY PIC X VALUE "N".

      *month-end uplift - month-end days' average over ordinary
      *days' average, across the whole history, per measure
       01 WS-ME-DAYS PIC 9(3) VALUE 0.
       01 WS-ME-VALUE-DAYS PIC 9(3) VALUE 0.
       01 WS-ME-ADD01 PIC 9(9) VALUE 0.
       01 WS-ME-TTAB PIC 9(9) VALUE 0.
       01 WS-ME-SURVEY PIC 9(11) VALUE 0.
       01 WS-ME-VALUE PIC S9(13)V99 VALUE 0.
       01 WS-NME-DAYS PIC 9(3) VALUE 0.
       01 WS-NME-VALUE-DAYS PIC 9(3) VALUE 0.
       01 WS-NME-ADD01 PIC 9(9) VALUE 0.
       01 WS-NME-TTAB PIC 9(9) VALUE 0.
       01 WS-NME-SURVEY PIC 9(11) VALUE 0.
       01 WS-NME-VALUE PIC S9(13)V99 VALUE 0.
       01 WS-UPLIFT-ADD01 PIC 9(3)V9999 VALUE 1.
       01 WS-UPLIFT-VALUE PIC 9(3)V9999 VALUE 1.
       01 WS-UPLIFT-TTAB PIC 9(3)V9999 VALUE 1.
       01 WS-UPLIFT-SURVEY PIC 9(3)V9999 VALUE 1.

      *per-day capacity thresholds - 0 is not configured
       01 WS-MAX-ADD01 PIC 9(8) VALUE 0.
       01 WS-MAX-TTAB PIC 9(8) VALUE 0.
       01 WS-MAX-SURVEY PIC 9(8) VALUE 0.
       01 WS-OVER-DAYS PIC 99 VALUE 0.
       01 WS-OVER-TEXT PIC X(30) VALUE SPACES.
       01 WS-OVER-PTR PIC 99 VALUE 1.

       01 WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.

       01 WS-REPORT-LINE PIC X(90) VALUE SPACES.
       01 WS-REPORT-LINES PIC 9(5) VALUE 0.
       01 WS-ALERT-LINE PIC X(45) VALUE SPACES.
       01 WS-COUNT-PRINT PIC Z9.
       01 WS-LIMIT-NUM PIC 9(8) VALUE 0.
       01 WS-LIMIT-PRINT PIC Z(7)9.
       01 WS-UPLIFT-PRINT-1 PIC ZZ9.99.
       01 WS-UPLIFT-PRINT-2 PIC ZZ9.99.
       01 WS-UPLIFT-PRINT-3 PIC ZZ9.99.
       01 WS-UPLIFT-PRINT-4 PIC ZZ9.99.

       01 WS-HEADING-LINE.
           05 FILLER PIC X(9) VALUE "DATE".
           05 FILLER PIC X(4) VALUE "DAY".
           05 FILLER PIC X(3) VALUE "ME".
           05 FILLER PIC X(10) VALUE "FIGURES".
           05 FILLER PIC X(8) VALUE "  ADD01".
           05 FILLER PIC X(15) VALUE "         VALUE".
           05 FILLER PIC X(8) VALUE " TABLES".
           05 FILLER PIC X(10) VALUE "   SURVEY".
           05 FILLER PIC X(23) VALUE "FLAG".
       01 WS-FORECAST-LINE.
           05 FCL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 FCL-DAY PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 FCL-ME PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 FCL-BASIS PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 FCL-ADD01 PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 FCL-VALUE PIC -(10)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 FCL-TTAB PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 FCL-SURVEY PIC Z(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 FCL-FLAG PIC X(15).
           05 FILLER PIC X(8) VALUE SPACES.

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
           MOVE "VOL_FORECAST" TO WS-ENTL-PROGRAM.
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
           PERFORM GET-FORECAST-PARAMETERS.
           COMPUTE WS-BASE-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).
           COMPUTE WS-WINDOW-START = WS-BASE-SERIAL - WS-WEEKS * 7.

           PERFORM LOAD-CALENDAR-TABLE.
           PERFORM LOAD-HISTORY-TABLE.
           IF WS-HIST-COUNT = 0
               DISPLAY "ERROR! NO DAILY SUMMARY HISTORY YET - "
                   "NOTHING TO FORECAST FROM."
               MOVE "NO HISTORY" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               goback
           END-IF.
           PERFORM LOAD-HISTORY-VALUES.
           PERFORM WORK-OUT-UPLIFT.
           PERFORM FIND-FORECAST-DAYS.
           MOVE 0 TO WS-OVER-DAYS.
           PERFORM FORECAST-ONE-DAY
               VARYING WS-FCST-IDX FROM 1 BY 1
               UNTIL WS-FCST-IDX > WS-FCST-COUNT.

           PERFORM WRITE-FORECAST-REPORT.
           MOVE "FCSTRPT.DAT" TO SPL-NAME.
           COMPUTE SPL-PAGES = (WS-REPORT-LINES + 59) / 60.
           PERFORM REGISTER-SPOOL-REPORT.
           DISPLAY "VOLUME FORECAST WRITTEN TO FCSTRPT.DAT".

           MOVE SPACES TO WS-OUTCOME
           IF WS-OVER-DAYS > 0
               PERFORM RAISE-CAPACITY-ALERT
               MOVE WS-OVER-DAYS TO WS-COUNT-PRINT
               STRING "OVER CAPACITY " DELIMITED BY SIZE
                       WS-COUNT-PRINT DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "COMPLETED" TO WS-OUTCOME
           END-IF
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       GET-FORECAST-PARAMETERS.
           MOVE "FCST-WEEKS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
                   AND WS-CFG-VALUE-NUM < 53
               MOVE WS-CFG-VALUE-NUM TO WS-WEEKS
           END-IF
           MOVE "CAP-MAX-ADD01-DAY" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-MAX-ADD01
           END-IF
           MOVE "CAP-MAX-TTAB-DAY" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-MAX-TTAB
           END-IF
           MOVE "CAP-MAX-SURVEY-DAY" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-MAX-SURVEY
           END-IF.

       LOAD-CALENDAR-TABLE.
           MOVE 0 TO WS-CAL-COUNT
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               PERFORM LOAD-NEXT-CALENDAR-DAY UNTIL AT-FILE-EOF
               CLOSE CALENDAR-FILE
           END-IF.

       LOAD-NEXT-CALENDAR-DAY.
           READ CALENDAR-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               IF CAL-DATE IS NUMERIC AND WS-CAL-COUNT < 500
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                   MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
               END-IF
           END-IF.

       LOAD-HISTORY-TABLE.
           MOVE 0 TO WS-HIST-COUNT
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SUMMARY-HISTORY-FILE
           IF WS-SUMHIST-STATUS = "00"
               PERFORM LOAD-NEXT-HISTORY-DAY UNTIL AT-FILE-EOF
               CLOSE SUMMARY-HISTORY-FILE
           END-IF.

       LOAD-NEXT-HISTORY-DAY.
           READ SUMMARY-HISTORY-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               MOVE SUMMARY-HISTORY-RECORD TO WS-SUMHIST-REC
               IF DSH-DATE IS NUMERIC
                       AND DSH-ADD01-COUNT IS NUMERIC
                       AND DSH-TTAB-COUNT IS NUMERIC
                       AND DSH-YES-COUNT IS NUMERIC
                       AND DSH-NO-COUNT IS NUMERIC
                       AND WS-HIST-COUNT < 400
                   ADD 1 TO WS-HIST-COUNT
                   MOVE DSH-DATE TO WS-H-DATE(WS-HIST-COUNT)
                   COMPUTE WS-H-SERIAL(WS-HIST-COUNT) =
                       FUNCTION INTEGER-OF-DATE(DSH-DATE)
                   MOVE WS-H-SERIAL(WS-HIST-COUNT) TO WS-WD-SERIAL
                   PERFORM CHECK-WORKING-DAY
                   MOVE WS-WD-DOW TO WS-H-DOW(WS-HIST-COUNT)
                   MOVE WS-H-SERIAL(WS-HIST-COUNT) TO WS-ME-SERIAL
                   PERFORM CHECK-MONTH-END
                   MOVE WS-ME-MONTH-END
                       TO WS-H-MONTH-END(WS-HIST-COUNT)
                   MOVE DSH-ADD01-COUNT TO WS-H-ADD01(WS-HIST-COUNT)
                   MOVE DSH-TTAB-COUNT TO WS-H-TTAB(WS-HIST-COUNT)
                   COMPUTE WS-H-SURVEY(WS-HIST-COUNT) =
                       DSH-YES-COUNT + DSH-NO-COUNT
                   MOVE 0 TO WS-H-VALUE(WS-HIST-COUNT)
                   MOVE "N" TO WS-H-VALUE-FOUND(WS-HIST-COUNT)
               END-IF
           END-IF.

      *the accumulator is keyed on business date - each history
      *day's total is read directly; a day with no accumulator
      *record plays no part in the value averages
       LOAD-HISTORY-VALUES.
           OPEN INPUT ACCUMULATOR-FILE
           IF WS-ACCUM-STATUS = "00"
               PERFORM LOAD-NEXT-HISTORY-VALUE
                   VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               CLOSE ACCUMULATOR-FILE
           END-IF.

       LOAD-NEXT-HISTORY-VALUE.
           MOVE WS-H-DATE(WS-HIST-IDX) TO ACC-DATE
           READ ACCUMULATOR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM TAKE-HISTORY-VALUE
           END-READ.

       TAKE-HISTORY-VALUE.
           IF ACC-AMOUNT IS NUMERIC
               MOVE ACC-AMOUNT TO WS-ACC-WORK
               IF ACC-SIGN = "-"
                   COMPUTE WS-H-VALUE(WS-HIST-IDX) = 0 - WS-ACC-WORK
               ELSE
                   MOVE WS-ACC-WORK TO WS-H-VALUE(WS-HIST-IDX)
               END-IF
               MOVE "Y" TO WS-H-VALUE-FOUND(WS-HIST-IDX)
           END-IF.

      *the calendar names the day when it can; otherwise saturdays
      *and sundays are non-working and the rest work.  the serial
      *day number's base day was a monday, so the remainder of a
      *divide by seven maps onto the weekday, 1 = monday
       CHECK-WORKING-DAY.
           COMPUTE WS-WD-DATE = FUNCTION DATE-OF-INTEGER(WS-WD-SERIAL)
           COMPUTE WS-SERIAL-DAY = WS-WD-SERIAL - 1
           DIVIDE WS-SERIAL-DAY BY 7
               GIVING WS-SERIAL-WEEKS
               REMAINDER WS-WD-DOW
           ADD 1 TO WS-WD-DOW
           IF WS-WD-DOW = 6 OR WS-WD-DOW = 7
               MOVE "N" TO WS-WD-WORKING
           ELSE
               MOVE "Y" TO WS-WD-WORKING
           END-IF
           PERFORM MATCH-NEXT-CALENDAR-DAY
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.

       MATCH-NEXT-CALENDAR-DAY.
           IF WS-CAL-DATE(WS-CAL-IDX) = WS-WD-DATE
               IF WS-CAL-TYPE(WS-CAL-IDX) = "H"
                   MOVE "N" TO WS-WD-WORKING
               ELSE
                   MOVE "Y" TO WS-WD-WORKING
               END-IF
           END-IF.

      *a working day is month-end when the next working day falls
      *in another month
       CHECK-MONTH-END.
           MOVE "N" TO WS-ME-MONTH-END
           MOVE WS-ME-SERIAL TO WS-WD-SERIAL
           PERFORM CHECK-WORKING-DAY
           IF WD-WORKING
               MOVE WS-WD-DATE TO WS-ME-DATE
               MOVE 0 TO WS-TRIES
               MOVE "N" TO WS-WD-WORKING
               PERFORM STEP-TO-NEXT-DAY
                   UNTIL WD-WORKING OR WS-TRIES > 31
               IF WS-WD-DATE(5:2) NOT = WS-ME-DATE(5:2)
                   MOVE "Y" TO WS-ME-MONTH-END
               END-IF
           END-IF.

       STEP-TO-NEXT-DAY.
           ADD 1 TO WS-WD-SERIAL
           ADD 1 TO WS-TRIES
           PERFORM CHECK-WORKING-DAY.

      *month-end days' average over ordinary days' average; with
      *no month-end (or no ordinary) history the uplift stays 1
       WORK-OUT-UPLIFT.
           PERFORM TALLY-UPLIFT-DAY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
           IF WS-ME-DAYS > 0 AND WS-NME-DAYS > 0
               IF WS-NME-ADD01 > 0
                   COMPUTE WS-UPLIFT-ADD01 ROUNDED =
                       (WS-ME-ADD01 * WS-NME-DAYS)
                       / (WS-NME-ADD01 * WS-ME-DAYS)
               END-IF
               IF WS-NME-TTAB > 0
                   COMPUTE WS-UPLIFT-TTAB ROUNDED =
                       (WS-ME-TTAB * WS-NME-DAYS)
                       / (WS-NME-TTAB * WS-ME-DAYS)
               END-IF
               IF WS-NME-SURVEY > 0
                   COMPUTE WS-UPLIFT-SURVEY ROUNDED =
                       (WS-ME-SURVEY * WS-NME-DAYS)
                       / (WS-NME-SURVEY * WS-ME-DAYS)
               END-IF
           END-IF
           IF WS-ME-VALUE-DAYS > 0 AND WS-NME-VALUE-DAYS > 0
                   AND WS-ME-VALUE > 0 AND WS-NME-VALUE > 0
               COMPUTE WS-UPLIFT-VALUE ROUNDED =
                   (WS-ME-VALUE * WS-NME-VALUE-DAYS)
                   / (WS-NME-VALUE * WS-ME-VALUE-DAYS)
           END-IF.

       TALLY-UPLIFT-DAY.
           IF WS-H-MONTH-END(WS-HIST-IDX) = "Y"
               ADD 1 TO WS-ME-DAYS
               ADD WS-H-ADD01(WS-HIST-IDX) TO WS-ME-ADD01
               ADD WS-H-TTAB(WS-HIST-IDX) TO WS-ME-TTAB
               ADD WS-H-SURVEY(WS-HIST-IDX) TO WS-ME-SURVEY
               IF WS-H-VALUE-FOUND(WS-HIST-IDX) = "Y"
                   ADD 1 TO WS-ME-VALUE-DAYS
                   ADD WS-H-VALUE(WS-HIST-IDX) TO WS-ME-VALUE
               END-IF
           ELSE
               ADD 1 TO WS-NME-DAYS
               ADD WS-H-ADD01(WS-HIST-IDX) TO WS-NME-ADD01
               ADD WS-H-TTAB(WS-HIST-IDX) TO WS-NME-TTAB
               ADD WS-H-SURVEY(WS-HIST-IDX) TO WS-NME-SURVEY
               IF WS-H-VALUE-FOUND(WS-HIST-IDX) = "Y"
                   ADD 1 TO WS-NME-VALUE-DAYS
                   ADD WS-H-VALUE(WS-HIST-IDX) TO WS-NME-VALUE
               END-IF
           END-IF.

      *the next ten working days after the processing date
       FIND-FORECAST-DAYS.
           MOVE 0 TO WS-FCST-COUNT
           MOVE WS-BASE-SERIAL TO WS-NEXT-SERIAL
           PERFORM TRY-NEXT-FORECAST-DAY
               UNTIL WS-FCST-COUNT = 10
                   OR WS-NEXT-SERIAL > WS-BASE-SERIAL + 60.

       TRY-NEXT-FORECAST-DAY.
           ADD 1 TO WS-NEXT-SERIAL
           MOVE WS-NEXT-SERIAL TO WS-WD-SERIAL
           PERFORM CHECK-WORKING-DAY
           IF WD-WORKING
               ADD 1 TO WS-FCST-COUNT
               MOVE WS-WD-DATE TO WS-F-DATE(WS-FCST-COUNT)
               MOVE WS-NEXT-SERIAL TO WS-F-SERIAL(WS-FCST-COUNT)
               MOVE WS-WD-DOW TO WS-F-DOW(WS-FCST-COUNT)
               MOVE WS-NEXT-SERIAL TO WS-ME-SERIAL
               PERFORM CHECK-MONTH-END
               MOVE WS-ME-MONTH-END TO WS-F-MONTH-END(WS-FCST-COUNT)
           END-IF.

      *the same weekday's ordinary days in the window; a weekday
      *with none there falls back to every ordinary day in it
       FORECAST-ONE-DAY.
           MOVE "N" TO WS-SUM-ANY-WEEKDAY
           PERFORM SUM-WINDOW-DAYS
           MOVE "W" TO WS-F-BASIS(WS-FCST-IDX)
           IF WS-SUM-DAYS = 0
               MOVE "Y" TO WS-SUM-ANY-WEEKDAY
               PERFORM SUM-WINDOW-DAYS
               MOVE "A" TO WS-F-BASIS(WS-FCST-IDX)
           END-IF
           MOVE 0 TO WS-F-ADD01(WS-FCST-IDX) WS-F-TTAB(WS-FCST-IDX)
               WS-F-SURVEY(WS-FCST-IDX) WS-F-VALUE(WS-FCST-IDX)
           IF WS-SUM-DAYS = 0
               MOVE "N" TO WS-F-BASIS(WS-FCST-IDX)
           ELSE
               COMPUTE WS-F-ADD01(WS-FCST-IDX) ROUNDED =
                   WS-SUM-ADD01 / WS-SUM-DAYS
               COMPUTE WS-F-TTAB(WS-FCST-IDX) ROUNDED =
                   WS-SUM-TTAB / WS-SUM-DAYS
               COMPUTE WS-F-SURVEY(WS-FCST-IDX) ROUNDED =
                   WS-SUM-SURVEY / WS-SUM-DAYS
               IF WS-SUM-VALUE-DAYS > 0
                   COMPUTE WS-F-VALUE(WS-FCST-IDX) ROUNDED =
                       WS-SUM-VALUE / WS-SUM-VALUE-DAYS
               END-IF
           END-IF
           IF WS-F-MONTH-END(WS-FCST-IDX) = "Y"
               COMPUTE WS-F-ADD01(WS-FCST-IDX) ROUNDED =
                   WS-F-ADD01(WS-FCST-IDX) * WS-UPLIFT-ADD01
               COMPUTE WS-F-TTAB(WS-FCST-IDX) ROUNDED =
                   WS-F-TTAB(WS-FCST-IDX) * WS-UPLIFT-TTAB
               COMPUTE WS-F-SURVEY(WS-FCST-IDX) ROUNDED =
                   WS-F-SURVEY(WS-FCST-IDX) * WS-UPLIFT-SURVEY
               COMPUTE WS-F-VALUE(WS-FCST-IDX) ROUNDED =
                   WS-F-VALUE(WS-FCST-IDX) * WS-UPLIFT-VALUE
           END-IF.

       SUM-WINDOW-DAYS.
           MOVE 0 TO WS-SUM-DAYS WS-SUM-VALUE-DAYS WS-SUM-ADD01
               WS-SUM-TTAB WS-SUM-SURVEY WS-SUM-VALUE
           PERFORM SUM-NEXT-WINDOW-DAY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT.

       SUM-NEXT-WINDOW-DAY.
           IF WS-H-SERIAL(WS-HIST-IDX) > WS-WINDOW-START
                   AND WS-H-SERIAL(WS-HIST-IDX) <= WS-BASE-SERIAL
                   AND WS-H-MONTH-END(WS-HIST-IDX) = "N"
                   AND (WS-SUM-ANY-WEEKDAY = "Y"
                       OR WS-H-DOW(WS-HIST-IDX) = WS-F-DOW(WS-FCST-IDX))
               ADD 1 TO WS-SUM-DAYS
               ADD WS-H-ADD01(WS-HIST-IDX) TO WS-SUM-ADD01
               ADD WS-H-TTAB(WS-HIST-IDX) TO WS-SUM-TTAB
               ADD WS-H-SURVEY(WS-HIST-IDX) TO WS-SUM-SURVEY
               IF WS-H-VALUE-FOUND(WS-HIST-IDX) = "Y"
                   ADD 1 TO WS-SUM-VALUE-DAYS
                   ADD WS-H-VALUE(WS-HIST-IDX) TO WS-SUM-VALUE
               END-IF
           END-IF.

       WRITE-FORECAST-REPORT.
           MOVE 0 TO WS-REPORT-LINES
           OPEN OUTPUT FORECAST-REPORT-FILE
           STRING "VOLUME FORECAST - NEXT 10 WORKING DAYS AFTER "
                       DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   "  BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-WEEKS TO WS-COUNT-PRINT
           STRING "FORECAST = SAME-WEEKDAY AVERAGE OVER THE LAST "
                       DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   " WEEKS, MONTH-END DAYS LEFT OUT"
                       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UPLIFT-ADD01 TO WS-UPLIFT-PRINT-1
           MOVE WS-UPLIFT-VALUE TO WS-UPLIFT-PRINT-2
           MOVE WS-UPLIFT-TTAB TO WS-UPLIFT-PRINT-3
           MOVE WS-UPLIFT-SURVEY TO WS-UPLIFT-PRINT-4
           STRING "MONTH-END (ME) UPLIFT - ADD01 " DELIMITED BY SIZE
                   WS-UPLIFT-PRINT-1 DELIMITED BY SIZE
                   "  VALUE " DELIMITED BY SIZE
                   WS-UPLIFT-PRINT-2 DELIMITED BY SIZE
                   "  TABLES " DELIMITED BY SIZE
                   WS-UPLIFT-PRINT-3 DELIMITED BY SIZE
                   "  SURVEY " DELIMITED BY SIZE
                   WS-UPLIFT-PRINT-4 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-ONE-DAY
               VARYING WS-FCST-IDX FROM 1 BY 1
               UNTIL WS-FCST-IDX > WS-FCST-COUNT
           MOVE "CAPACITY PER DAY -" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  ADD01  (CAP-MAX-ADD01-DAY)" TO WS-REPORT-LINE
           MOVE WS-MAX-ADD01 TO WS-LIMIT-NUM
           PERFORM WRITE-LIMIT-LINE
           MOVE "  TABLES (CAP-MAX-TTAB-DAY)" TO WS-REPORT-LINE
           MOVE WS-MAX-TTAB TO WS-LIMIT-NUM
           PERFORM WRITE-LIMIT-LINE
           MOVE "  SURVEY (CAP-MAX-SURVEY-DAY)" TO WS-REPORT-LINE
           MOVE WS-MAX-SURVEY TO WS-LIMIT-NUM
           PERFORM WRITE-LIMIT-LINE
           MOVE WS-OVER-DAYS TO WS-COUNT-PRINT
           STRING "DAYS FORECAST OVER CAPACITY: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE FORECAST-REPORT-FILE.

      *the forecast line, the same weekday a year (52 weeks)
      *before, and what is over capacity
       REPORT-ONE-DAY.
           MOVE WS-F-DATE(WS-FCST-IDX) TO FCL-DATE
           MOVE WS-DAY-NAME(WS-F-DOW(WS-FCST-IDX)) TO FCL-DAY
           MOVE SPACES TO FCL-ME
           IF WS-F-MONTH-END(WS-FCST-IDX) = "Y"
               MOVE "ME" TO FCL-ME
           END-IF
           MOVE "FORECAST" TO FCL-BASIS
           MOVE WS-F-ADD01(WS-FCST-IDX) TO FCL-ADD01
           MOVE WS-F-VALUE(WS-FCST-IDX) TO FCL-VALUE
           MOVE WS-F-TTAB(WS-FCST-IDX) TO FCL-TTAB
           MOVE WS-F-SURVEY(WS-FCST-IDX) TO FCL-SURVEY
           PERFORM CHECK-CAPACITY
           MOVE SPACES TO FCL-FLAG
           IF WS-OVER-TEXT NOT = SPACES
               MOVE "OVER CAPACITY" TO FCL-FLAG
               ADD 1 TO WS-OVER-DAYS
           END-IF
           MOVE WS-FORECAST-LINE TO WS-REPORT-LINE
           EVALUATE WS-F-BASIS(WS-FCST-IDX)
               WHEN "A"
                   MOVE "(ALL DAYS)" TO WS-REPORT-LINE(81:10)
               WHEN "N"
                   MOVE "(NO DATA)" TO WS-REPORT-LINE(81:9)
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE

           COMPUTE WS-LAST-YEAR-SERIAL = WS-F-SERIAL(WS-FCST-IDX) - 364
           COMPUTE WS-LAST-YEAR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LAST-YEAR-SERIAL)
           MOVE 0 TO WS-HIST-HIT
           PERFORM FIND-LAST-YEAR-DAY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
           MOVE WS-LAST-YEAR-DATE TO FCL-DATE
           MOVE SPACES TO FCL-ME FCL-FLAG
           MOVE "LAST YEAR" TO FCL-BASIS
           IF WS-HIST-HIT > 0
               IF WS-H-MONTH-END(WS-HIST-HIT) = "Y"
                   MOVE "ME" TO FCL-ME
               END-IF
               MOVE WS-H-ADD01(WS-HIST-HIT) TO FCL-ADD01
               MOVE WS-H-VALUE(WS-HIST-HIT) TO FCL-VALUE
               MOVE WS-H-TTAB(WS-HIST-HIT) TO FCL-TTAB
               MOVE WS-H-SURVEY(WS-HIST-HIT) TO FCL-SURVEY
               MOVE WS-FORECAST-LINE TO WS-REPORT-LINE
               IF WS-H-VALUE-FOUND(WS-HIST-HIT) NOT = "Y"
                   MOVE "NOT HELD" TO WS-REPORT-LINE(41:8)
               END-IF
           ELSE
               MOVE 0 TO FCL-ADD01 FCL-VALUE FCL-TTAB FCL-SURVEY
               MOVE WS-FORECAST-LINE TO WS-REPORT-LINE
               MOVE "NO HISTORY FOR THIS DAY" TO WS-REPORT-LINE(27:64)
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF WS-OVER-TEXT NOT = SPACES
               STRING "         *** OVER CAPACITY:" DELIMITED BY SIZE
                       WS-OVER-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       FIND-LAST-YEAR-DAY.
           IF WS-H-SERIAL(WS-HIST-IDX) = WS-LAST-YEAR-SERIAL
               MOVE WS-HIST-IDX TO WS-HIST-HIT
           END-IF.

       CHECK-CAPACITY.
           MOVE SPACES TO WS-OVER-TEXT
           MOVE 1 TO WS-OVER-PTR
           IF WS-MAX-ADD01 > 0
                   AND WS-F-ADD01(WS-FCST-IDX) > WS-MAX-ADD01
               STRING " ADD01" DELIMITED BY SIZE
                   INTO WS-OVER-TEXT WITH POINTER WS-OVER-PTR
               END-STRING
           END-IF
           IF WS-MAX-TTAB > 0
                   AND WS-F-TTAB(WS-FCST-IDX) > WS-MAX-TTAB
               STRING " TABLES" DELIMITED BY SIZE
                   INTO WS-OVER-TEXT WITH POINTER WS-OVER-PTR
               END-STRING
           END-IF
           IF WS-MAX-SURVEY > 0
                   AND WS-F-SURVEY(WS-FCST-IDX) > WS-MAX-SURVEY
               STRING " SURVEY" DELIMITED BY SIZE
                   INTO WS-OVER-TEXT WITH POINTER WS-OVER-PTR
               END-STRING
           END-IF.

      *the caption is already in the line; a threshold not
      *configured is not tested
       WRITE-LIMIT-LINE.
           IF WS-LIMIT-NUM = 0
               MOVE "NOT SET" TO WS-REPORT-LINE(32:7)
           ELSE
               MOVE WS-LIMIT-NUM TO WS-LIMIT-PRINT
               MOVE WS-LIMIT-PRINT TO WS-REPORT-LINE(32:8)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       RAISE-CAPACITY-ALERT.
           MOVE SPACES TO WS-ALERT-LINE
           MOVE WS-OVER-DAYS TO WS-COUNT-PRINT
           STRING "FORECAST OVER CAPACITY " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   " DAYS SEE FCSTRPT.DAT" DELIMITED BY SIZE
               INTO WS-ALERT-LINE
           END-STRING
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           CLOSE ALERT-FILE
           MOVE "VOL_FORECAST" TO WS-ALRG-SOURCE
           MOVE WS-ALERT-LINE TO WS-ALRG-TEXT
           PERFORM REGISTER-OPERATOR-ALERT
           DISPLAY "** ALERT: " WS-ALERT-LINE.

       WRITE-REPORT-LINE.
           WRITE FORECAST-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-REPORT-LINES
           MOVE SPACES TO WS-REPORT-LINE.

       copy errlog replacing ==:PROGRAM-NAME:== by =="VOL_FORECAST"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy procdate.

       copy alrgp.

       copy spoolreg.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="VOL_FORECAST"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program vol_forecast.
