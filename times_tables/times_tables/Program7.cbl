       program-id. Program7 as "times_tables.Program7".

      *weekly overdue homework report - every worksheet set as
      *homework (TTABASGN.DAT) that is still out past its due date,
      *and every one handed in late during the past week, listed
      *by tutor and student with the days late, so each tutor has
      *one list to chase.  the tutor is the one on the student's
      *class; a student not placed in a class is listed under
      *UNPLACED.  the nightly stream calls it every night but it
      *only produces the report on the configured day of the week
      *(TTAB-OVERDUE-DAY, 1 = monday, monday if not configured).

       environment division.
       input-output section.
       file-control.
           select assignment-file assign to "TTABASGN.DAT"
               organization is line sequential
               file status is WS-ASSIGN-STATUS.
           select roster-file assign to "TTABROST.DAT"
               organization is line sequential
               file status is WS-ROSTER-STATUS.
           select class-file assign to "TTABCLAS.DAT"
               organization is line sequential
               file status is WS-CLASS-STATUS.
           select overdue-report-file assign to "TTABOVD.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           copy cfgsel.
           copy procdtsl.
           copy spoolsl.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.

       data division.
       file section.
       fd  assignment-file.
       01 assignment-record pic x(51).

       fd  roster-file.
       01 roster-record pic x(34).

       fd  class-file.
       01 class-record pic x(24).

       fd  overdue-report-file.
       01 overdue-report-record pic x(80).

       copy cfgfd.

       copy procdtfd.

       copy spoolfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy entlfd.

       working-storage section.
       copy cfgws.
       copy procdtws.

       01 WS-ASSIGN-STATUS PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS PIC XX VALUE SPACES.
       01 WS-CLASS-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-ASSIGN-EOF PIC X VALUE "N".
         88 AT-ASSIGN-EOF VALUE "Y".
       01 WS-ROSTER-EOF PIC X VALUE "N".
         88 AT-ROSTER-EOF VALUE "Y".
       01 WS-CLASS-EOF PIC X VALUE "N".
         88 AT-CLASS-EOF VALUE "Y".

       copy ttabrost.

       copy ttabclas.

       copy ttabasgn.

       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY PIC X(34) OCCURS 200 TIMES.
       01 WS-ROSTER-COUNT PIC 9(3) VALUE 0.
       01 WS-ROSTER-IDX PIC 9(3) VALUE 0.

       01 WS-CLASS-TABLE.
           05 WS-CLASS-ENTRY PIC X(24) OCCURS 50 TIMES.
       01 WS-CLASS-COUNT PIC 9(3) VALUE 0.
       01 WS-CLASS-IDX PIC 9(3) VALUE 0.

      *the overdue and late worksheets found, sorted on the key
      *into tutor, student and worksheet order before printing
       01 WS-OVERDUE-TABLE.
           05 WS-OVERDUE-ENTRY OCCURS 1000 TIMES.
               10 WS-OVD-KEY.
                   15 WS-OVD-TUTOR PIC X(10).
                   15 WS-OVD-ROSTER-ID PIC X(6).
                   15 WS-OVD-WORKSHEET PIC 9(4).
               10 WS-OVD-NAME PIC X(20).
               10 WS-OVD-DUE-DATE PIC 9(8).
               10 WS-OVD-HANDED-IN-DATE PIC 9(8).
               10 WS-OVD-DAYS-LATE PIC 9(4).
               10 WS-OVD-STATUS PIC X.
                 88 WS-OVD-OUTSTANDING VALUE "O".
       01 WS-OVERDUE-HOLD PIC X(61).
       01 WS-OVERDUE-COUNT PIC 9(4) VALUE 0.
       01 WS-OVERDUE-IDX PIC 9(4) VALUE 0.
       01 WS-OVERDUE-PASS PIC 9(4) VALUE 0.
       01 WS-OVERDUE-LIMIT PIC 9(4) VALUE 0.

       01 WS-STUDENT-NAME PIC X(20) VALUE SPACES.
       01 WS-STUDENT-CLASS PIC X(4) VALUE SPACES.
       01 WS-STUDENT-TUTOR PIC X(10) VALUE SPACES.
       01 WS-LAST-TUTOR PIC X(10) VALUE SPACES.

      *day of the week the report is produced - monday unless
      *the suite configuration says otherwise
       01 WS-OVERDUE-DAY PIC 9 VALUE 1.
       01 WS-SERIAL-DAY PIC 9(7) VALUE 0.
       01 WS-SERIAL-WEEKS PIC 9(7) VALUE 0.
       01 WS-DAY-OF-WEEK PIC 9 VALUE 0.
      *late hand-ins are reported from this date on - the week
      *since the last report
       01 WS-WEEK-START PIC 9(8) VALUE 0.

       01 WS-OUTSTANDING-TOTAL PIC 9(4) VALUE 0.
       01 WS-LATE-TOTAL PIC 9(4) VALUE 0.
       01 WS-TUTOR-OUTSTANDING PIC 9(4) VALUE 0.
       01 WS-TUTOR-LATE PIC 9(4) VALUE 0.
       01 WS-REPORT-LINES PIC 9(5) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZZ9.
       01 WS-LATE-PRINT PIC ZZZ9.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.

       01 WS-OVERDUE-LINE.
           05 OVL-ROSTER-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 OVL-NAME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 OVL-WORKSHEET PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 OVL-DUE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OVL-STATUS PIC X(22).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OVL-DAYS-LATE PIC ZZZ9.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.

      *shared print-spool registration
       copy spoolws.

      *shared operator sign-on
       copy opsignws.

      *shared sign-on bulletin data
       copy bltnws.

      *shared per-program entitlements
       copy entlws.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM GET-PROCESSING-DATE.
           PERFORM open-suite-audit-log.
           MOVE "STARTED" TO WS-OUTCOME.
           PERFORM write-suite-audit.
           PERFORM SHOW-SIGNON-BULLETINS.
           MOVE "TIMES_TABLES" TO WS-ENTL-PROGRAM.
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
           MOVE "TTAB-OVERDUE-DAY" TO WS-CFG-WANTED-NAME.
           PERFORM GET-NUMERIC-PARAMETER.
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
                   AND WS-CFG-VALUE-NUM < 8
               MOVE WS-CFG-VALUE-NUM TO WS-OVERDUE-DAY
           END-IF.
      *day of the week of the processing date, 1 = monday, worked
      *the same way as the scheduler's calendar
           COMPUTE WS-SERIAL-DAY =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE) - 1.
           DIVIDE WS-SERIAL-DAY BY 7
               GIVING WS-SERIAL-WEEKS
               REMAINDER WS-DAY-OF-WEEK.
           ADD 1 TO WS-DAY-OF-WEEK.
           IF WS-DAY-OF-WEEK NOT = WS-OVERDUE-DAY
               DISPLAY "THE OVERDUE REPORT IS NOT DUE TODAY."
               MOVE "NOT DUE" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               goback
           END-IF.
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE) - 6).

           PERFORM LOAD-ROSTER-TABLE.
           PERFORM LOAD-CLASS-TABLE.
           PERFORM GATHER-OVERDUE-WORK.
      *a plain bubble sort, the same as the league table's
           IF WS-OVERDUE-COUNT > 1
               SUBTRACT 1 FROM WS-OVERDUE-COUNT
                   GIVING WS-OVERDUE-LIMIT
               PERFORM SORT-OVERDUE-PASS
                   VARYING WS-OVERDUE-PASS FROM 1 BY 1
                   UNTIL WS-OVERDUE-PASS > WS-OVERDUE-LIMIT
           END-IF.
           PERFORM WRITE-OVERDUE-REPORT.

           MOVE WS-OUTSTANDING-TOTAL TO WS-COUNT-PRINT.
           DISPLAY "WORKSHEETS OUTSTANDING PAST DUE: " WS-COUNT-PRINT.
           MOVE WS-LATE-TOTAL TO WS-COUNT-PRINT.
           DISPLAY "WORKSHEETS HANDED IN LATE THIS WEEK: "
               WS-COUNT-PRINT.
           DISPLAY "OVERDUE REPORT WRITTEN TO TTABOVD.DAT".
           MOVE "COMPLETED" TO WS-OUTCOME.
           PERFORM write-suite-audit.
           CLOSE AUDIT-LOG-FILE.
           goback.

       LOAD-ROSTER-TABLE.
           MOVE 0 TO WS-ROSTER-COUNT
           MOVE "N" TO WS-ROSTER-EOF
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               PERFORM LOAD-NEXT-STUDENT UNTIL AT-ROSTER-EOF
               CLOSE ROSTER-FILE
           END-IF.

       LOAD-NEXT-STUDENT.
           READ ROSTER-FILE
               AT END MOVE "Y" TO WS-ROSTER-EOF
           END-READ

           IF NOT AT-ROSTER-EOF
               IF ROSTER-RECORD NOT = SPACES
                       AND WS-ROSTER-COUNT < 200
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE ROSTER-RECORD
                       TO WS-ROSTER-ENTRY(WS-ROSTER-COUNT)
               END-IF
           END-IF.

       LOAD-CLASS-TABLE.
           MOVE 0 TO WS-CLASS-COUNT
           MOVE "N" TO WS-CLASS-EOF
           OPEN INPUT CLASS-FILE
           IF WS-CLASS-STATUS = "00"
               PERFORM LOAD-NEXT-CLASS UNTIL AT-CLASS-EOF
               CLOSE CLASS-FILE
           END-IF.

       LOAD-NEXT-CLASS.
           READ CLASS-FILE
               AT END MOVE "Y" TO WS-CLASS-EOF
           END-READ

           IF NOT AT-CLASS-EOF
               IF CLASS-RECORD NOT = SPACES
                       AND WS-CLASS-COUNT < 50
                   ADD 1 TO WS-CLASS-COUNT
                   MOVE CLASS-RECORD
                       TO WS-CLASS-ENTRY(WS-CLASS-COUNT)
               END-IF
           END-IF.

       GATHER-OVERDUE-WORK.
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE "N" TO WS-ASSIGN-EOF
           OPEN INPUT ASSIGNMENT-FILE
           IF WS-ASSIGN-STATUS = "00"
               PERFORM CHECK-NEXT-ASSIGNMENT UNTIL AT-ASSIGN-EOF
               CLOSE ASSIGNMENT-FILE
           END-IF.

      *still open after the due date, or handed in after the due
      *date within the week since the last report
       CHECK-NEXT-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE "Y" TO WS-ASSIGN-EOF
           END-READ

           IF NOT AT-ASSIGN-EOF
               MOVE ASSIGNMENT-RECORD TO WS-ASSIGN-REC
               IF WASG-OPEN AND WASG-DUE-DATE < WS-PROCESS-DATE
                   PERFORM ADD-OVERDUE-ENTRY
               END-IF
               IF WASG-CLOSED
                       AND WASG-HANDED-IN-DATE > WASG-DUE-DATE
                       AND WASG-HANDED-IN-DATE NOT < WS-WEEK-START
                   PERFORM ADD-OVERDUE-ENTRY
               END-IF
           END-IF.

       ADD-OVERDUE-ENTRY.
           IF WS-OVERDUE-COUNT < 1000
               PERFORM FIND-STUDENT-TUTOR
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE WS-STUDENT-TUTOR
                   TO WS-OVD-TUTOR(WS-OVERDUE-COUNT)
               MOVE WASG-ROSTER-ID
                   TO WS-OVD-ROSTER-ID(WS-OVERDUE-COUNT)
               MOVE WASG-WORKSHEET
                   TO WS-OVD-WORKSHEET(WS-OVERDUE-COUNT)
               MOVE WS-STUDENT-NAME TO WS-OVD-NAME(WS-OVERDUE-COUNT)
               MOVE WASG-DUE-DATE
                   TO WS-OVD-DUE-DATE(WS-OVERDUE-COUNT)
               MOVE WASG-HANDED-IN-DATE
                   TO WS-OVD-HANDED-IN-DATE(WS-OVERDUE-COUNT)
               MOVE WASG-STATUS TO WS-OVD-STATUS(WS-OVERDUE-COUNT)
               IF WASG-OPEN
                   COMPUTE WS-OVD-DAYS-LATE(WS-OVERDUE-COUNT) =
                       FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
                       - FUNCTION INTEGER-OF-DATE(WASG-DUE-DATE)
               ELSE
                   COMPUTE WS-OVD-DAYS-LATE(WS-OVERDUE-COUNT) =
                       FUNCTION INTEGER-OF-DATE(WASG-HANDED-IN-DATE)
                       - FUNCTION INTEGER-OF-DATE(WASG-DUE-DATE)
               END-IF
           END-IF.

       FIND-STUDENT-TUTOR.
           MOVE SPACES TO WS-STUDENT-NAME
           MOVE SPACES TO WS-STUDENT-CLASS
           MOVE "UNPLACED" TO WS-STUDENT-TUTOR
           PERFORM MATCH-NEXT-STUDENT
               VARYING WS-ROSTER-IDX FROM 1 BY 1
               UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
           IF WS-STUDENT-CLASS NOT = SPACES
               PERFORM MATCH-NEXT-CLASS
                   VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
           END-IF.

       MATCH-NEXT-STUDENT.
           MOVE WS-ROSTER-ENTRY(WS-ROSTER-IDX) TO WS-ROSTER-REC
           IF WROS-ID = WASG-ROSTER-ID
               MOVE WROS-NAME TO WS-STUDENT-NAME
               MOVE WROS-CLASS TO WS-STUDENT-CLASS
           END-IF.

       MATCH-NEXT-CLASS.
           MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO WS-CLASS-REC
           IF WCLS-CODE = WS-STUDENT-CLASS
               MOVE WCLS-TUTOR TO WS-STUDENT-TUTOR
           END-IF.

       SORT-OVERDUE-PASS.
           SUBTRACT WS-OVERDUE-PASS FROM WS-OVERDUE-COUNT
               GIVING WS-OVERDUE-LIMIT
           PERFORM SORT-OVERDUE-SWAP
               VARYING WS-OVERDUE-IDX FROM 1 BY 1
               UNTIL WS-OVERDUE-IDX > WS-OVERDUE-LIMIT.

       SORT-OVERDUE-SWAP.
           IF WS-OVD-KEY(WS-OVERDUE-IDX)
                   > WS-OVD-KEY(WS-OVERDUE-IDX + 1)
               MOVE WS-OVERDUE-ENTRY(WS-OVERDUE-IDX)
                   TO WS-OVERDUE-HOLD
               MOVE WS-OVERDUE-ENTRY(WS-OVERDUE-IDX + 1)
                   TO WS-OVERDUE-ENTRY(WS-OVERDUE-IDX)
               MOVE WS-OVERDUE-HOLD
                   TO WS-OVERDUE-ENTRY(WS-OVERDUE-IDX + 1)
           END-IF.

       WRITE-OVERDUE-REPORT.
           MOVE 0 TO WS-REPORT-LINES
           MOVE 0 TO WS-OUTSTANDING-TOTAL
           MOVE 0 TO WS-LATE-TOTAL
           MOVE SPACES TO WS-LAST-TUTOR
           OPEN OUTPUT OVERDUE-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TIMES TABLES OVERDUE HOMEWORK - WEEK TO "
                   DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-OVERDUE-LINE
           IF WS-OVERDUE-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-OVERDUE-LINE
               MOVE "NO HOMEWORK OVERDUE OR HANDED IN LATE"
                   TO WS-REPORT-LINE
               PERFORM WRITE-OVERDUE-LINE
           END-IF
           PERFORM WRITE-NEXT-OVERDUE-ENTRY
               VARYING WS-OVERDUE-IDX FROM 1 BY 1
               UNTIL WS-OVERDUE-IDX > WS-OVERDUE-COUNT
           IF WS-OVERDUE-COUNT > 0
               PERFORM WRITE-TUTOR-TOTALS
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-OVERDUE-LINE
           MOVE WS-OUTSTANDING-TOTAL TO WS-COUNT-PRINT
           MOVE WS-LATE-TOTAL TO WS-LATE-PRINT
           STRING "ALL TUTORS - OUTSTANDING: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   "  HANDED IN LATE: " DELIMITED BY SIZE
                   WS-LATE-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-OVERDUE-LINE
           CLOSE OVERDUE-REPORT-FILE
           MOVE "TTABOVD.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = WS-REPORT-LINES / 60 + 1
           PERFORM REGISTER-SPOOL-REPORT.

       WRITE-OVERDUE-LINE.
           WRITE OVERDUE-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-REPORT-LINES.

       WRITE-NEXT-OVERDUE-ENTRY.
           IF WS-OVD-TUTOR(WS-OVERDUE-IDX) NOT = WS-LAST-TUTOR
               IF WS-OVERDUE-IDX > 1
                   PERFORM WRITE-TUTOR-TOTALS
               END-IF
               MOVE WS-OVD-TUTOR(WS-OVERDUE-IDX) TO WS-LAST-TUTOR
               MOVE 0 TO WS-TUTOR-OUTSTANDING
               MOVE 0 TO WS-TUTOR-LATE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-OVERDUE-LINE
               STRING "TUTOR " DELIMITED BY SIZE
                       WS-LAST-TUTOR DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-OVERDUE-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ROSTER STUDENT               SHEET  DUE DATE  "
                       DELIMITED BY SIZE
                       "STATUS                  DAYS LATE"
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-OVERDUE-LINE
           END-IF
           MOVE WS-OVD-ROSTER-ID(WS-OVERDUE-IDX) TO OVL-ROSTER-ID
           MOVE WS-OVD-NAME(WS-OVERDUE-IDX) TO OVL-NAME
           MOVE WS-OVD-WORKSHEET(WS-OVERDUE-IDX) TO OVL-WORKSHEET
           MOVE WS-OVD-DUE-DATE(WS-OVERDUE-IDX) TO OVL-DUE-DATE
           MOVE WS-OVD-DAYS-LATE(WS-OVERDUE-IDX) TO OVL-DAYS-LATE
           IF WS-OVD-OUTSTANDING(WS-OVERDUE-IDX)
               MOVE "OUTSTANDING" TO OVL-STATUS
               ADD 1 TO WS-TUTOR-OUTSTANDING
               ADD 1 TO WS-OUTSTANDING-TOTAL
           ELSE
               MOVE SPACES TO OVL-STATUS
               STRING "HANDED IN " DELIMITED BY SIZE
                       WS-OVD-HANDED-IN-DATE(WS-OVERDUE-IDX)
                       DELIMITED BY SIZE
                   INTO OVL-STATUS
               END-STRING
               ADD 1 TO WS-TUTOR-LATE
               ADD 1 TO WS-LATE-TOTAL
           END-IF
           MOVE WS-OVERDUE-LINE TO WS-REPORT-LINE
           PERFORM WRITE-OVERDUE-LINE.

       WRITE-TUTOR-TOTALS.
           MOVE WS-TUTOR-OUTSTANDING TO WS-COUNT-PRINT
           MOVE WS-TUTOR-LATE TO WS-LATE-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  OUTSTANDING: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   "  HANDED IN LATE: " DELIMITED BY SIZE
                   WS-LATE-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-OVERDUE-LINE.

       copy cfgget.

       copy procdate.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="TTAB_OVERDUE"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy spoolreg.

       copy bltnshow.

       copy entlchk.

       copy opsignon.

       end program Program7.
