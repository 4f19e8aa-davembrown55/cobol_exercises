      *behind the quiz's roster IDs is maintained here (list, add,
      *deactivate), and the progress report reads the score history
      *per student to show which tables are mastered - three clean
      *passes, multiplication and division reported apart - and
      *which still need drilling, so the training officer's
      *parallel spreadsheet can be retired.  the classes
      *the students are taught in (TTABCLAS.DAT - code, tutor and
      *start date) are kept here too, and the class league table
      *ranks each class's students and compares the classes.  the
      *fluency report reads the timed answers (TTABTIME.DAT) for
      *each student's slowest facts and average time per table.

       environment division.
       input-output section.
           select progress-report-file assign to "TTABPRG.DAT"
               organization is line sequential
               file status is WS-PROGRESS-STATUS.
           select class-file assign to "TTABCLAS.DAT"
               organization is line sequential
               file status is WS-CLASS-STATUS.
           select league-report-file assign to "TTABLEA.DAT"
               organization is line sequential
               file status is WS-LEAGUE-STATUS.
           select timing-file assign to "TTABTIME.DAT"
               organization is line sequential
               file status is WS-TIMING-STATUS.
           select fluency-report-file assign to "TTABFLU.DAT"
               organization is line sequential
               file status is WS-FLUENCY-STATUS.
           copy cfgsel.
           copy spoolsl.
           select audit-log-file assign to "AUDITLOG.DAT"
       data division.
       file section.
       fd  roster-file.
       01 roster-record pic x(34).

       fd  score-file.
       01 score-record pic x(54).

       fd  progress-report-file.
       01 progress-report-record pic x(70).

       fd  class-file.
       01 class-record pic x(24).

       fd  league-report-file.
       01 league-report-record pic x(80).

       fd  timing-file.
       01 timing-record pic x(38).

       fd  fluency-report-file.
       01 fluency-report-record pic x(70).

       copy cfgfd.

       copy spoolfd.
       01 WS-ROSTER-STATUS PIC XX VALUE SPACES.
       01 WS-SCORE-STATUS PIC XX VALUE SPACES.
       01 WS-PROGRESS-STATUS PIC XX VALUE SPACES.
       01 WS-CLASS-STATUS PIC XX VALUE SPACES.
       01 WS-LEAGUE-STATUS PIC XX VALUE SPACES.
       01 WS-TIMING-STATUS PIC XX VALUE SPACES.
       01 WS-FLUENCY-STATUS PIC XX VALUE SPACES.
       01 WS-TIMING-EOF PIC X VALUE "N".
         88 AT-TIMING-EOF VALUE "Y".
       01 WS-ROSTER-EOF PIC X VALUE "N".
         88 AT-ROSTER-EOF VALUE "Y".
       01 WS-SCORE-EOF PIC X VALUE "N".
         88 AT-SCORE-EOF VALUE "Y".
       01 WS-CLASS-EOF PIC X VALUE "N".
         88 AT-CLASS-EOF VALUE "Y".

       copy ttabrost.

       copy ttabclas.

      *the classes are few enough to carry in memory and rewrite
      *in full after each change, like the roster
       01 WS-CLASS-TABLE.
           05 WS-CLASS-ENTRY PIC X(24) OCCURS 50 TIMES.
       01 WS-CLASS-COUNT PIC 99 VALUE 0.
       01 WS-CLASS-IDX PIC 99 VALUE 0.
       01 WS-CLASS-HIT PIC 99 VALUE 0.
       01 WS-PICK-CLASS PIC X(4) VALUE SPACES.
       01 WS-PICK-TUTOR PIC X(10) VALUE SPACES.
       01 WS-PICK-START-RAW PIC X(8) VALUE SPACES.
       01 WS-TUTOR-FOUND PIC X VALUE "N".
         88 TUTOR-FOUND VALUE "Y".

      *the whole roster is small enough to carry in memory and
      *rewrite in full after each change
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY PIC X(34) OCCURS 200 TIMES.
       01 WS-ROSTER-COUNT PIC 9(3) VALUE 0.
       01 WS-ROSTER-IDX PIC 9(3) VALUE 0.
       01 WS-ROSTER-HIT PIC 9(3) VALUE 0.
           05 SCR-TIME PIC 9(8).
           05 FILLER PIC X.
           05 SCR-ROSTER-ID PIC X(6).
           05 FILLER PIC X.
           05 SCR-OPERATION PIC X.
             88 SCR-DIVISION VALUE "D".

      *per-table progress for the student being reported - one
      *slot per table number 0-99, multiplication and division
      *mastered separately
       01 WS-PROGRESS-TABLE.
           05 WS-PROGRESS-SLOT OCCURS 100 TIMES.
               10 WS-PRG-ATTEMPTS PIC 9(3).
               10 WS-PRG-CLEAN PIC 9(3).
               10 WS-PRG-BEST PIC 9(3).
               10 WS-PRG-DIV-ATTEMPTS PIC 9(3).
               10 WS-PRG-DIV-CLEAN PIC 9(3).
               10 WS-PRG-DIV-BEST PIC 9(3).
       01 WS-PRG-IDX PIC 9(3) VALUE 0.
       01 WS-PRG-TABLE-NO PIC 99 VALUE 0.
      *every scored session the student has sat, quiz or graded
      *worksheet, and the sum of their percentages
       01 WS-STU-SESSIONS PIC 9(5) VALUE 0.
       01 WS-STU-PCT-TOTAL PIC 9(7) VALUE 0.

      *league table - the active members of the class being
      *reported, ranked on average score and then tables mastered
       01 WS-LEAGUE-TABLE.
           05 WS-LEAGUE-ENTRY OCCURS 200 TIMES.
               10 WS-LGE-ID PIC X(6).
               10 WS-LGE-NAME PIC X(20).
               10 WS-LGE-AVERAGE PIC 9(3)V9.
               10 WS-LGE-MASTERED PIC 9(3).
               10 WS-LGE-QUIZZES PIC 9(5).
       01 WS-LEAGUE-HOLD PIC X(38).
       01 WS-LEAGUE-COUNT PIC 9(3) VALUE 0.
       01 WS-LEAGUE-IDX PIC 9(3) VALUE 0.
       01 WS-LEAGUE-PASS PIC 9(3) VALUE 0.
       01 WS-LEAGUE-LIMIT PIC 9(3) VALUE 0.
       01 WS-LEAGUE-LINES PIC 9(5) VALUE 0.
       01 WS-UNPLACED-COUNT PIC 9(3) VALUE 0.

      *one summary per class for the closing comparison
       01 WS-CLASS-SUMMARY-TABLE.
           05 WS-CLASS-SUMMARY OCCURS 50 TIMES.
               10 WS-CSM-STUDENTS PIC 9(3).
               10 WS-CSM-AVERAGE PIC 9(3)V9.
               10 WS-CSM-MASTERED PIC 9(3)V9.
               10 WS-CSM-QUIZZES PIC 9(7).
       01 WS-CSM-AVERAGE-TOTAL PIC 9(7)V9 VALUE 0.
       01 WS-CSM-MASTERED-TOTAL PIC 9(7) VALUE 0.
       01 WS-OVERALL-AVERAGE PIC 9(3)V9 VALUE 0.
       01 WS-OVERALL-STUDENTS PIC 9(5) VALUE 0.
       01 WS-OVERALL-AVERAGE-TOTAL PIC 9(7)V9 VALUE 0.

      *same layout the quiz writes to the timing file
       01 WS-TIMING-REC.
           05 TIM-ROSTER-ID PIC X(6).
           05 FILLER PIC X.
           05 TIM-TABLE PIC 99.
           05 FILLER PIC X.
           05 TIM-MULTIPLIER PIC 99.
           05 FILLER PIC X.
           05 TIM-RESPONSE PIC 9(3)V99.
           05 FILLER PIC X.
           05 TIM-RESULT PIC X.
             88 TIM-FLUENT VALUE "F".
           05 FILLER PIC X.
           05 TIM-DATE PIC 9(8).
           05 FILLER PIC X.
           05 TIM-TIME PIC 9(8).

      *fluency for the student being reported - answers and time
      *per table, and per fact the average time and the verdict
      *of the latest timed answer; a fact is fluent only while its
      *latest answer was right and quick
       01 WS-FLUENCY-TABLE.
           05 WS-FLUENCY-SLOT OCCURS 100 TIMES.
               10 WS-FLU-ANSWERS PIC 9(5).
               10 WS-FLU-TOTAL-TIME PIC 9(7)V99.
               10 WS-FLU-SLOW PIC 9(5).
       01 WS-FACT-TABLE.
           05 WS-FACT-ENTRY OCCURS 500 TIMES.
               10 WS-FCT-TABLE PIC 99.
               10 WS-FCT-MULTIPLIER PIC 99.
               10 WS-FCT-ANSWERS PIC 9(5).
               10 WS-FCT-TOTAL-TIME PIC 9(7)V99.
               10 WS-FCT-AVERAGE PIC 9(3)V99.
               10 WS-FCT-LATEST PIC X.
       01 WS-FACT-HOLD PIC X(24).
       01 WS-FACT-COUNT PIC 9(3) VALUE 0.
       01 WS-FACT-IDX PIC 9(3) VALUE 0.
       01 WS-FACT-HIT PIC 9(3) VALUE 0.
       01 WS-FACT-PASS PIC 9(3) VALUE 0.
       01 WS-FACT-LIMIT PIC 9(3) VALUE 0.
      *how many of the slowest facts each student's section lists
       01 WS-SLOWEST-SHOWN PIC 99 VALUE 10.
       01 WS-FLUENCY-LINES PIC 9(5) VALUE 0.
       01 WS-FLUENCY-STUDENTS PIC 9(3) VALUE 0.

      *clean passes needed before a table counts as mastered -
      *three unless the suite configuration says otherwise
       01 WS-NEW-NAME PIC X(20) VALUE SPACES.

       01 WS-COUNT-PRINT PIC ZZ9.
       01 WS-AVERAGE-PRINT PIC ZZ9.9.
       01 WS-REPORT-LINE PIC X(70) VALUE SPACES.
       01 WS-PAGE-COUNT PIC 9(4) VALUE 1.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(8) VALUE "  TABLE ".
           05 PRG-TABLE PIC Z9.
           05 FILLER PIC X VALUE SPACE.
           05 PRG-OPERATION PIC X(4).
           05 FILLER PIC X(11) VALUE "  ATTEMPTS ".
           05 PRG-ATTEMPTS PIC ZZ9.
           05 FILLER PIC X(7) VALUE "  BEST ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRG-VERDICT PIC X(12).

       01 WS-LEAGUE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LGE-RANK PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LGE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LGE-NAME PIC X(20).
           05 FILLER PIC X(6) VALUE "  AVG ".
           05 LGE-AVERAGE PIC ZZ9.9.
           05 FILLER PIC X(11) VALUE "%  MASTERED".
           05 LGE-MASTERED PIC ZZ9.
           05 FILLER PIC X(10) VALUE "  QUIZZES ".
           05 LGE-QUIZZES PIC ZZZZ9.

       01 WS-FLU-TABLE-LINE.
           05 FILLER PIC X(8) VALUE "  TABLE ".
           05 FLT-TABLE PIC Z9.
           05 FILLER PIC X(10) VALUE "  ANSWERS ".
           05 FLT-ANSWERS PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE "  AVERAGE SECS ".
           05 FLT-AVERAGE PIC ZZ9.99.
           05 FILLER PIC X(7) VALUE "  SLOW ".
           05 FLT-SLOW PIC ZZZZ9.

       01 WS-FLU-FACT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FLF-MULTIPLIER PIC Z9.
           05 FILLER PIC X(3) VALUE " * ".
           05 FLF-TABLE PIC Z9.
           05 FILLER PIC X(10) VALUE "  ANSWERS ".
           05 FLF-ANSWERS PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE "  AVERAGE SECS ".
           05 FLF-AVERAGE PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLF-VERDICT PIC X(10).

       01 WS-COMPARE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CMP-CLASS PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CMP-TUTOR PIC X(10).
           05 FILLER PIC X(10) VALUE "  STUDENTS".
           05 CMP-STUDENTS PIC ZZ9.
           05 FILLER PIC X(6) VALUE "  AVG ".
           05 CMP-AVERAGE PIC ZZ9.9.
           05 FILLER PIC X(11) VALUE "%  MASTERED".
           05 CMP-MASTERED PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CMP-QUIZZES PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CMP-FLAG PIC X(6).

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
               MOVE WS-CFG-VALUE-NUM TO WS-MASTERY-PASSES
           END-IF.
           PERFORM LOAD-ROSTER-TABLE.
           PERFORM LOAD-CLASS-TABLE.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           DISPLAY "A ADD A STUDENT"
           DISPLAY "D DEACTIVATE A STUDENT"
           DISPLAY "P PROGRESS REPORT"
           DISPLAY "C LIST THE CLASSES"
           DISPLAY "N ADD OR CHANGE A CLASS"
           DISPLAY "S PLACE A STUDENT IN A CLASS"
           DISPLAY "T CLASS LEAGUE TABLE"
           DISPLAY "F FLUENCY REPORT"
           DISPLAY "X EXIT"
           ACCEPT WS-FUNCTION-PICK
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PICK)
                   PERFORM DEACTIVATE-STUDENT
               WHEN "P"
                   PERFORM WRITE-PROGRESS-REPORT
               WHEN "C"
                   PERFORM LIST-CLASSES
               WHEN "N"
                   PERFORM MAINTAIN-CLASS
               WHEN "S"
                   PERFORM PLACE-STUDENT
               WHEN "T"
                   PERFORM WRITE-LEAGUE-REPORT
               WHEN "F"
                   PERFORM WRITE-FLUENCY-REPORT
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER

       LIST-NEXT-STUDENT.
           MOVE WS-ROSTER-ENTRY(WS-ROSTER-IDX) TO WS-ROSTER-REC
           DISPLAY WROS-ID " " WROS-NAME " " WROS-STATUS " "
               WROS-CLASS.

       GET-STUDENT-ID.
           DISPLAY "ENTER THE ROSTER ID: "
                   MOVE WS-PICK-ID TO WROS-ID
                   MOVE WS-NEW-NAME TO WROS-NAME
                   MOVE "A" TO WROS-STATUS
                   PERFORM GET-PLACEMENT-CLASS
                   MOVE WS-PICK-CLASS TO WROS-CLASS
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE WS-ROSTER-REC
                       TO WS-ROSTER-ENTRY(WS-ROSTER-COUNT)
      *small enough that the simple scan beats carrying every
      *student's every table in one giant table
           INITIALIZE WS-PROGRESS-TABLE
           MOVE 0 TO WS-STU-SESSIONS
           MOVE 0 TO WS-STU-PCT-TOTAL
           MOVE "N" TO WS-SCORE-EOF
           OPEN INPUT SCORE-FILE
           IF WS-SCORE-STATUS = "00"
               IF SCR-ROSTER-ID = WROS-ID
                       AND SCR-TABLE-NUMBER IS NUMERIC
                   COMPUTE WS-PRG-IDX = SCR-TABLE-NUMBER + 1
                   IF SCR-PERCENTAGE IS NUMERIC
                       ADD 1 TO WS-STU-SESSIONS
                       ADD SCR-PERCENTAGE TO WS-STU-PCT-TOTAL
                   END-IF
                   IF SCR-DIVISION
                       PERFORM GATHER-DIVISION-SCORE
                   ELSE
                       PERFORM GATHER-MULTIPLY-SCORE
                   END-IF
               END-IF
           END-IF.

       GATHER-MULTIPLY-SCORE.
           ADD 1 TO WS-PRG-ATTEMPTS(WS-PRG-IDX)
           IF SCR-PERCENTAGE IS NUMERIC
               IF SCR-PERCENTAGE = 100
                   ADD 1 TO WS-PRG-CLEAN(WS-PRG-IDX)
               END-IF
               IF SCR-PERCENTAGE > WS-PRG-BEST(WS-PRG-IDX)
                   MOVE SCR-PERCENTAGE TO WS-PRG-BEST(WS-PRG-IDX)
               END-IF
           END-IF.

       GATHER-DIVISION-SCORE.
           ADD 1 TO WS-PRG-DIV-ATTEMPTS(WS-PRG-IDX)
           IF SCR-PERCENTAGE IS NUMERIC
               IF SCR-PERCENTAGE = 100
                   ADD 1 TO WS-PRG-DIV-CLEAN(WS-PRG-IDX)
               END-IF
               IF SCR-PERCENTAGE > WS-PRG-DIV-BEST(WS-PRG-IDX)
                   MOVE SCR-PERCENTAGE TO WS-PRG-DIV-BEST(WS-PRG-IDX)
               END-IF
           END-IF.

       WRITE-TABLE-PROGRESS.
           IF WS-PRG-ATTEMPTS(WS-PRG-IDX) > 0
               COMPUTE WS-PRG-TABLE-NO = WS-PRG-IDX - 1
               MOVE WS-PRG-TABLE-NO TO PRG-TABLE
               MOVE "MULT" TO PRG-OPERATION
               MOVE WS-PRG-ATTEMPTS(WS-PRG-IDX) TO PRG-ATTEMPTS
               MOVE WS-PRG-BEST(WS-PRG-IDX) TO PRG-BEST
               MOVE WS-PRG-CLEAN(WS-PRG-IDX) TO PRG-CLEAN
                   MOVE "NEEDS DRILL" TO PRG-VERDICT
               END-IF
               WRITE PROGRESS-REPORT-RECORD FROM WS-DETAIL-LINE
           END-IF
           IF WS-PRG-DIV-ATTEMPTS(WS-PRG-IDX) > 0
               COMPUTE WS-PRG-TABLE-NO = WS-PRG-IDX - 1
               MOVE WS-PRG-TABLE-NO TO PRG-TABLE
               MOVE "DIV" TO PRG-OPERATION
               MOVE WS-PRG-DIV-ATTEMPTS(WS-PRG-IDX) TO PRG-ATTEMPTS
               MOVE WS-PRG-DIV-BEST(WS-PRG-IDX) TO PRG-BEST
               MOVE WS-PRG-DIV-CLEAN(WS-PRG-IDX) TO PRG-CLEAN
               IF WS-PRG-DIV-CLEAN(WS-PRG-IDX) >= WS-MASTERY-PASSES
                   MOVE "MASTERED" TO PRG-VERDICT
               ELSE
                   MOVE "NEEDS DRILL" TO PRG-VERDICT
               END-IF
               WRITE PROGRESS-REPORT-RECORD FROM WS-DETAIL-LINE
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

       SAVE-CLASS-TABLE.
           OPEN OUTPUT CLASS-FILE
           PERFORM SAVE-NEXT-CLASS
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
           CLOSE CLASS-FILE.

       SAVE-NEXT-CLASS.
           WRITE CLASS-RECORD
               FROM WS-CLASS-ENTRY(WS-CLASS-IDX).

       LIST-CLASSES.
           IF WS-CLASS-COUNT = 0
               DISPLAY "NO CLASSES ON FILE."
           END-IF
           PERFORM LIST-NEXT-CLASS
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > WS-CLASS-COUNT.

       LIST-NEXT-CLASS.
           MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO WS-CLASS-REC
           DISPLAY WCLS-CODE " TUTOR " WCLS-TUTOR " STARTED "
               WCLS-START-DATE.

       FIND-CLASS.
           MOVE 0 TO WS-CLASS-HIT
           PERFORM MATCH-NEXT-CLASS
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > WS-CLASS-COUNT.

       MATCH-NEXT-CLASS.
           MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO WS-CLASS-REC
           IF WCLS-CODE = WS-PICK-CLASS
               MOVE WS-CLASS-IDX TO WS-CLASS-HIT
           END-IF.

      *a class code already on file has its tutor and start date
      *replaced - a class changing hands keeps its students
       MAINTAIN-CLASS.
           DISPLAY "ENTER THE CLASS CODE: "
           ACCEPT WS-PICK-CLASS
           MOVE FUNCTION UPPER-CASE(WS-PICK-CLASS) TO WS-PICK-CLASS
           IF WS-PICK-CLASS = SPACES
               DISPLAY ERRMSG-NOTHING-ENTERED
               MOVE "E003" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
           ELSE
               PERFORM FIND-CLASS
               IF WS-CLASS-HIT = 0 AND WS-CLASS-COUNT >= 50
                   DISPLAY "ERROR! THE CLASS FILE IS FULL."
               ELSE
                   PERFORM GET-CLASS-TUTOR
                   PERFORM GET-CLASS-START-DATE
                   MOVE WS-PICK-CLASS TO WCLS-CODE
                   MOVE WS-PICK-TUTOR TO WCLS-TUTOR
                   MOVE WS-PICK-START-RAW TO WCLS-START-DATE
                   IF WS-CLASS-HIT = 0
                       ADD 1 TO WS-CLASS-COUNT
                       MOVE WS-CLASS-REC
                           TO WS-CLASS-ENTRY(WS-CLASS-COUNT)
                       MOVE "* ADDED CLASS" TO WS-OUTCOME
                   ELSE
                       MOVE WS-CLASS-REC
                           TO WS-CLASS-ENTRY(WS-CLASS-HIT)
                       MOVE "* CHANGED CLASS" TO WS-OUTCOME
                   END-IF
                   PERFORM SAVE-CLASS-TABLE
                   DISPLAY "CLASS SAVED."
                   PERFORM write-suite-audit
               END-IF
           END-IF.

      *the tutor must be an operator on the operator master
       GET-CLASS-TUTOR.
           DISPLAY "ENTER THE TUTOR'S OPERATOR ID: "
           ACCEPT WS-PICK-TUTOR
           MOVE FUNCTION UPPER-CASE(WS-PICK-TUTOR) TO WS-PICK-TUTOR
           MOVE "N" TO WS-TUTOR-FOUND
           IF WS-PICK-TUTOR NOT = SPACES
               OPEN INPUT OPERATOR-FILE
               IF WS-OPERATOR-STATUS = "00"
                   MOVE WS-PICK-TUTOR TO OPERATOR-KEY-ID
                   READ OPERATOR-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "Y" TO WS-TUTOR-FOUND
                   END-READ
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF
           IF NOT TUTOR-FOUND
               DISPLAY "ERROR! THE TUTOR MUST BE A KNOWN OPERATOR "
                   "ID."
               PERFORM GET-CLASS-TUTOR
           END-IF.

      *a blank start date takes today's date
       GET-CLASS-START-DATE.
           DISPLAY "ENTER THE CLASS START DATE (YYYYMMDD, BLANK FOR "
               "TODAY): "
           ACCEPT WS-PICK-START-RAW
           IF WS-PICK-START-RAW = SPACES
               ACCEPT WS-PICK-START-RAW FROM DATE YYYYMMDD
           END-IF
           IF WS-PICK-START-RAW IS NOT NUMERIC
               DISPLAY "ERROR! MUST BE A DATE YYYYMMDD."
               PERFORM GET-CLASS-START-DATE
           END-IF.

      *the class a student is placed in must be on the class
      *file; blank leaves the student unplaced
       GET-PLACEMENT-CLASS.
           DISPLAY "ENTER THE CLASS CODE (BLANK FOR NONE): "
           ACCEPT WS-PICK-CLASS
           MOVE FUNCTION UPPER-CASE(WS-PICK-CLASS) TO WS-PICK-CLASS
           IF WS-PICK-CLASS NOT = SPACES
               PERFORM FIND-CLASS
               IF WS-CLASS-HIT = 0
                   DISPLAY "ERROR! NO CLASS WITH THAT CODE."
                   PERFORM GET-PLACEMENT-CLASS
               END-IF
           END-IF.

       PLACE-STUDENT.
           PERFORM GET-STUDENT-ID
           IF WS-ROSTER-HIT = 0
               DISPLAY "ERROR! NO STUDENT WITH THAT ID."
           ELSE
               PERFORM GET-PLACEMENT-CLASS
               MOVE WS-ROSTER-ENTRY(WS-ROSTER-HIT)
                   TO WS-ROSTER-REC
               MOVE WS-PICK-CLASS TO WROS-CLASS
               MOVE WS-ROSTER-REC
                   TO WS-ROSTER-ENTRY(WS-ROSTER-HIT)
               PERFORM SAVE-ROSTER-TABLE
               DISPLAY "STUDENT PLACED."
               MOVE "* PLACED STUDENT" TO WS-OUTCOME
               PERFORM write-suite-audit
           END-IF.

       WRITE-LEAGUE-REPORT.
           MOVE 0 TO WS-LEAGUE-LINES
           MOVE 0 TO WS-OVERALL-STUDENTS
           MOVE 0 TO WS-OVERALL-AVERAGE-TOTAL
           OPEN OUTPUT LEAGUE-REPORT-FILE
           MOVE "CLASS LEAGUE TABLES" TO WS-REPORT-LINE
           PERFORM WRITE-LEAGUE-LINE
           PERFORM REPORT-ONE-CLASS
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
           PERFORM WRITE-CLASS-COMPARISON
           CLOSE LEAGUE-REPORT-FILE
           MOVE "TTABLEA.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = WS-LEAGUE-LINES / 60 + 1
           PERFORM REGISTER-SPOOL-REPORT
           DISPLAY "LEAGUE TABLES WRITTEN TO TTABLEA.DAT".

       WRITE-LEAGUE-LINE.
           WRITE LEAGUE-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-LEAGUE-LINES.

       REPORT-ONE-CLASS.
           MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO WS-CLASS-REC
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-LEAGUE-LINE
           STRING "CLASS " DELIMITED BY SIZE
                   WCLS-CODE DELIMITED BY SIZE
                   "  TUTOR " DELIMITED BY SIZE
                   WCLS-TUTOR DELIMITED BY SIZE
                   "  STARTED " DELIMITED BY SIZE
                   WCLS-START-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-LEAGUE-LINE
           MOVE 0 TO WS-LEAGUE-COUNT
           PERFORM GATHER-CLASS-MEMBER
               VARYING WS-ROSTER-IDX FROM 1 BY 1
               UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
      *a plain bubble sort, the same as the word ranking's mover
      *list - a class is short enough
           IF WS-LEAGUE-COUNT > 1
               SUBTRACT 1 FROM WS-LEAGUE-COUNT GIVING WS-LEAGUE-LIMIT
               PERFORM SORT-LEAGUE-PASS
                   VARYING WS-LEAGUE-PASS FROM 1 BY 1
                   UNTIL WS-LEAGUE-PASS > WS-LEAGUE-LIMIT
           END-IF
           IF WS-LEAGUE-COUNT = 0
               MOVE "  NO ACTIVE STUDENTS IN THIS CLASS"
                   TO WS-REPORT-LINE
               PERFORM WRITE-LEAGUE-LINE
           END-IF
           INITIALIZE WS-CLASS-SUMMARY(WS-CLASS-IDX)
           MOVE 0 TO WS-CSM-AVERAGE-TOTAL
           MOVE 0 TO WS-CSM-MASTERED-TOTAL
           PERFORM WRITE-NEXT-LEAGUE-ENTRY
               VARYING WS-LEAGUE-IDX FROM 1 BY 1
               UNTIL WS-LEAGUE-IDX > WS-LEAGUE-COUNT
           MOVE WS-LEAGUE-COUNT TO WS-CSM-STUDENTS(WS-CLASS-IDX)
           IF WS-LEAGUE-COUNT > 0
               COMPUTE WS-CSM-AVERAGE(WS-CLASS-IDX) ROUNDED =
                   WS-CSM-AVERAGE-TOTAL / WS-LEAGUE-COUNT
               COMPUTE WS-CSM-MASTERED(WS-CLASS-IDX) ROUNDED =
                   WS-CSM-MASTERED-TOTAL / WS-LEAGUE-COUNT
           END-IF.

      *active students placed in the class being reported, each
      *with the same score gathering the progress report uses
       GATHER-CLASS-MEMBER.
           MOVE WS-ROSTER-ENTRY(WS-ROSTER-IDX) TO WS-ROSTER-REC
           IF WROS-ACTIVE AND WROS-CLASS = WCLS-CODE
                   AND WS-LEAGUE-COUNT < 200
               PERFORM GATHER-STUDENT-SCORES
               ADD 1 TO WS-LEAGUE-COUNT
               MOVE WROS-ID TO WS-LGE-ID(WS-LEAGUE-COUNT)
               MOVE WROS-NAME TO WS-LGE-NAME(WS-LEAGUE-COUNT)
               MOVE WS-STU-SESSIONS
                   TO WS-LGE-QUIZZES(WS-LEAGUE-COUNT)
               MOVE 0 TO WS-LGE-AVERAGE(WS-LEAGUE-COUNT)
               IF WS-STU-SESSIONS > 0
                   COMPUTE WS-LGE-AVERAGE(WS-LEAGUE-COUNT) ROUNDED =
                       WS-STU-PCT-TOTAL / WS-STU-SESSIONS
               END-IF
               MOVE 0 TO WS-LGE-MASTERED(WS-LEAGUE-COUNT)
      *table zero is the graded-worksheet posting, not a table;
      *the league counts the multiplication tables mastered
               PERFORM COUNT-MASTERED-TABLE
                   VARYING WS-PRG-IDX FROM 2 BY 1
                   UNTIL WS-PRG-IDX > 100
           END-IF.

       COUNT-MASTERED-TABLE.
           IF WS-PRG-CLEAN(WS-PRG-IDX) >= WS-MASTERY-PASSES
               ADD 1 TO WS-LGE-MASTERED(WS-LEAGUE-COUNT)
           END-IF.

       SORT-LEAGUE-PASS.
           SUBTRACT WS-LEAGUE-PASS FROM WS-LEAGUE-COUNT
               GIVING WS-LEAGUE-LIMIT
           PERFORM SORT-LEAGUE-SWAP
               VARYING WS-LEAGUE-IDX FROM 1 BY 1
               UNTIL WS-LEAGUE-IDX > WS-LEAGUE-LIMIT.

      *higher average ranks first; a tie goes to more tables
      *mastered
       SORT-LEAGUE-SWAP.
           IF WS-LGE-AVERAGE(WS-LEAGUE-IDX)
                   < WS-LGE-AVERAGE(WS-LEAGUE-IDX + 1)
               OR (WS-LGE-AVERAGE(WS-LEAGUE-IDX)
                   = WS-LGE-AVERAGE(WS-LEAGUE-IDX + 1)
               AND WS-LGE-MASTERED(WS-LEAGUE-IDX)
                   < WS-LGE-MASTERED(WS-LEAGUE-IDX + 1))
               MOVE WS-LEAGUE-ENTRY(WS-LEAGUE-IDX) TO WS-LEAGUE-HOLD
               MOVE WS-LEAGUE-ENTRY(WS-LEAGUE-IDX + 1)
                   TO WS-LEAGUE-ENTRY(WS-LEAGUE-IDX)
               MOVE WS-LEAGUE-HOLD
                   TO WS-LEAGUE-ENTRY(WS-LEAGUE-IDX + 1)
           END-IF.

       WRITE-NEXT-LEAGUE-ENTRY.
           MOVE WS-LEAGUE-IDX TO LGE-RANK
           MOVE WS-LGE-ID(WS-LEAGUE-IDX) TO LGE-ID
           MOVE WS-LGE-NAME(WS-LEAGUE-IDX) TO LGE-NAME
           MOVE WS-LGE-AVERAGE(WS-LEAGUE-IDX) TO LGE-AVERAGE
           MOVE WS-LGE-MASTERED(WS-LEAGUE-IDX) TO LGE-MASTERED
           MOVE WS-LGE-QUIZZES(WS-LEAGUE-IDX) TO LGE-QUIZZES
           WRITE LEAGUE-REPORT-RECORD FROM WS-LEAGUE-LINE
           ADD 1 TO WS-LEAGUE-LINES
           ADD WS-LGE-AVERAGE(WS-LEAGUE-IDX) TO WS-CSM-AVERAGE-TOTAL
           ADD WS-LGE-MASTERED(WS-LEAGUE-IDX)
               TO WS-CSM-MASTERED-TOTAL
           ADD WS-LGE-QUIZZES(WS-LEAGUE-IDX)
               TO WS-CSM-QUIZZES(WS-CLASS-IDX)
           ADD 1 TO WS-OVERALL-STUDENTS
           ADD WS-LGE-AVERAGE(WS-LEAGUE-IDX)
               TO WS-OVERALL-AVERAGE-TOTAL.

      *class against class - a class averaging below the students
      *of every class taken together is flagged BEHIND
       WRITE-CLASS-COMPARISON.
           MOVE 0 TO WS-OVERALL-AVERAGE
           IF WS-OVERALL-STUDENTS > 0
               COMPUTE WS-OVERALL-AVERAGE ROUNDED =
                   WS-OVERALL-AVERAGE-TOTAL / WS-OVERALL-STUDENTS
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-LEAGUE-LINE
           MOVE "CLASS COMPARISON" TO WS-REPORT-LINE
           PERFORM WRITE-LEAGUE-LINE
           PERFORM WRITE-NEXT-COMPARISON
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
           MOVE WS-OVERALL-AVERAGE TO WS-AVERAGE-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ALL CLASSES AVERAGE SCORE: " DELIMITED BY SIZE
                   WS-AVERAGE-PRINT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-LEAGUE-LINE
           MOVE 0 TO WS-UNPLACED-COUNT
           PERFORM COUNT-UNPLACED-STUDENT
               VARYING WS-ROSTER-IDX FROM 1 BY 1
               UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
           MOVE WS-UNPLACED-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACTIVE STUDENTS NOT IN A CLASS: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-LEAGUE-LINE.

       WRITE-NEXT-COMPARISON.
           MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO WS-CLASS-REC
           MOVE WCLS-CODE TO CMP-CLASS
           MOVE WCLS-TUTOR TO CMP-TUTOR
           MOVE WS-CSM-STUDENTS(WS-CLASS-IDX) TO CMP-STUDENTS
           MOVE WS-CSM-AVERAGE(WS-CLASS-IDX) TO CMP-AVERAGE
           MOVE WS-CSM-MASTERED(WS-CLASS-IDX) TO CMP-MASTERED
           MOVE WS-CSM-QUIZZES(WS-CLASS-IDX) TO CMP-QUIZZES
           MOVE SPACES TO CMP-FLAG
           IF WS-CSM-STUDENTS(WS-CLASS-IDX) > 0
                   AND WS-CSM-AVERAGE(WS-CLASS-IDX)
                       < WS-OVERALL-AVERAGE
               MOVE "BEHIND" TO CMP-FLAG
           END-IF
           WRITE LEAGUE-REPORT-RECORD FROM WS-COMPARE-LINE
           ADD 1 TO WS-LEAGUE-LINES.

      *a class code no longer on the class file counts as unplaced
       COUNT-UNPLACED-STUDENT.
           MOVE WS-ROSTER-ENTRY(WS-ROSTER-IDX) TO WS-ROSTER-REC
           IF WROS-ACTIVE
               MOVE WROS-CLASS TO WS-PICK-CLASS
               MOVE 0 TO WS-CLASS-HIT
               IF WS-PICK-CLASS NOT = SPACES
                   PERFORM FIND-CLASS
               END-IF
               IF WS-CLASS-HIT = 0
                   ADD 1 TO WS-UNPLACED-COUNT
               END-IF
           END-IF.

       WRITE-FLUENCY-REPORT.
           MOVE 0 TO WS-FLUENCY-LINES
           MOVE 0 TO WS-FLUENCY-STUDENTS
           OPEN OUTPUT FLUENCY-REPORT-FILE
           MOVE "STUDENT FLUENCY - TIMED ANSWERS" TO WS-REPORT-LINE
           PERFORM WRITE-FLUENCY-LINE
           PERFORM FLUENCY-ONE-STUDENT
               VARYING WS-ROSTER-IDX FROM 1 BY 1
               UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
           IF WS-FLUENCY-STUDENTS = 0
               MOVE "NO TIMED ANSWERS ON FILE" TO WS-REPORT-LINE
               PERFORM WRITE-FLUENCY-LINE
           END-IF
           CLOSE FLUENCY-REPORT-FILE
           MOVE "TTABFLU.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = WS-FLUENCY-LINES / 60 + 1
           PERFORM REGISTER-SPOOL-REPORT
           DISPLAY "FLUENCY REPORT WRITTEN TO TTABFLU.DAT".

       WRITE-FLUENCY-LINE.
           WRITE FLUENCY-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-FLUENCY-LINES.

      *a student who has never taken a timed quiz or drill is left
      *off the report
       FLUENCY-ONE-STUDENT.
           MOVE WS-ROSTER-ENTRY(WS-ROSTER-IDX) TO WS-ROSTER-REC
           IF WROS-ACTIVE
               PERFORM GATHER-STUDENT-TIMINGS
               IF WS-FACT-COUNT > 0
                   ADD 1 TO WS-FLUENCY-STUDENTS
                   PERFORM WRITE-STUDENT-FLUENCY
               END-IF
           END-IF.

       GATHER-STUDENT-TIMINGS.
           INITIALIZE WS-FLUENCY-TABLE
           MOVE 0 TO WS-FACT-COUNT
           MOVE "N" TO WS-TIMING-EOF
           OPEN INPUT TIMING-FILE
           IF WS-TIMING-STATUS = "00"
               PERFORM GATHER-NEXT-TIMING UNTIL AT-TIMING-EOF
               CLOSE TIMING-FILE
           END-IF.

       GATHER-NEXT-TIMING.
           READ TIMING-FILE
               AT END MOVE "Y" TO WS-TIMING-EOF
           END-READ

           IF NOT AT-TIMING-EOF
               MOVE TIMING-RECORD TO WS-TIMING-REC
               IF TIM-ROSTER-ID = WROS-ID
                       AND TIM-TABLE IS NUMERIC
                       AND TIM-MULTIPLIER IS NUMERIC
                       AND TIM-RESPONSE IS NUMERIC
                   COMPUTE WS-PRG-IDX = TIM-TABLE + 1
                   ADD 1 TO WS-FLU-ANSWERS(WS-PRG-IDX)
                   ADD TIM-RESPONSE TO WS-FLU-TOTAL-TIME(WS-PRG-IDX)
                   IF NOT TIM-FLUENT
                       ADD 1 TO WS-FLU-SLOW(WS-PRG-IDX)
                   END-IF
                   PERFORM POST-FACT-TIMING
               END-IF
           END-IF.

      *the timing file is written in time order, so the verdict
      *left on the fact at the end is its latest
       POST-FACT-TIMING.
           MOVE 0 TO WS-FACT-HIT
           PERFORM MATCH-NEXT-FACT
               VARYING WS-FACT-IDX FROM 1 BY 1
               UNTIL WS-FACT-IDX > WS-FACT-COUNT
                   OR WS-FACT-HIT > 0
           IF WS-FACT-HIT = 0 AND WS-FACT-COUNT < 500
               ADD 1 TO WS-FACT-COUNT
               MOVE WS-FACT-COUNT TO WS-FACT-HIT
               MOVE TIM-TABLE TO WS-FCT-TABLE(WS-FACT-HIT)
               MOVE TIM-MULTIPLIER TO WS-FCT-MULTIPLIER(WS-FACT-HIT)
               MOVE 0 TO WS-FCT-ANSWERS(WS-FACT-HIT)
               MOVE 0 TO WS-FCT-TOTAL-TIME(WS-FACT-HIT)
           END-IF
           IF WS-FACT-HIT > 0
               ADD 1 TO WS-FCT-ANSWERS(WS-FACT-HIT)
               ADD TIM-RESPONSE TO WS-FCT-TOTAL-TIME(WS-FACT-HIT)
               MOVE TIM-RESULT TO WS-FCT-LATEST(WS-FACT-HIT)
           END-IF.

       MATCH-NEXT-FACT.
           IF WS-FCT-TABLE(WS-FACT-IDX) = TIM-TABLE
                   AND WS-FCT-MULTIPLIER(WS-FACT-IDX)
                       = TIM-MULTIPLIER
               MOVE WS-FACT-IDX TO WS-FACT-HIT
           END-IF.

       WRITE-STUDENT-FLUENCY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-FLUENCY-LINE
           STRING "STUDENT " DELIMITED BY SIZE
                   WROS-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WROS-NAME DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-FLUENCY-LINE
           PERFORM WRITE-TABLE-FLUENCY
               VARYING WS-PRG-IDX FROM 1 BY 1
               UNTIL WS-PRG-IDX > 100
           PERFORM AVERAGE-ONE-FACT
               VARYING WS-FACT-IDX FROM 1 BY 1
               UNTIL WS-FACT-IDX > WS-FACT-COUNT
      *slowest first - the same plain bubble sort as the league
           IF WS-FACT-COUNT > 1
               SUBTRACT 1 FROM WS-FACT-COUNT GIVING WS-FACT-LIMIT
               PERFORM SORT-FACT-PASS
                   VARYING WS-FACT-PASS FROM 1 BY 1
                   UNTIL WS-FACT-PASS > WS-FACT-LIMIT
           END-IF
           MOVE "  SLOWEST FACTS" TO WS-REPORT-LINE
           PERFORM WRITE-FLUENCY-LINE
           IF WS-FACT-COUNT < WS-SLOWEST-SHOWN
               MOVE WS-FACT-COUNT TO WS-FACT-LIMIT
           ELSE
               MOVE WS-SLOWEST-SHOWN TO WS-FACT-LIMIT
           END-IF
           PERFORM WRITE-NEXT-SLOW-FACT
               VARYING WS-FACT-IDX FROM 1 BY 1
               UNTIL WS-FACT-IDX > WS-FACT-LIMIT.

       WRITE-TABLE-FLUENCY.
           IF WS-FLU-ANSWERS(WS-PRG-IDX) > 0
               COMPUTE WS-PRG-TABLE-NO = WS-PRG-IDX - 1
               MOVE WS-PRG-TABLE-NO TO FLT-TABLE
               MOVE WS-FLU-ANSWERS(WS-PRG-IDX) TO FLT-ANSWERS
               COMPUTE FLT-AVERAGE ROUNDED =
                   WS-FLU-TOTAL-TIME(WS-PRG-IDX)
                   / WS-FLU-ANSWERS(WS-PRG-IDX)
               MOVE WS-FLU-SLOW(WS-PRG-IDX) TO FLT-SLOW
               WRITE FLUENCY-REPORT-RECORD FROM WS-FLU-TABLE-LINE
               ADD 1 TO WS-FLUENCY-LINES
           END-IF.

       AVERAGE-ONE-FACT.
           COMPUTE WS-FCT-AVERAGE(WS-FACT-IDX) ROUNDED =
               WS-FCT-TOTAL-TIME(WS-FACT-IDX)
               / WS-FCT-ANSWERS(WS-FACT-IDX).

       SORT-FACT-PASS.
           SUBTRACT WS-FACT-PASS FROM WS-FACT-COUNT
               GIVING WS-FACT-LIMIT
           PERFORM SORT-FACT-SWAP
               VARYING WS-FACT-IDX FROM 1 BY 1
               UNTIL WS-FACT-IDX > WS-FACT-LIMIT.

       SORT-FACT-SWAP.
           IF WS-FCT-AVERAGE(WS-FACT-IDX)
                   < WS-FCT-AVERAGE(WS-FACT-IDX + 1)
               MOVE WS-FACT-ENTRY(WS-FACT-IDX) TO WS-FACT-HOLD
               MOVE WS-FACT-ENTRY(WS-FACT-IDX + 1)
                   TO WS-FACT-ENTRY(WS-FACT-IDX)
               MOVE WS-FACT-HOLD TO WS-FACT-ENTRY(WS-FACT-IDX + 1)
           END-IF.

       WRITE-NEXT-SLOW-FACT.
           MOVE WS-FCT-MULTIPLIER(WS-FACT-IDX) TO FLF-MULTIPLIER
           MOVE WS-FCT-TABLE(WS-FACT-IDX) TO FLF-TABLE
           MOVE WS-FCT-ANSWERS(WS-FACT-IDX) TO FLF-ANSWERS
           MOVE WS-FCT-AVERAGE(WS-FACT-IDX) TO FLF-AVERAGE
           IF WS-FCT-LATEST(WS-FACT-IDX) = "F"
               MOVE "FLUENT" TO FLF-VERDICT
           ELSE
               MOVE "NOT FLUENT" TO FLF-VERDICT
           END-IF
           WRITE FLUENCY-REPORT-RECORD FROM WS-FLU-FACT-LINE
           ADD 1 TO WS-FLUENCY-LINES.

       copy errlog replacing ==:PROGRAM-NAME:== by =="TTAB_ROSTER"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.
