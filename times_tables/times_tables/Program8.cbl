       program-id. Program8 as "times_tables.Program8".

      *termly progress letters - every active student on the roster
      *gets a letter merged from the letter template (TTABLTPL.DAT)
      *with the same placeholder resolution the using_move greeting
      *merge uses (&NAME, &DATE, &OPER, &REF), plus the progress
      *figures: &COUNT tables mastered, &MASTERED the tables
      *mastered, &NEEDS the tables of the twelve still needing
      *drill and &LATEST the latest score.  mastery is the same
      *clean-pass rule as the progress report and certificates,
      *multiplication only.  the letters go to TTABLET.DAT, topped
      *and tailed with a header and a letter count, each letter
      *opening with a FOR: line, and the file is registered on the
      *spool index at a page a letter.

       environment division.
       input-output section.
       file-control.
           select roster-file assign to "TTABROST.DAT"
               organization is line sequential
               file status is WS-ROSTER-STATUS.
           select score-file assign to "TTABSCOR.DAT"
               organization is line sequential
               file status is WS-SCORE-STATUS.
           select template-file assign to "TTABLTPL.DAT"
               organization is line sequential
               file status is WS-TEMPLATE-STATUS.
           select letter-file assign to "TTABLET.DAT"
               organization is line sequential
               file status is WS-LETTER-STATUS.
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
       fd  roster-file.
       01 roster-record pic x(34).

       fd  score-file.
       01 score-record pic x(54).

       fd  template-file.
       01 template-record pic x(70).

       fd  letter-file.
       01 letter-record pic x(70).

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

       01 WS-ROSTER-STATUS PIC XX VALUE SPACES.
       01 WS-SCORE-STATUS PIC XX VALUE SPACES.
       01 WS-TEMPLATE-STATUS PIC XX VALUE SPACES.
       01 WS-LETTER-STATUS PIC XX VALUE SPACES.
       01 WS-ROSTER-EOF PIC X VALUE "N".
         88 AT-ROSTER-EOF VALUE "Y".
       01 WS-SCORE-EOF PIC X VALUE "N".
         88 AT-SCORE-EOF VALUE "Y".
       01 WS-TEMPLATE-EOF PIC X VALUE "N".
         88 AT-TEMPLATE-EOF VALUE "Y".

       copy ttabrost.

       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY PIC X(34) OCCURS 200 TIMES.
       01 WS-ROSTER-COUNT PIC 9(3) VALUE 0.
       01 WS-ROSTER-IDX PIC 9(3) VALUE 0.

      *same layout the quiz writes to the score file
       01 WS-SCORE-REC.
           05 SCR-OPERATOR-ID PIC X(10).
           05 FILLER PIC X.
           05 SCR-TABLE-NUMBER PIC 99.
           05 FILLER PIC X.
           05 SCR-RIGHT-COUNT PIC 9(3).
           05 FILLER PIC X.
           05 SCR-ASKED-COUNT PIC 9(3).
           05 FILLER PIC X.
           05 SCR-PERCENTAGE PIC 9(3).
           05 FILLER PIC X.
           05 SCR-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SCR-TIME PIC 9(8).
           05 FILLER PIC X.
           05 SCR-ROSTER-ID PIC X(6).
           05 FILLER PIC X.
      * M multiplication, D division - spaces on a score written
      * before the division quiz existed, which was multiplication
           05 SCR-OPERATION PIC X.
             88 SCR-DIVISION VALUE "D".

      *the letter template, loaded once and merged per student
       01 WS-TEMPLATE-TABLE.
           05 WS-TEMPLATE-ENTRY PIC X(70) OCCURS 50 TIMES.
       01 WS-TEMPLATE-COUNT PIC 99 VALUE 0.
       01 WS-TEMPLATE-IDX PIC 99 VALUE 0.

      *the template line being resolved and the student's name, as
      *the shared placeholder resolution expects them
       01 THE-MESSAGE PIC X(70).
       01 THE-NAME PIC X(20).
       01 WS-MESSAGE-MAX-LEN PIC 99 VALUE 70.
       01 WS-COUNTER PIC 99 VALUE 70.

      *shared mail-merge placeholders
       copy mrgws.

      *per-table clean passes for the student being written to
       01 WS-PROGRESS-TABLE.
           05 WS-PROGRESS-SLOT OCCURS 100 TIMES.
               10 WS-PRG-CLEAN PIC 9(3).
       01 WS-PRG-IDX PIC 9(3) VALUE 0.
       01 WS-PRG-TABLE-NO PIC 99 VALUE 0.

      *clean passes needed before a table counts as mastered -
      *three unless the suite configuration says otherwise
       01 WS-MASTERY-PASSES PIC 9(3) VALUE 3.

      *the progress figures the letter placeholders resolve to
       01 WS-MASTERED-COUNT PIC 99 VALUE 0.
       01 WS-COUNT-TEXT PIC X(2) VALUE SPACES.
       01 WS-MASTERED-TEXT PIC X(40) VALUE SPACES.
       01 WS-MASTERED-PTR PIC 99 VALUE 1.
       01 WS-NEEDS-TEXT PIC X(40) VALUE SPACES.
       01 WS-NEEDS-PTR PIC 99 VALUE 1.
       01 WS-LATEST-TEXT PIC X(40) VALUE SPACES.
       01 WS-NUMBER-PRINT PIC Z9.
       01 WS-NUMBER-TEXT PIC X(2) VALUE SPACES.
       01 WS-PCT-PRINT PIC ZZ9.
       01 WS-PCT-TEXT PIC X(3) VALUE SPACES.
       01 WS-LEADING-SPACES PIC 9 VALUE 0.
       01 WS-LATEST-STAMP PIC 9(16) VALUE 0.
       01 WS-SCORE-STAMP PIC 9(16) VALUE 0.
       01 WS-LATEST-TABLE PIC 99 VALUE 0.
       01 WS-LATEST-PCT PIC 9(3) VALUE 0.
       01 WS-LATEST-DATE PIC 9(8) VALUE 0.

       01 WS-LETTER-COUNT PIC 9(5) VALUE 0.
       01 WS-LETTER-COUNT-PRINT PIC Z(4)9.
       01 WS-ERROR-COUNT-PRINT PIC ZZZ9.
       01 WS-LETTER-LINE PIC X(70) VALUE SPACES.

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
           MOVE "TTAB-MASTERY-PASSES" TO WS-CFG-WANTED-NAME.
           PERFORM GET-NUMERIC-PARAMETER.
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-MASTERY-PASSES
           END-IF.
           MOVE WS-PROCESS-DATE TO WS-DATE-TEXT.

           OPEN INPUT TEMPLATE-FILE.
           IF WS-TEMPLATE-STATUS = "35"
               PERFORM SEED-LETTER-TEMPLATE
               OPEN INPUT TEMPLATE-FILE
           END-IF.
           PERFORM LOAD-NEXT-TEMPLATE UNTIL AT-TEMPLATE-EOF.
           CLOSE TEMPLATE-FILE.
           PERFORM LOAD-ROSTER-TABLE.

           OPEN OUTPUT LETTER-FILE.
           PERFORM WRITE-LETTER-HEADER.
           PERFORM WRITE-ONE-LETTER
               VARYING WS-ROSTER-IDX FROM 1 BY 1
               UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT.
           PERFORM WRITE-LETTER-TRAILER.
           CLOSE LETTER-FILE.

           MOVE "TTABLET.DAT" TO SPL-NAME.
           IF WS-LETTER-COUNT > 0
               MOVE WS-LETTER-COUNT TO SPL-PAGES
           ELSE
               MOVE 1 TO SPL-PAGES
           END-IF.
           PERFORM REGISTER-SPOOL-REPORT.
           MOVE WS-LETTER-COUNT TO WS-LETTER-COUNT-PRINT.
           DISPLAY "PROGRESS LETTERS WRITTEN FOR "
               WS-LETTER-COUNT-PRINT " STUDENTS TO TTABLET.DAT".
           IF WS-ERROR-COUNT > 0
               MOVE WS-ERROR-COUNT TO WS-ERROR-COUNT-PRINT
               DISPLAY "UNRESOLVED PLACEHOLDERS FLAGGED ON "
                   "THE LETTERS: " WS-ERROR-COUNT-PRINT
           END-IF.
           MOVE "COMPLETED" TO WS-OUTCOME.
           PERFORM write-suite-audit.
           CLOSE AUDIT-LOG-FILE.
           goback.

       LOAD-NEXT-TEMPLATE.
           READ TEMPLATE-FILE
               AT END MOVE "Y" TO WS-TEMPLATE-EOF
           END-READ

           IF NOT AT-TEMPLATE-EOF AND WS-TEMPLATE-COUNT < 50
               ADD 1 TO WS-TEMPLATE-COUNT
               MOVE TEMPLATE-RECORD
                   TO WS-TEMPLATE-ENTRY(WS-TEMPLATE-COUNT)
           END-IF.

      *first run on a new machine has no letter template yet - seed
      *it with a plain progress letter the training officer can
      *reword
       SEED-LETTER-TEMPLATE.
           OPEN OUTPUT TEMPLATE-FILE
           MOVE "&DATE" TO TEMPLATE-RECORD
           WRITE TEMPLATE-RECORD
           MOVE SPACES TO TEMPLATE-RECORD
           WRITE TEMPLATE-RECORD
           MOVE "Dear &NAME," TO TEMPLATE-RECORD
           WRITE TEMPLATE-RECORD
           MOVE SPACES TO TEMPLATE-RECORD
           WRITE TEMPLATE-RECORD
           MOVE "So far you have mastered &COUNT times tables:"
               TO TEMPLATE-RECORD
           WRITE TEMPLATE-RECORD
           MOVE "&MASTERED." TO TEMPLATE-RECORD
           WRITE TEMPLATE-RECORD
           MOVE "Still to practise: &NEEDS." TO TEMPLATE-RECORD
           WRITE TEMPLATE-RECORD
           MOVE "Your latest score was &LATEST." TO TEMPLATE-RECORD
           WRITE TEMPLATE-RECORD
           MOVE SPACES TO TEMPLATE-RECORD
           WRITE TEMPLATE-RECORD
           MOVE "Keep up the good work." TO TEMPLATE-RECORD
           WRITE TEMPLATE-RECORD
           MOVE SPACES TO TEMPLATE-RECORD
           WRITE TEMPLATE-RECORD
           MOVE "&OPER" TO TEMPLATE-RECORD
           WRITE TEMPLATE-RECORD
           CLOSE TEMPLATE-FILE.

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

       WRITE-LETTER-HEADER.
           MOVE SPACES TO WS-LETTER-LINE
           STRING "H " DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   " PROGRESS LETTERS" DELIMITED BY SIZE
               INTO WS-LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD FROM WS-LETTER-LINE.

       WRITE-LETTER-TRAILER.
           MOVE WS-LETTER-COUNT TO WS-LETTER-COUNT-PRINT
           MOVE SPACES TO WS-LETTER-LINE
           STRING "T " DELIMITED BY SIZE
                   WS-LETTER-COUNT-PRINT DELIMITED BY SIZE
                   " LETTERS MERGED" DELIMITED BY SIZE
               INTO WS-LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD FROM WS-LETTER-LINE.

       WRITE-ONE-LETTER.
           MOVE WS-ROSTER-ENTRY(WS-ROSTER-IDX) TO WS-ROSTER-REC
           IF WROS-ACTIVE
               ADD 1 TO WS-LETTER-COUNT
               MOVE WROS-NAME TO THE-NAME
               MOVE WROS-ID TO WS-REFERENCE
               PERFORM GATHER-STUDENT-SCORES
               PERFORM BUILD-PROGRESS-FIGURES
               MOVE SPACES TO WS-LETTER-LINE
               STRING "FOR: " DELIMITED BY SIZE
                       WROS-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WROS-NAME DELIMITED BY SIZE
                   INTO WS-LETTER-LINE
               END-STRING
               WRITE LETTER-RECORD FROM WS-LETTER-LINE
               PERFORM MERGE-NEXT-TEMPLATE-LINE
                   VARYING WS-TEMPLATE-IDX FROM 1 BY 1
                   UNTIL WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
           END-IF.

       MERGE-NEXT-TEMPLATE-LINE.
           MOVE WS-TEMPLATE-ENTRY(WS-TEMPLATE-IDX) TO THE-MESSAGE
           PERFORM RESOLVE-TEMPLATE-LINE.

       WRITE-MERGED-LINE.
           WRITE LETTER-RECORD FROM WS-BUILD-LINE.

      *one pass over the score history per student, as the
      *progress report does it
       GATHER-STUDENT-SCORES.
           INITIALIZE WS-PROGRESS-TABLE
           MOVE 0 TO WS-LATEST-STAMP
           MOVE 0 TO WS-LATEST-TABLE
           MOVE 0 TO WS-LATEST-PCT
           MOVE 0 TO WS-LATEST-DATE
           MOVE "N" TO WS-SCORE-EOF
           OPEN INPUT SCORE-FILE
           IF WS-SCORE-STATUS = "00"
               PERFORM GATHER-NEXT-SCORE UNTIL AT-SCORE-EOF
               CLOSE SCORE-FILE
           END-IF.

       GATHER-NEXT-SCORE.
           READ SCORE-FILE
               AT END MOVE "Y" TO WS-SCORE-EOF
           END-READ

           IF NOT AT-SCORE-EOF
               MOVE SCORE-RECORD TO WS-SCORE-REC
               IF SCR-ROSTER-ID = WROS-ID
                       AND NOT SCR-DIVISION
                       AND SCR-TABLE-NUMBER IS NUMERIC
                       AND SCR-PERCENTAGE IS NUMERIC
                   IF SCR-PERCENTAGE = 100
                       COMPUTE WS-PRG-IDX = SCR-TABLE-NUMBER + 1
                       ADD 1 TO WS-PRG-CLEAN(WS-PRG-IDX)
                   END-IF
                   COMPUTE WS-SCORE-STAMP =
                       SCR-DATE * 100000000 + SCR-TIME
                   IF WS-SCORE-STAMP >= WS-LATEST-STAMP
                       MOVE WS-SCORE-STAMP TO WS-LATEST-STAMP
                       MOVE SCR-TABLE-NUMBER TO WS-LATEST-TABLE
                       MOVE SCR-PERCENTAGE TO WS-LATEST-PCT
                       MOVE SCR-DATE TO WS-LATEST-DATE
                   END-IF
               END-IF
           END-IF.

      *the values &COUNT, &MASTERED, &NEEDS and &LATEST resolve to
      *for the student being written to.  graded worksheets post
      *as table zero and are never a mastered table
       BUILD-PROGRESS-FIGURES.
           MOVE 0 TO WS-MASTERED-COUNT
           MOVE SPACES TO WS-MASTERED-TEXT
           MOVE 1 TO WS-MASTERED-PTR
           MOVE SPACES TO WS-NEEDS-TEXT
           MOVE 1 TO WS-NEEDS-PTR
           PERFORM CHECK-ONE-TABLE
               VARYING WS-PRG-IDX FROM 2 BY 1
               UNTIL WS-PRG-IDX > 100
           IF WS-MASTERED-COUNT = 0
               MOVE "NONE YET" TO WS-MASTERED-TEXT
           END-IF
           IF WS-NEEDS-PTR = 1
               MOVE "NONE - ALL TWELVE MASTERED" TO WS-NEEDS-TEXT
           END-IF
           MOVE WS-MASTERED-COUNT TO WS-NUMBER-PRINT
           PERFORM LEFT-JUSTIFY-NUMBER
           MOVE WS-NUMBER-TEXT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-LATEST-TEXT
           IF WS-LATEST-STAMP = 0
               MOVE "NOT YET RECORDED" TO WS-LATEST-TEXT
           ELSE
               MOVE WS-LATEST-PCT TO WS-PCT-PRINT
               MOVE 0 TO WS-LEADING-SPACES
               INSPECT WS-PCT-PRINT TALLYING WS-LEADING-SPACES
                   FOR LEADING SPACE
               MOVE WS-PCT-PRINT(WS-LEADING-SPACES + 1:)
                   TO WS-PCT-TEXT
               IF WS-LATEST-TABLE = 0
                   STRING WS-PCT-TEXT DELIMITED BY SPACE
                           "% ON A WORKSHEET, " DELIMITED BY SIZE
                           WS-LATEST-DATE DELIMITED BY SIZE
                       INTO WS-LATEST-TEXT
                   END-STRING
               ELSE
                   MOVE WS-LATEST-TABLE TO WS-NUMBER-PRINT
                   PERFORM LEFT-JUSTIFY-NUMBER
                   STRING WS-PCT-TEXT DELIMITED BY SPACE
                           "% ON THE " DELIMITED BY SIZE
                           WS-NUMBER-TEXT DELIMITED BY SPACE
                           " TIMES TABLE, " DELIMITED BY SIZE
                           WS-LATEST-DATE DELIMITED BY SIZE
                       INTO WS-LATEST-TEXT
                   END-STRING
               END-IF
           END-IF.

      *every mastered table goes on the mastered list; a table of
      *the twelve not yet mastered goes on the drill list
       CHECK-ONE-TABLE.
           COMPUTE WS-PRG-TABLE-NO = WS-PRG-IDX - 1
           MOVE WS-PRG-TABLE-NO TO WS-NUMBER-PRINT
           PERFORM LEFT-JUSTIFY-NUMBER
           IF WS-PRG-CLEAN(WS-PRG-IDX) >= WS-MASTERY-PASSES
               ADD 1 TO WS-MASTERED-COUNT
               IF WS-MASTERED-PTR > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO WS-MASTERED-TEXT
                       WITH POINTER WS-MASTERED-PTR
                   END-STRING
               END-IF
               STRING WS-NUMBER-TEXT DELIMITED BY SPACE
                   INTO WS-MASTERED-TEXT
                   WITH POINTER WS-MASTERED-PTR
               END-STRING
           ELSE
               IF WS-PRG-TABLE-NO <= 12
                   IF WS-NEEDS-PTR > 1
                       STRING ", " DELIMITED BY SIZE
                           INTO WS-NEEDS-TEXT
                           WITH POINTER WS-NEEDS-PTR
                       END-STRING
                   END-IF
                   STRING WS-NUMBER-TEXT DELIMITED BY SPACE
                       INTO WS-NEEDS-TEXT
                       WITH POINTER WS-NEEDS-PTR
                   END-STRING
               END-IF
           END-IF.

       LEFT-JUSTIFY-NUMBER.
           IF WS-NUMBER-PRINT(1:1) = SPACE
               MOVE WS-NUMBER-PRINT(2:1) TO WS-NUMBER-TEXT
           ELSE
               MOVE WS-NUMBER-PRINT TO WS-NUMBER-TEXT
           END-IF.

      *the progress placeholders only a progress letter carries
       RESOLVE-LOCAL-PLACEHOLDER.
           EVALUATE TRUE
               WHEN WS-TPL-POS + 8 <= WS-MESSAGE-MAX-LEN
                       AND THE-MESSAGE(WS-TPL-POS:9) = "&MASTERED"
                   MOVE WS-MASTERED-TEXT TO WS-VALUE-FIELD
                   PERFORM APPEND-VALUE
                   ADD 9 TO WS-TPL-POS
               WHEN WS-TPL-POS + 6 <= WS-MESSAGE-MAX-LEN
                       AND THE-MESSAGE(WS-TPL-POS:7) = "&LATEST"
                   MOVE WS-LATEST-TEXT TO WS-VALUE-FIELD
                   PERFORM APPEND-VALUE
                   ADD 7 TO WS-TPL-POS
               WHEN WS-TPL-POS + 5 <= WS-MESSAGE-MAX-LEN
                       AND THE-MESSAGE(WS-TPL-POS:6) = "&NEEDS"
                   MOVE WS-NEEDS-TEXT TO WS-VALUE-FIELD
                   PERFORM APPEND-VALUE
                   ADD 6 TO WS-TPL-POS
               WHEN WS-TPL-POS + 5 <= WS-MESSAGE-MAX-LEN
                       AND THE-MESSAGE(WS-TPL-POS:6) = "&COUNT"
                   MOVE WS-COUNT-TEXT TO WS-VALUE-FIELD
                   PERFORM APPEND-VALUE
                   ADD 6 TO WS-TPL-POS
               WHEN OTHER
                   MOVE "Y" TO WS-BAD-PLACEHOLDER
                   ADD 1 TO WS-TPL-POS
           END-EVALUATE.

       copy mrgres.

       copy cfgget.

       copy procdate.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="TTAB_LETTER"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy spoolreg.

       copy bltnshow.

       copy entlchk.

       copy opsignon.

       end program Program8.
