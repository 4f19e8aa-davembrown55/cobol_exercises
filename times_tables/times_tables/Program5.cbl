       program-id. Program5 as "times_tables.Program5".

      *achievement certificate run - every active student on the
      *roster is checked against the score history for tables
      *mastered (the same clean-pass rule as the progress report),
      *and for the award of all twelve tables.  each award not yet
      *on the certificate register (TTABCREG.DAT) gets a printable
      *certificate page in TTABCRT.DAT and a register entry, so the
      *training officer stops hand-writing certificates and nobody
      *is certified twice for the same table.  graded worksheets
      *post to the score history as table zero and never earn a
      *certificate; the certificates are for the multiplication
      *tables, so division scores are passed over.

       environment division.
       input-output section.
       file-control.
           select roster-file assign to "TTABROST.DAT"
               organization is line sequential
               file status is WS-ROSTER-STATUS.
           select score-file assign to "TTABSCOR.DAT"
               organization is line sequential
               file status is WS-SCORE-STATUS.
           select register-file assign to "TTABCREG.DAT"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           select certificate-file assign to "TTABCRT.DAT"
               organization is line sequential
               file status is WS-CERT-STATUS.
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

       fd  register-file.
       01 register-record pic x(36).

       fd  certificate-file.
       01 certificate-record pic x(70).

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
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-CERT-STATUS PIC XX VALUE SPACES.
       01 WS-ROSTER-EOF PIC X VALUE "N".
         88 AT-ROSTER-EOF VALUE "Y".
       01 WS-SCORE-EOF PIC X VALUE "N".
         88 AT-SCORE-EOF VALUE "Y".
       01 WS-REGISTER-EOF PIC X VALUE "N".
         88 AT-REGISTER-EOF VALUE "Y".

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

      *certificate register - one line per award ever made.  the
      *award is a table number, or ALL for all twelve tables
       01 WS-REGISTER-REC.
           05 CRG-ROSTER-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 CRG-AWARD PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 CRG-MASTERED-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CRG-AWARDED-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CRG-CERT-NO PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CRG-TYPE PIC X.

      *awards already made, carried in memory so each candidate
      *award is checked without rereading the register
       01 WS-AWARD-TABLE.
           05 WS-AWARD-ENTRY OCCURS 3000 TIMES.
               10 WS-AWD-ROSTER-ID PIC X(6).
               10 WS-AWD-AWARD PIC X(3).
       01 WS-AWARD-COUNT PIC 9(4) VALUE 0.
       01 WS-AWARD-IDX PIC 9(4) VALUE 0.
       01 WS-AWARD-FOUND PIC X VALUE "N".
         88 AWARD-ALREADY-MADE VALUE "Y".
       01 WS-AWARD-WANTED PIC X(3) VALUE SPACES.
       01 WS-LAST-CERT-NO PIC 9(5) VALUE 0.

      *per-table clean passes for the student being checked, and
      *the date of the pass that made the table mastered
       01 WS-PROGRESS-TABLE.
           05 WS-PROGRESS-SLOT OCCURS 100 TIMES.
               10 WS-PRG-CLEAN PIC 9(3).
               10 WS-PRG-MASTERED-DATE PIC 9(8).
       01 WS-PRG-IDX PIC 9(3) VALUE 0.
       01 WS-PRG-TABLE-NO PIC 99 VALUE 0.

      *clean passes needed before a table counts as mastered -
      *three unless the suite configuration says otherwise
       01 WS-MASTERY-PASSES PIC 9(3) VALUE 3.

      *the all-tables award covers tables one to twelve
       01 WS-TWELVE-MASTERED PIC 99 VALUE 0.
       01 WS-TWELVE-LATEST PIC 9(8) VALUE 0.

       01 WS-CERT-COUNT PIC 9(4) VALUE 0.
       01 WS-CERT-TABLE-PRINT PIC Z9.
       01 WS-COUNT-PRINT PIC ZZZ9.
       01 WS-CERT-WHAT PIC X(40) VALUE SPACES.
       01 WS-CERT-MASTERED PIC 9(8) VALUE 0.
       01 WS-CERT-LINE PIC X(70) VALUE SPACES.
       01 WS-CERT-BORDER PIC X(70) VALUE ALL "*".

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
      *practice scores never reach TTABSCOR.DAT, but a trainee
      *still may not put real certificates on the register
           IF ROLE-TRAINEE
               DISPLAY "ERROR! CERTIFICATES CANNOT BE ISSUED IN A "
                   "TRAINING SESSION."
               MOVE "DENIED" TO WS-OUTCOME
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
           PERFORM LOAD-ROSTER-TABLE.
           PERFORM LOAD-AWARD-REGISTER.
           IF WS-AWARD-COUNT >= 3000
               DISPLAY "ERROR! THE CERTIFICATE REGISTER IS FULL - "
                   "NOTHING ISSUED."
               MOVE "REGISTER FULL" TO WS-OUTCOME
               PERFORM WRITE-SUITE-AUDIT
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF.

           OPEN OUTPUT CERTIFICATE-FILE.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           PERFORM CHECK-ONE-STUDENT
               VARYING WS-ROSTER-IDX FROM 1 BY 1
               UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT.
           CLOSE REGISTER-FILE.
           CLOSE CERTIFICATE-FILE.

           IF WS-CERT-COUNT > 0
               MOVE "TTABCRT.DAT" TO SPL-NAME
               MOVE WS-CERT-COUNT TO SPL-PAGES
               PERFORM REGISTER-SPOOL-REPORT
           END-IF.
           MOVE WS-CERT-COUNT TO WS-COUNT-PRINT.
           DISPLAY "CERTIFICATES ISSUED: " WS-COUNT-PRINT.
           IF WS-CERT-COUNT > 0
               DISPLAY "CERTIFICATES WRITTEN TO TTABCRT.DAT"
               MOVE "CERTIFICATES ISSUED" TO WS-OUTCOME
           ELSE
               MOVE "COMPLETED" TO WS-OUTCOME
           END-IF.
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

      *a first run has no register yet - every mastered table is
      *then a new award
       LOAD-AWARD-REGISTER.
           MOVE 0 TO WS-AWARD-COUNT
           MOVE 0 TO WS-LAST-CERT-NO
           MOVE "N" TO WS-REGISTER-EOF
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               PERFORM LOAD-NEXT-AWARD UNTIL AT-REGISTER-EOF
               CLOSE REGISTER-FILE
           END-IF.

       LOAD-NEXT-AWARD.
           READ REGISTER-FILE
               AT END MOVE "Y" TO WS-REGISTER-EOF
           END-READ

           IF NOT AT-REGISTER-EOF
               MOVE REGISTER-RECORD TO WS-REGISTER-REC
               IF REGISTER-RECORD NOT = SPACES
                       AND WS-AWARD-COUNT < 3000
                   ADD 1 TO WS-AWARD-COUNT
                   MOVE CRG-ROSTER-ID
                       TO WS-AWD-ROSTER-ID(WS-AWARD-COUNT)
                   MOVE CRG-AWARD TO WS-AWD-AWARD(WS-AWARD-COUNT)
                   IF CRG-CERT-NO IS NUMERIC
                           AND CRG-CERT-NO > WS-LAST-CERT-NO
                       MOVE CRG-CERT-NO TO WS-LAST-CERT-NO
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-STUDENT.
           MOVE WS-ROSTER-ENTRY(WS-ROSTER-IDX) TO WS-ROSTER-REC
           IF WROS-ACTIVE
               PERFORM GATHER-STUDENT-SCORES
               PERFORM CHECK-TABLE-AWARD
                   VARYING WS-PRG-IDX FROM 2 BY 1
                   UNTIL WS-PRG-IDX > 100
               PERFORM CHECK-TWELVE-AWARD
           END-IF.

       GATHER-STUDENT-SCORES.
      *one pass over the score history per student, as the
      *progress report does it
           INITIALIZE WS-PROGRESS-TABLE
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
                       AND SCR-PERCENTAGE = 100
                   COMPUTE WS-PRG-IDX = SCR-TABLE-NUMBER + 1
                   ADD 1 TO WS-PRG-CLEAN(WS-PRG-IDX)
      *the score file is written in date order, so the pass that
      *reaches the mastery count is the date the table was won
                   IF WS-PRG-CLEAN(WS-PRG-IDX) = WS-MASTERY-PASSES
                       MOVE SCR-DATE
                           TO WS-PRG-MASTERED-DATE(WS-PRG-IDX)
                   END-IF
               END-IF
           END-IF.

       CHECK-TABLE-AWARD.
           IF WS-PRG-CLEAN(WS-PRG-IDX) >= WS-MASTERY-PASSES
               COMPUTE WS-PRG-TABLE-NO = WS-PRG-IDX - 1
               MOVE SPACES TO WS-AWARD-WANTED
               MOVE WS-PRG-TABLE-NO TO WS-AWARD-WANTED(1:2)
               PERFORM FIND-AWARD
               IF NOT AWARD-ALREADY-MADE
                   MOVE WS-PRG-TABLE-NO TO WS-CERT-TABLE-PRINT
                   MOVE SPACES TO WS-CERT-WHAT
                   STRING "THE " DELIMITED BY SIZE
                           WS-CERT-TABLE-PRINT DELIMITED BY SIZE
                           " TIMES TABLE" DELIMITED BY SIZE
                       INTO WS-CERT-WHAT
                   END-STRING
                   MOVE WS-PRG-MASTERED-DATE(WS-PRG-IDX)
                       TO WS-CERT-MASTERED
                   PERFORM ISSUE-CERTIFICATE
               END-IF
           END-IF.

       CHECK-TWELVE-AWARD.
           MOVE 0 TO WS-TWELVE-MASTERED
           MOVE 0 TO WS-TWELVE-LATEST
           PERFORM COUNT-TWELVE-TABLE
               VARYING WS-PRG-IDX FROM 2 BY 1
               UNTIL WS-PRG-IDX > 13
           IF WS-TWELVE-MASTERED = 12
               MOVE "ALL" TO WS-AWARD-WANTED
               PERFORM FIND-AWARD
               IF NOT AWARD-ALREADY-MADE
                   MOVE "ALL TWELVE TIMES TABLES" TO WS-CERT-WHAT
                   MOVE WS-TWELVE-LATEST TO WS-CERT-MASTERED
                   PERFORM ISSUE-CERTIFICATE
               END-IF
           END-IF.

      *the twelve are won on the day the last of them was mastered
       COUNT-TWELVE-TABLE.
           IF WS-PRG-CLEAN(WS-PRG-IDX) >= WS-MASTERY-PASSES
               ADD 1 TO WS-TWELVE-MASTERED
               IF WS-PRG-MASTERED-DATE(WS-PRG-IDX)
                       > WS-TWELVE-LATEST
                   MOVE WS-PRG-MASTERED-DATE(WS-PRG-IDX)
                       TO WS-TWELVE-LATEST
               END-IF
           END-IF.

       FIND-AWARD.
           MOVE "N" TO WS-AWARD-FOUND
           PERFORM MATCH-NEXT-AWARD
               VARYING WS-AWARD-IDX FROM 1 BY 1
               UNTIL WS-AWARD-IDX > WS-AWARD-COUNT
                   OR AWARD-ALREADY-MADE.

       MATCH-NEXT-AWARD.
           IF WS-AWD-ROSTER-ID(WS-AWARD-IDX) = WROS-ID
                   AND WS-AWD-AWARD(WS-AWARD-IDX) = WS-AWARD-WANTED
               MOVE "Y" TO WS-AWARD-FOUND
           END-IF.

      *a full register issues nothing further this run rather
      *than risk certifying the same award twice next time
       ISSUE-CERTIFICATE.
           IF WS-AWARD-COUNT < 3000
               ADD 1 TO WS-LAST-CERT-NO
               ADD 1 TO WS-CERT-COUNT
               PERFORM WRITE-CERTIFICATE-PAGE
               MOVE WROS-ID TO CRG-ROSTER-ID
               MOVE WS-AWARD-WANTED TO CRG-AWARD
               MOVE WS-CERT-MASTERED TO CRG-MASTERED-DATE
               MOVE WS-PROCESS-DATE TO CRG-AWARDED-DATE
               MOVE WS-LAST-CERT-NO TO CRG-CERT-NO
               IF WS-AWARD-WANTED = "ALL"
                   MOVE "A" TO CRG-TYPE
               ELSE
                   MOVE "T" TO CRG-TYPE
               END-IF
               WRITE REGISTER-RECORD FROM WS-REGISTER-REC
               ADD 1 TO WS-AWARD-COUNT
               MOVE WROS-ID TO WS-AWD-ROSTER-ID(WS-AWARD-COUNT)
               MOVE WS-AWARD-WANTED TO WS-AWD-AWARD(WS-AWARD-COUNT)
           END-IF.

      *one certificate to a page, ready for the printer
       WRITE-CERTIFICATE-PAGE.
           WRITE CERTIFICATE-RECORD FROM WS-CERT-BORDER
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "                 CERTIFICATE OF ACHIEVEMENT"
               TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "          THIS IS TO CERTIFY THAT" TO
               CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO WS-CERT-LINE
           STRING "                    " DELIMITED BY SIZE
                   WROS-NAME DELIMITED BY SIZE
               INTO WS-CERT-LINE
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-CERT-LINE
           MOVE "          HAS MASTERED" TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO WS-CERT-LINE
           STRING "                    " DELIMITED BY SIZE
                   WS-CERT-WHAT DELIMITED BY SIZE
               INTO WS-CERT-LINE
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-CERT-LINE
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO WS-CERT-LINE
           STRING "          MASTERED ON: " DELIMITED BY SIZE
                   WS-CERT-MASTERED DELIMITED BY SIZE
                   "   AWARDED ON: " DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
               INTO WS-CERT-LINE
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-CERT-LINE
           MOVE SPACES TO WS-CERT-LINE
           STRING "          STUDENT: " DELIMITED BY SIZE
                   WROS-ID DELIMITED BY SIZE
                   "   CERTIFICATE NO: " DELIMITED BY SIZE
                   WS-LAST-CERT-NO DELIMITED BY SIZE
               INTO WS-CERT-LINE
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-CERT-LINE
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "          SIGNED: ______________________  "
               TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "                  TRAINING OFFICER" TO
               CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD FROM WS-CERT-BORDER.

       copy cfgget.

       copy procdate.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="TTAB_CERT"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy spoolreg.

       copy bltnshow.

       copy entlchk.

       copy opsignon.

       end program Program5.
