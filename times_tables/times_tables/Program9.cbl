       program-id. Program9 as "times_tables.Program9".

      *termly school records interface - each active student's
      *times-tables attainment in the fixed layout the school's
      *records system loads, so nobody rekeys it from the printed
      *progress report.  one detail record per active student per
      *table (the twelve, and any other table the student has
      *sat) with attempts, best score, mastery flag and mastery
      *date, multiplication only and by the same clean-pass rule
      *as the progress report.  the header carries the term, the
      *trailer the record count and a hash total of the best
      *scores, and every file produced is entered on the
      *transmission register TTABXMIT.DAT in the same layout
      *fin_extract keeps FINXMIT.DAT.

       environment division.
       input-output section.
       file-control.
           select roster-file assign to "TTABROST.DAT"
               organization is line sequential
               file status is WS-ROSTER-STATUS.
           select score-file assign to "TTABSCOR.DAT"
               organization is line sequential
               file status is WS-SCORE-STATUS.
           select interface-file assign to "TTABSRI.DAT"
               organization is line sequential
               file status is WS-INTERFACE-STATUS.
           select transmission-file assign to "TTABXMIT.DAT"
               organization is line sequential
               file status is WS-XMIT-STATUS.
           copy cfgsel.
           copy procdtsl.
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

       fd  interface-file.
       01 interface-record pic x(46).

       fd  transmission-file.
       01 transmission-record pic x(80).

       copy cfgfd.

       copy procdtfd.

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
       01 WS-INTERFACE-STATUS PIC XX VALUE SPACES.
       01 WS-XMIT-STATUS PIC XX VALUE SPACES.
       01 WS-ROSTER-EOF PIC X VALUE "N".
         88 AT-ROSTER-EOF VALUE "Y".
       01 WS-SCORE-EOF PIC X VALUE "N".
         88 AT-SCORE-EOF VALUE "Y".

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

      *per-table attainment for the student being extracted
       01 WS-PROGRESS-TABLE.
           05 WS-PROGRESS-SLOT OCCURS 100 TIMES.
               10 WS-PRG-ATTEMPTS PIC 9(5).
               10 WS-PRG-CLEAN PIC 9(3).
               10 WS-PRG-BEST PIC 9(3).
               10 WS-PRG-MASTERED-DATE PIC 9(8).
       01 WS-PRG-IDX PIC 9(3) VALUE 0.

      *clean passes needed before a table counts as mastered -
      *three unless the suite configuration says otherwise
       01 WS-MASTERY-PASSES PIC 9(3) VALUE 3.

      *the published interface layout, fixed columns.  a header
      *carrying the term, one detail per student per table, and a
      *trailer carrying the detail count and the hash total of
      *the best scores, so the school can prove completeness from
      *the file alone
       01 WS-SRI-HEADER.
           05 SRH-TYPE PIC X VALUE "H".
           05 SRH-SOURCE PIC X(8) VALUE "TTABLES".
           05 SRH-TERM PIC X(6).
           05 SRH-DATE PIC 9(8).
           05 FILLER PIC X(23) VALUE SPACES.
       01 WS-SRI-DETAIL.
           05 SRD-TYPE PIC X VALUE "D".
           05 SRD-ROSTER-ID PIC X(6).
           05 SRD-NAME PIC X(20).
           05 SRD-TABLE PIC 99.
           05 SRD-ATTEMPTS PIC 9(5).
           05 SRD-BEST PIC 9(3).
           05 SRD-MASTERED PIC X.
           05 SRD-MASTERED-DATE PIC 9(8).
       01 WS-SRI-TRAILER.
           05 SRT-TYPE PIC X VALUE "T".
           05 SRT-COUNT PIC 9(7).
           05 SRT-HASH PIC 9(11).
           05 FILLER PIC X(27) VALUE SPACES.

      *the term the file is for, keyed as year, T and term number
       01 WS-TERM-CODE PIC X(6) VALUE SPACES.
       01 WS-TERM-PARTS REDEFINES WS-TERM-CODE.
           05 WS-TERM-YEAR PIC X(4).
           05 WS-TERM-LETTER PIC X.
           05 WS-TERM-NUMBER PIC X.
             88 WS-TERM-NUMBER-VALID VALUE "1" "2" "3".

       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-HASH-TOTAL PIC 9(11) VALUE 0.
       01 WS-COUNT-PRINT PIC Z(6)9.

      *transmission register - the same layout fin_extract keeps
      *for FINXMIT.DAT
       01 WS-XMIT-REC.
           05 XMT-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 XMT-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 XMT-FILE PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 XMT-COUNT PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 XMT-HASH PIC 9(13)V99.
           05 FILLER PIC X VALUE SPACE.
           05 XMT-OPERATOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 XMT-DISPOSITION PIC X(10).

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.

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
      *the school loads whatever it is sent - nothing goes out of
      *a training session
           IF ROLE-TRAINEE
               DISPLAY "ERROR! THE SCHOOL RECORDS FILE CANNOT BE "
                   "PRODUCED IN A TRAINING SESSION."
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
           PERFORM GET-TERM-CODE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-ROSTER-TABLE.

           PERFORM WRITE-INTERFACE-FILE.
           PERFORM WRITE-TRANSMISSION-REGISTER.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-PRINT.
           DISPLAY "SCHOOL RECORDS FILE TTABSRI.DAT PRODUCED AND "
               "REGISTERED - " WS-COUNT-PRINT " RECORDS.".
           MOVE "EXTRACT PRODUCED" TO WS-OUTCOME.
           PERFORM write-suite-audit.
           CLOSE AUDIT-LOG-FILE.
           goback.

       GET-TERM-CODE.
           DISPLAY "ENTER THE TERM (YYYYTN, E.G. 2026T1): "
           ACCEPT WS-TERM-CODE
           MOVE FUNCTION UPPER-CASE(WS-TERM-CODE) TO WS-TERM-CODE
           IF WS-TERM-YEAR IS NOT NUMERIC
                   OR WS-TERM-LETTER NOT = "T"
                   OR NOT WS-TERM-NUMBER-VALID
               DISPLAY "ERROR! THE TERM MUST BE A YEAR, T AND 1, 2 "
                   "OR 3."
               PERFORM GET-TERM-CODE
           END-IF.

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

       WRITE-INTERFACE-FILE.
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           OPEN OUTPUT INTERFACE-FILE
           MOVE WS-TERM-CODE TO SRH-TERM
           MOVE WS-PROCESS-DATE TO SRH-DATE
           WRITE INTERFACE-RECORD FROM WS-SRI-HEADER
           PERFORM EXTRACT-ONE-STUDENT
               VARYING WS-ROSTER-IDX FROM 1 BY 1
               UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
           MOVE WS-DETAIL-COUNT TO SRT-COUNT
           MOVE WS-HASH-TOTAL TO SRT-HASH
           WRITE INTERFACE-RECORD FROM WS-SRI-TRAILER
           CLOSE INTERFACE-FILE.

       EXTRACT-ONE-STUDENT.
           MOVE WS-ROSTER-ENTRY(WS-ROSTER-IDX) TO WS-ROSTER-REC
           IF WROS-ACTIVE
               PERFORM GATHER-STUDENT-SCORES
               PERFORM WRITE-TABLE-DETAIL
                   VARYING WS-PRG-IDX FROM 2 BY 1
                   UNTIL WS-PRG-IDX > 100
           END-IF.

      *one pass over the score history per student, as the
      *progress report does it.  graded worksheets post as table
      *zero and are not a table of their own here
       GATHER-STUDENT-SCORES.
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
                   COMPUTE WS-PRG-IDX = SCR-TABLE-NUMBER + 1
                   ADD 1 TO WS-PRG-ATTEMPTS(WS-PRG-IDX)
                   IF SCR-PERCENTAGE > WS-PRG-BEST(WS-PRG-IDX)
                       MOVE SCR-PERCENTAGE TO WS-PRG-BEST(WS-PRG-IDX)
                   END-IF
                   IF SCR-PERCENTAGE = 100
                       ADD 1 TO WS-PRG-CLEAN(WS-PRG-IDX)
      *the score file is written in date order, so the pass that
      *reaches the mastery count is the date the table was won
                       IF WS-PRG-CLEAN(WS-PRG-IDX) = WS-MASTERY-PASSES
                           MOVE SCR-DATE
                               TO WS-PRG-MASTERED-DATE(WS-PRG-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *the twelve always go across, sat or not; any other table
      *only once the student has sat it
       WRITE-TABLE-DETAIL.
           IF WS-PRG-IDX <= 13 OR WS-PRG-ATTEMPTS(WS-PRG-IDX) > 0
               MOVE WROS-ID TO SRD-ROSTER-ID
               MOVE WROS-NAME TO SRD-NAME
               COMPUTE SRD-TABLE = WS-PRG-IDX - 1
               MOVE WS-PRG-ATTEMPTS(WS-PRG-IDX) TO SRD-ATTEMPTS
               MOVE WS-PRG-BEST(WS-PRG-IDX) TO SRD-BEST
               IF WS-PRG-CLEAN(WS-PRG-IDX) >= WS-MASTERY-PASSES
                   MOVE "Y" TO SRD-MASTERED
                   MOVE WS-PRG-MASTERED-DATE(WS-PRG-IDX)
                       TO SRD-MASTERED-DATE
               ELSE
                   MOVE "N" TO SRD-MASTERED
                   MOVE 0 TO SRD-MASTERED-DATE
               END-IF
               WRITE INTERFACE-RECORD FROM WS-SRI-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-PRG-BEST(WS-PRG-IDX) TO WS-HASH-TOTAL
           END-IF.

       WRITE-TRANSMISSION-REGISTER.
           MOVE WS-PROCESS-DATE TO XMT-DATE
           MOVE WS-RUN-TIME TO XMT-TIME
           MOVE "TTABSRI.DAT" TO XMT-FILE
           MOVE WS-DETAIL-COUNT TO XMT-COUNT
           MOVE WS-HASH-TOTAL TO XMT-HASH
           MOVE WS-OPERATOR-ID TO XMT-OPERATOR
           MOVE "PRODUCED" TO XMT-DISPOSITION
           OPEN EXTEND TRANSMISSION-FILE
           IF WS-XMIT-STATUS = "35"
               OPEN OUTPUT TRANSMISSION-FILE
           END-IF
           WRITE TRANSMISSION-RECORD FROM WS-XMIT-REC
           CLOSE TRANSMISSION-FILE.

       copy cfgget.

       copy procdate.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="TTAB_SRI"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy entlchk.

       copy opsignon.

       end program Program9.
