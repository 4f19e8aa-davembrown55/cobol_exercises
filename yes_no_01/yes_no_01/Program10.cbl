       program-id. Program10 as "yes_no_01.Program10".

      *departmental breakdown of the survey responses - pick a
      *campaign and a question number and get the yes/no split by
      *each respondent attribute held on YNATTR.DAT: department,
      *site and grade.  a respondent with no attributes on file,
      *or a blank one, is counted under UNRECORDED.  any group or
      *yes/no cell with fewer respondents than the suite
      *configuration parameter YN-MIN-CELL-SIZE (five unless set)
      *is suppressed so no individual answer can be picked out.

       environment division.
       input-output section.
       file-control.
           select survey-file assign to "SURVEY.DAT"
               organization is line sequential
               file status is WS-SURVEY-STATUS.
           select attribute-file assign to "YNATTR.DAT"
               organization is line sequential
               file status is WS-ATTR-STATUS.
           select breakdown-report-file assign to "YNBRKDN.DAT"
               organization is line sequential
               file status is WS-BRKDN-STATUS.
           copy spoolsl.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.

       data division.
       file section.
       fd  survey-file.
       01 survey-record.
           05 SR-RESPONDENT pic x(10).
           05 filler pic x.
           05 SR-QUESTION-NUMBER pic x(2).
           05 filler pic x.
           05 SR-RESPONSE pic x.
           05 SR-COMMENT pic x(60).
           05 filler pic x.
           05 SR-CAMPAIGN pic x(2).

       fd  attribute-file.
       01 attribute-record.
           05 ATR-RESPONDENT pic x(10).
           05 filler pic x.
           05 ATR-DEPARTMENT pic x(10).
           05 filler pic x.
           05 ATR-SITE pic x(10).
           05 filler pic x.
           05 ATR-GRADE pic x(4).

       fd  breakdown-report-file.
       01 breakdown-report-record pic x(80).

       copy spoolfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       copy errmsgs.

       01 WS-SURVEY-STATUS PIC XX VALUE SPACES.
       01 WS-ATTR-STATUS PIC XX VALUE SPACES.
       01 WS-BRKDN-STATUS PIC XX VALUE SPACES.
       01 WS-SURVEY-EOF PIC X VALUE "N".
         88 AT-SURVEY-EOF VALUE "Y".
       01 WS-ATTR-EOF PIC X VALUE "N".
         88 AT-ATTR-EOF VALUE "Y".

       01 WS-WANTED-CAMP PIC X(2) VALUE SPACES.
       01 WS-QUESTION-RAW PIC X(2) VALUE SPACES.
       01 WS-QUESTION PIC 99 VALUE 0.
       01 WS-KEY-EDIT PIC XX JUSTIFIED RIGHT.
       01 WS-RECORD-CAMP PIC X(2) VALUE SPACES.
       01 WS-RECORD-QUESTION PIC 99 VALUE 0.
       01 WS-RECORD-ANSWER PIC X VALUE SPACE.
       01 WS-MIN-CELL PIC 9(3) VALUE 5.

      *the respondent attributes, one value per attribute so the
      *three breakdowns share one set of paragraphs
       01 WS-ATTR-TABLE.
           05 WS-ATTR-ENTRY OCCURS 500 TIMES.
               10 WS-ATTR-ID PIC X(10).
               10 WS-ATTR-VALUE PIC X(10) OCCURS 3 TIMES.
       01 WS-ATTR-COUNT PIC 9(3) VALUE 0.
       01 WS-ATTR-IDX PIC 9(3) VALUE 0.
       01 WS-ATTR-HIT PIC 9(3) VALUE 0.

       01 WS-DIM-NAMES.
           05 FILLER PIC X(10) VALUE "DEPARTMENT".
           05 FILLER PIC X(10) VALUE "SITE".
           05 FILLER PIC X(10) VALUE "GRADE".
       01 WS-DIM-NAME-TABLE REDEFINES WS-DIM-NAMES.
           05 WS-DIM-NAME PIC X(10) OCCURS 3 TIMES.
       01 WS-DIM PIC 9 VALUE 0.

      *one slot per respondent who answered the picked question,
      *holding the answer and where their attributes sit
       01 WS-RESP-TABLE.
           05 WS-RESP-ENTRY OCCURS 500 TIMES.
               10 WS-RSP-ID PIC X(10).
               10 WS-RSP-ANSWER PIC X.
               10 WS-RSP-ATTR-HIT PIC 9(3).
       01 WS-RESP-COUNT PIC 9(3) VALUE 0.
       01 WS-RESP-IDX PIC 9(3) VALUE 0.
       01 WS-RESP-HIT PIC 9(3) VALUE 0.

      *the groups for the attribute being broken down
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 100 TIMES.
               10 WS-GRP-VALUE PIC X(10).
               10 WS-GRP-YES PIC 9(5).
               10 WS-GRP-NO PIC 9(5).
       01 WS-GRP-HOLD PIC X(20) VALUE SPACES.
       01 WS-GRP-COUNT PIC 9(3) VALUE 0.
       01 WS-GRP-IDX PIC 9(3) VALUE 0.
       01 WS-GRP-HIT PIC 9(3) VALUE 0.
       01 WS-GRP-WANTED PIC X(10) VALUE SPACES.
       01 WS-GRP-TOTAL PIC 9(5) VALUE 0.
       01 WS-SORT-SWAPPED PIC X VALUE "N".
         88 SORT-SWAPPED VALUE "Y".

       01 WS-YES-PCT PIC 9(3) VALUE 0.
       01 WS-NO-PCT PIC 9(3) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(5) VALUE 0.
       01 WS-YES-PRINT PIC Z(4)9.
       01 WS-NO-PRINT PIC Z(4)9.
       01 WS-COUNT-PRINT PIC Z(4)9.
       01 WS-YES-PCT-PRINT PIC ZZ9.
       01 WS-NO-PCT-PRINT PIC ZZ9.
       01 WS-MIN-PRINT PIC ZZ9.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.

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

      *central suite configuration
       copy cfgws.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
           MOVE "STARTED" TO WS-OUTCOME.
           PERFORM write-suite-audit.
           PERFORM SHOW-SIGNON-BULLETINS.
           MOVE "YES_NO_01" TO WS-ENTL-PROGRAM.
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
           MOVE "YN-MIN-CELL-SIZE" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
                   AND WS-CFG-VALUE-NUM < 1000
               MOVE WS-CFG-VALUE-NUM TO WS-MIN-CELL
           END-IF
           PERFORM GET-CAMPAIGN.
           PERFORM GET-QUESTION.
           PERFORM LOAD-ATTRIBUTE-TABLE.
           PERFORM GATHER-RESPONSES.
           PERFORM WRITE-BREAKDOWN-REPORT.
           MOVE "YNBRKDN.DAT" TO SPL-NAME
           MOVE 1 TO SPL-PAGES
           PERFORM REGISTER-SPOOL-REPORT
           DISPLAY "BREAKDOWN REPORT WRITTEN TO YNBRKDN.DAT"
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       GET-CAMPAIGN.
           DISPLAY "ENTER THE CAMPAIGN ID, OR BLANK FOR THE "
               "STANDING CAMPAIGN 01: "
           ACCEPT WS-WANTED-CAMP
           MOVE FUNCTION UPPER-CASE(WS-WANTED-CAMP)
               TO WS-WANTED-CAMP
           IF WS-WANTED-CAMP = SPACES
               MOVE "01" TO WS-WANTED-CAMP
           END-IF.

       GET-QUESTION.
           DISPLAY "ENTER THE QUESTION NUMBER: "
           ACCEPT WS-QUESTION-RAW
           MOVE SPACES TO WS-KEY-EDIT
           UNSTRING WS-QUESTION-RAW DELIMITED BY " "
               INTO WS-KEY-EDIT
           END-UNSTRING
           INSPECT WS-KEY-EDIT REPLACING LEADING SPACE BY "0"
           IF WS-KEY-EDIT IS NOT NUMERIC
               DISPLAY ERRMSG-NOT-NUMERIC
               MOVE "E002" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               PERFORM GET-QUESTION
           ELSE
               MOVE WS-KEY-EDIT TO WS-QUESTION
           END-IF.

       LOAD-ATTRIBUTE-TABLE.
           MOVE 0 TO WS-ATTR-COUNT
           MOVE "N" TO WS-ATTR-EOF
           OPEN INPUT ATTRIBUTE-FILE
           IF WS-ATTR-STATUS NOT = "00"
               DISPLAY "NO YNATTR.DAT - EVERY RESPONDENT WILL SHOW "
                   "AS UNRECORDED."
           ELSE
               PERFORM LOAD-NEXT-ATTRIBUTE UNTIL AT-ATTR-EOF
               CLOSE ATTRIBUTE-FILE
           END-IF.

       LOAD-NEXT-ATTRIBUTE.
           READ ATTRIBUTE-FILE
               AT END MOVE "Y" TO WS-ATTR-EOF
           END-READ

           IF NOT AT-ATTR-EOF
               IF ATR-RESPONDENT NOT = SPACES AND WS-ATTR-COUNT < 500
                   ADD 1 TO WS-ATTR-COUNT
                   MOVE FUNCTION UPPER-CASE(ATR-RESPONDENT)
                       TO WS-ATTR-ID(WS-ATTR-COUNT)
                   MOVE ATR-DEPARTMENT
                       TO WS-ATTR-VALUE(WS-ATTR-COUNT, 1)
                   MOVE ATR-SITE TO WS-ATTR-VALUE(WS-ATTR-COUNT, 2)
                   MOVE ATR-GRADE TO WS-ATTR-VALUE(WS-ATTR-COUNT, 3)
               END-IF
           END-IF.

       GATHER-RESPONSES.
           MOVE 0 TO WS-RESP-COUNT
           MOVE "N" TO WS-SURVEY-EOF
           OPEN INPUT SURVEY-FILE
           IF WS-SURVEY-STATUS NOT = "00"
               DISPLAY "ERROR! SURVEY.DAT NOT FOUND."
           ELSE
               PERFORM GATHER-NEXT-RESPONSE UNTIL AT-SURVEY-EOF
               CLOSE SURVEY-FILE
           END-IF.

       GATHER-NEXT-RESPONSE.
           READ SURVEY-FILE
               AT END MOVE "Y" TO WS-SURVEY-EOF
           END-READ

           IF NOT AT-SURVEY-EOF
               IF SR-CAMPAIGN = SPACES
                   MOVE "01" TO WS-RECORD-CAMP
               ELSE
                   MOVE SR-CAMPAIGN TO WS-RECORD-CAMP
               END-IF
               MOVE SPACES TO WS-KEY-EDIT
               UNSTRING SR-QUESTION-NUMBER DELIMITED BY " "
                   INTO WS-KEY-EDIT
               END-UNSTRING
               INSPECT WS-KEY-EDIT REPLACING LEADING SPACE BY "0"
               IF WS-RECORD-CAMP = WS-WANTED-CAMP
                       AND WS-KEY-EDIT IS NUMERIC
                       AND SR-RESPONDENT NOT = SPACES
                   MOVE WS-KEY-EDIT TO WS-RECORD-QUESTION
                   MOVE FUNCTION UPPER-CASE(SR-RESPONSE)
                       TO WS-RECORD-ANSWER
                   IF WS-RECORD-QUESTION = WS-QUESTION
                           AND (WS-RECORD-ANSWER = "Y"
                               OR WS-RECORD-ANSWER = "N")
                       PERFORM FILE-RESPONSE-IN-TABLE
                   END-IF
               END-IF
           END-IF.

      *the first answer a respondent gave to the question stands -
      *duplicates were already turned away by the survey run
       FILE-RESPONSE-IN-TABLE.
           MOVE 0 TO WS-RESP-HIT
           PERFORM MATCH-NEXT-RESPONDENT
               VARYING WS-RESP-IDX FROM 1 BY 1
               UNTIL WS-RESP-IDX > WS-RESP-COUNT
           IF WS-RESP-HIT = 0 AND WS-RESP-COUNT < 500
               ADD 1 TO WS-RESP-COUNT
               MOVE WS-RESP-COUNT TO WS-RESP-HIT
               MOVE FUNCTION UPPER-CASE(SR-RESPONDENT)
                   TO WS-RSP-ID(WS-RESP-HIT)
               MOVE WS-RECORD-ANSWER TO WS-RSP-ANSWER(WS-RESP-HIT)
               MOVE 0 TO WS-ATTR-HIT
               PERFORM MATCH-NEXT-ATTRIBUTE
                   VARYING WS-ATTR-IDX FROM 1 BY 1
                   UNTIL WS-ATTR-IDX > WS-ATTR-COUNT
               MOVE WS-ATTR-HIT TO WS-RSP-ATTR-HIT(WS-RESP-HIT)
           END-IF.

       MATCH-NEXT-RESPONDENT.
           IF WS-RSP-ID(WS-RESP-IDX)
                   = FUNCTION UPPER-CASE(SR-RESPONDENT)
               MOVE WS-RESP-IDX TO WS-RESP-HIT
           END-IF.

       MATCH-NEXT-ATTRIBUTE.
           IF WS-ATTR-ID(WS-ATTR-IDX) = WS-RSP-ID(WS-RESP-HIT)
               MOVE WS-ATTR-IDX TO WS-ATTR-HIT
           END-IF.

       WRITE-BREAKDOWN-REPORT.
           OPEN OUTPUT BREAKDOWN-REPORT-FILE
           MOVE WS-MIN-CELL TO WS-MIN-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BREAKDOWN  CAMPAIGN " DELIMITED BY SIZE
                   WS-WANTED-CAMP DELIMITED BY SIZE
                   "  QUESTION " DELIMITED BY SIZE
                   WS-QUESTION DELIMITED BY SIZE
                   "  SMALLEST CELL SHOWN " DELIMITED BY SIZE
                   WS-MIN-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE BREAKDOWN-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM BREAK-DOWN-BY-ATTRIBUTE
               VARYING WS-DIM FROM 1 BY 1
               UNTIL WS-DIM > 3
           MOVE SPACES TO WS-REPORT-LINE
           WRITE BREAKDOWN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-RESP-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RESPONDENTS ANSWERING: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE BREAKDOWN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GROUPS OR SPLITS SUPPRESSED: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE BREAKDOWN-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE BREAKDOWN-REPORT-FILE.

       BREAK-DOWN-BY-ATTRIBUTE.
           MOVE 0 TO WS-GRP-COUNT
           PERFORM TALLY-ONE-RESPONDENT
               VARYING WS-RESP-IDX FROM 1 BY 1
               UNTIL WS-RESP-IDX > WS-RESP-COUNT
           MOVE "Y" TO WS-SORT-SWAPPED
           PERFORM SORT-GROUP-PASS UNTIL NOT SORT-SWAPPED
           MOVE SPACES TO WS-REPORT-LINE
           WRITE BREAKDOWN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BY " DELIMITED BY SIZE
                   WS-DIM-NAME(WS-DIM) DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE BREAKDOWN-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM WRITE-GROUP-LINE
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.

       TALLY-ONE-RESPONDENT.
           MOVE "UNRECORDED" TO WS-GRP-WANTED
           IF WS-RSP-ATTR-HIT(WS-RESP-IDX) > 0
               MOVE WS-RSP-ATTR-HIT(WS-RESP-IDX) TO WS-ATTR-HIT
               IF WS-ATTR-VALUE(WS-ATTR-HIT, WS-DIM) NOT = SPACES
                   MOVE WS-ATTR-VALUE(WS-ATTR-HIT, WS-DIM)
                       TO WS-GRP-WANTED
               END-IF
           END-IF
           MOVE 0 TO WS-GRP-HIT
           PERFORM MATCH-NEXT-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
           IF WS-GRP-HIT = 0
               IF WS-GRP-COUNT < 100
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-HIT
               ELSE
      *past a hundred distinct values the rest share the last slot
                   MOVE 100 TO WS-GRP-HIT
                   MOVE "OTHER" TO WS-GRP-WANTED
               END-IF
               MOVE WS-GRP-WANTED TO WS-GRP-VALUE(WS-GRP-HIT)
               MOVE 0 TO WS-GRP-YES(WS-GRP-HIT)
               MOVE 0 TO WS-GRP-NO(WS-GRP-HIT)
           END-IF
           IF WS-RSP-ANSWER(WS-RESP-IDX) = "Y"
               ADD 1 TO WS-GRP-YES(WS-GRP-HIT)
           ELSE
               ADD 1 TO WS-GRP-NO(WS-GRP-HIT)
           END-IF.

       MATCH-NEXT-GROUP.
           IF WS-GRP-VALUE(WS-GRP-IDX) = WS-GRP-WANTED
               MOVE WS-GRP-IDX TO WS-GRP-HIT
           END-IF.

       SORT-GROUP-PASS.
           MOVE "N" TO WS-SORT-SWAPPED
           PERFORM SORT-GROUP-SWAP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX >= WS-GRP-COUNT.

       SORT-GROUP-SWAP.
           IF WS-GRP-VALUE(WS-GRP-IDX) > WS-GRP-VALUE(WS-GRP-IDX + 1)
               MOVE WS-GRP-ENTRY(WS-GRP-IDX) TO WS-GRP-HOLD
               MOVE WS-GRP-ENTRY(WS-GRP-IDX + 1)
                   TO WS-GRP-ENTRY(WS-GRP-IDX)
               MOVE WS-GRP-HOLD TO WS-GRP-ENTRY(WS-GRP-IDX + 1)
               MOVE "Y" TO WS-SORT-SWAPPED
           END-IF.

      *a group smaller than the minimum is not shown at all; a big
      *enough group whose yes or no side is small shows only its
      *total, since either count would give the other away
       WRITE-GROUP-LINE.
           COMPUTE WS-GRP-TOTAL = WS-GRP-YES(WS-GRP-IDX)
               + WS-GRP-NO(WS-GRP-IDX)
           MOVE WS-GRP-TOTAL TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-GRP-TOTAL < WS-MIN-CELL
               ADD 1 TO WS-SUPPRESSED-COUNT
               STRING "  " DELIMITED BY SIZE
                       WS-GRP-VALUE(WS-GRP-IDX) DELIMITED BY SIZE
                       "  SUPPRESSED - FEWER THAN " DELIMITED BY SIZE
                       WS-MIN-PRINT DELIMITED BY SIZE
                       " RESPONDENTS" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               IF (WS-GRP-YES(WS-GRP-IDX) > 0
                       AND WS-GRP-YES(WS-GRP-IDX) < WS-MIN-CELL)
                   OR (WS-GRP-NO(WS-GRP-IDX) > 0
                       AND WS-GRP-NO(WS-GRP-IDX) < WS-MIN-CELL)
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   STRING "  " DELIMITED BY SIZE
                           WS-GRP-VALUE(WS-GRP-IDX) DELIMITED BY SIZE
                           "  TOTAL: " DELIMITED BY SIZE
                           WS-COUNT-PRINT DELIMITED BY SIZE
                           "  SPLIT SUPPRESSED" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               ELSE
                   PERFORM BUILD-SPLIT-LINE
               END-IF
           END-IF
           WRITE BREAKDOWN-REPORT-RECORD FROM WS-REPORT-LINE.

       BUILD-SPLIT-LINE.
           COMPUTE WS-YES-PCT ROUNDED =
               WS-GRP-YES(WS-GRP-IDX) * 100 / WS-GRP-TOTAL
           COMPUTE WS-NO-PCT = 100 - WS-YES-PCT
           MOVE WS-GRP-YES(WS-GRP-IDX) TO WS-YES-PRINT
           MOVE WS-GRP-NO(WS-GRP-IDX) TO WS-NO-PRINT
           MOVE WS-YES-PCT TO WS-YES-PCT-PRINT
           MOVE WS-NO-PCT TO WS-NO-PCT-PRINT
           STRING "  " DELIMITED BY SIZE
                   WS-GRP-VALUE(WS-GRP-IDX) DELIMITED BY SIZE
                   "  YES: " DELIMITED BY SIZE
                   WS-YES-PRINT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-YES-PCT-PRINT DELIMITED BY SIZE
                   "%)  NO: " DELIMITED BY SIZE
                   WS-NO-PRINT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-NO-PCT-PRINT DELIMITED BY SIZE
                   "%)  TOTAL: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.

       copy errlog replacing ==:PROGRAM-NAME:== by =="YN_BREAKDOWN"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="YN_BREAKDOWN"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program Program10.
