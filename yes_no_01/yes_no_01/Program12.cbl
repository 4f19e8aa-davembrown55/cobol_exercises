       program-id. Program12 as "yes_no_01.Program12".

      *sample selection of survey invitees - a big campaign does not
      *survey everyone, and names used to be picked by eye before
      *being typed into YNEXPCT.DAT.  this run takes a population -
      *the operator master or a personnel extract on YNPOPUL.DAT
      *(id, department) - and a sample size, and draws a random
      *sample, either simply or stratified by department so each
      *department is represented in proportion to its size (any
      *department missing from the extract is looked up on the
      *respondent attributes, YNATTR.DAT).  the sample becomes the
      *campaign's own expected-respondents list on YNEXPCT.DAT,
      *and the seed, the population and sample sizes, the basis and
      *the date are recorded on the campaign in YNCAMP.DAT, so the
      *same seed over the same population draws the same sample
      *again if anyone asks how it was chosen.  the draw is listed
      *on YNSAMPLE.DAT.

       environment division.
       input-output section.
       file-control.
           select campaign-file assign to "YNCAMP.DAT"
               organization is line sequential
               file status is WS-CAMP-STATUS.
           select population-file assign to "YNPOPUL.DAT"
               organization is line sequential
               file status is WS-POP-STATUS.
           select attribute-file assign to "YNATTR.DAT"
               organization is line sequential
               file status is WS-ATTR-STATUS.
           select expected-file assign to "YNEXPCT.DAT"
               organization is line sequential
               file status is WS-EXPECTED-STATUS.
           select sample-report-file assign to "YNSAMPLE.DAT"
               organization is line sequential
               file status is WS-SAMPLE-STATUS.
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
       fd  campaign-file.
       01 campaign-record.
           05 CMP-ID pic x(2).
           05 filler pic x.
           05 CMP-TITLE pic x(30).
           05 filler pic x.
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

       fd  population-file.
       01 population-record.
           05 POP-ID pic x(10).
           05 filler pic x.
           05 POP-DEPARTMENT pic x(10).

       fd  attribute-file.
       01 attribute-record.
           05 ATR-RESPONDENT pic x(10).
           05 filler pic x.
           05 ATR-DEPARTMENT pic x(10).
           05 filler pic x.
           05 ATR-SITE pic x(10).
           05 filler pic x.
           05 ATR-GRADE pic x(4).

       fd  expected-file.
       01 expected-record.
           05 EXP-RESPONDENT pic x(10).
           05 filler pic x.
           05 EXP-CAMPAIGN pic x(2).

       fd  sample-report-file.
       01 sample-report-record pic x(80).

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

       01 WS-CAMP-STATUS PIC XX VALUE SPACES.
       01 WS-POP-STATUS PIC XX VALUE SPACES.
       01 WS-ATTR-STATUS PIC XX VALUE SPACES.
       01 WS-EXPECTED-STATUS PIC XX VALUE SPACES.
       01 WS-SAMPLE-STATUS PIC XX VALUE SPACES.
       01 WS-CAMP-EOF PIC X VALUE "N".
         88 AT-CAMP-EOF VALUE "Y".
       01 WS-POP-EOF PIC X VALUE "N".
         88 AT-POP-EOF VALUE "Y".
       01 WS-ATTR-EOF PIC X VALUE "N".
         88 AT-ATTR-EOF VALUE "Y".
       01 WS-EXPECTED-EOF PIC X VALUE "N".
         88 AT-EXPECTED-EOF VALUE "Y".
       01 WS-OPER-EOF PIC X VALUE "N".
         88 AT-OPER-EOF VALUE "Y".

      *the operator master as this run reads it
       01 WS-OPERATOR-IN-REC.
           05 WS-OPERATOR-IN-ID PIC X(10).
           05 FILLER PIC X.
           05 WS-OPERATOR-IN-NAME PIC X(20).
           05 FILLER PIC X.
           05 WS-OPERATOR-IN-STATUS PIC X.
           05 FILLER PIC X(58).

      *the campaign catalog is carried whole and rewritten with the
      *sample recorded against the chosen campaign
       01 WS-CAMP-TABLE.
           05 WS-CAMP-IMAGE PIC X(84) OCCURS 20 TIMES.
       01 WS-CAMP-COUNT PIC 99 VALUE 0.
       01 WS-CAMP-IDX PIC 99 VALUE 0.
       01 WS-CAMP-HIT PIC 99 VALUE 0.
       01 WS-WANTED-CAMP PIC X(2) VALUE SPACES.

       01 WS-BASIS PIC X VALUE SPACE.
         88 OPERATOR-BASIS VALUE "O".
         88 PERSONNEL-BASIS VALUE "P".
       01 WS-STRATIFY PIC X VALUE SPACE.
         88 STRATIFIED-DRAW VALUE "Y".
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-SIZE-RAW PIC X(5) VALUE SPACES.
       01 WS-SIZE-EDIT PIC X(5) JUSTIFIED RIGHT.
       01 WS-SAMPLE-SIZE PIC 9(5) VALUE 0.
       01 WS-SEED-RAW PIC X(8) VALUE SPACES.
       01 WS-SEED-EDIT PIC X(8) JUSTIFIED RIGHT.
       01 WS-SAMPLE-SEED PIC 9(8) VALUE 0.
       01 WS-SAMPLE-DRAW PIC V9(9) VALUE 0.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *the respondent attributes, for departments the population
      *source does not give
       01 WS-ATTR-TABLE.
           05 WS-ATTR-ENTRY OCCURS 500 TIMES.
               10 WS-ATTR-ID PIC X(10).
               10 WS-ATTR-DEPT PIC X(10).
       01 WS-ATTR-COUNT PIC 9(3) VALUE 0.
       01 WS-ATTR-IDX PIC 9(3) VALUE 0.

      *the population, one slot per distinct id
       01 WS-POP-TABLE.
           05 WS-POP-ENTRY OCCURS 2000 TIMES.
               10 WS-POP-ID PIC X(10).
               10 WS-POP-DEPT PIC X(10).
               10 WS-POP-STRATUM PIC 9(3).
       01 WS-POP-COUNT PIC 9(5) VALUE 0.
       01 WS-POP-IDX PIC 9(5) VALUE 0.
       01 WS-POP-HIT PIC 9(5) VALUE 0.
       01 WS-POP-DROPPED PIC 9(5) VALUE 0.
       01 WS-NEW-ID PIC X(10) VALUE SPACES.
       01 WS-NEW-DEPT PIC X(10) VALUE SPACES.

      *the population laid out stratum by stratum; the draw swaps
      *positions within a stratum, so the first quota positions of
      *each stratum end up as its sample
       01 WS-ORDER-TABLE.
           05 WS-ORDER PIC 9(5) OCCURS 2000 TIMES.
       01 WS-ORDER-COUNT PIC 9(5) VALUE 0.
       01 WS-ORDER-POS PIC 9(5) VALUE 0.
       01 WS-ORDER-PICK PIC 9(5) VALUE 0.
       01 WS-ORDER-LAST PIC 9(5) VALUE 0.
       01 WS-ORDER-HOLD PIC 9(5) VALUE 0.
       01 WS-DRAW-IDX PIC 9(5) VALUE 0.
       01 WS-DRAW-LEFT PIC 9(5) VALUE 0.

       01 WS-STRATUM-TABLE.
           05 WS-STRATUM-ENTRY OCCURS 100 TIMES.
               10 WS-STR-DEPT PIC X(10).
               10 WS-STR-COUNT PIC 9(5).
               10 WS-STR-START PIC 9(5).
               10 WS-STR-QUOTA PIC 9(5).
               10 WS-STR-REMAINDER PIC 9(10).
               10 WS-STR-BONUS PIC X.
       01 WS-STRATUM-COUNT PIC 9(3) VALUE 0.
       01 WS-STR-IDX PIC 9(3) VALUE 0.
       01 WS-STR-HIT PIC 9(3) VALUE 0.
       01 WS-ALLOCATED PIC 9(5) VALUE 0.
       01 WS-BEST-REMAINDER PIC 9(10) VALUE 0.

      *the expected-respondents list, kept apart from the chosen
      *campaign's old entries and rewritten with the new sample
       01 WS-EXPECTED-TABLE.
           05 WS-EXPECTED-IMAGE PIC X(13) OCCURS 2000 TIMES.
       01 WS-EXPECTED-COUNT PIC 9(4) VALUE 0.
       01 WS-EXPECTED-IDX PIC 9(4) VALUE 0.
       01 WS-OLD-LIST-COUNT PIC 9(4) VALUE 0.

       01 WS-COUNT-PRINT PIC Z(4)9.
       01 WS-QUOTA-PRINT PIC Z(4)9.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CAMPAIGN-TABLE.
           PERFORM GET-CAMPAIGN.
           IF WS-CAMP-HIT = 0
               DISPLAY "ERROR! CAMPAIGN " WS-WANTED-CAMP
                   " IS NOT ON YNCAMP.DAT - ADD IT FIRST."
               MOVE "NO SUCH CAMPAIGN" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 4 TO RETURN-CODE
               goback
           END-IF.
           PERFORM LOAD-EXPECTED-LIST.
           IF WS-OLD-LIST-COUNT > 0
               MOVE WS-OLD-LIST-COUNT TO WS-COUNT-PRINT
               DISPLAY "CAMPAIGN " WS-WANTED-CAMP " ALREADY HAS "
                   WS-COUNT-PRINT " EXPECTED RESPONDENTS. "
                   "REPLACE THEM WITH A NEW SAMPLE? (Y/N): "
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM NOT = "Y"
                   DISPLAY "SAMPLE NOT DRAWN."
                   MOVE "SAMPLE KEPT" TO WS-OUTCOME
                   PERFORM write-suite-audit
                   CLOSE AUDIT-LOG-FILE
                   goback
               END-IF
           END-IF.
           PERFORM GET-BASIS.
           PERFORM LOAD-ATTRIBUTE-TABLE.
           PERFORM LOAD-POPULATION.
           IF WS-POP-COUNT = 0
               DISPLAY "ERROR! THE POPULATION IS EMPTY."
               MOVE "EMPTY POPULATION" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 4 TO RETURN-CODE
               goback
           END-IF.
           MOVE WS-POP-COUNT TO WS-COUNT-PRINT
           DISPLAY "POPULATION: " WS-COUNT-PRINT
           IF WS-POP-DROPPED > 0
               MOVE WS-POP-DROPPED TO WS-COUNT-PRINT
               DISPLAY "WARNING! POPULATION OVER 2000 - "
                   WS-COUNT-PRINT " LEFT OUT."
           END-IF
           PERFORM GET-SAMPLE-SIZE.
           PERFORM GET-STRATIFY.
           PERFORM GET-SEED.
           PERFORM BUILD-STRATA.
           PERFORM ALLOCATE-QUOTAS.
           COMPUTE WS-SAMPLE-DRAW = FUNCTION RANDOM(WS-SAMPLE-SEED)
           PERFORM DRAW-STRATUM-SAMPLE
               VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STRATUM-COUNT
           PERFORM SAVE-EXPECTED-LIST.
           PERFORM RECORD-SAMPLE-ON-CAMPAIGN.
           PERFORM WRITE-SAMPLE-REPORT.
           MOVE "YNSAMPLE.DAT" TO SPL-NAME
           MOVE 1 TO SPL-PAGES
           PERFORM REGISTER-SPOOL-REPORT
           MOVE WS-SAMPLE-SIZE TO WS-COUNT-PRINT
           DISPLAY "SAMPLE OF " WS-COUNT-PRINT " WRITTEN TO "
               "YNEXPCT.DAT FOR CAMPAIGN " WS-WANTED-CAMP
               " - SEED " WS-SAMPLE-SEED
           DISPLAY "SAMPLE LISTED ON YNSAMPLE.DAT"
           MOVE "* SAMPLE DRAWN" TO WS-OUTCOME
           PERFORM write-suite-audit
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       LOAD-CAMPAIGN-TABLE.
           MOVE 0 TO WS-CAMP-COUNT
           MOVE "N" TO WS-CAMP-EOF
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMP-STATUS = "00"
               PERFORM LOAD-NEXT-CAMPAIGN UNTIL AT-CAMP-EOF
               CLOSE CAMPAIGN-FILE
           END-IF.

       LOAD-NEXT-CAMPAIGN.
           READ CAMPAIGN-FILE
               AT END MOVE "Y" TO WS-CAMP-EOF
           END-READ

           IF NOT AT-CAMP-EOF
               IF CMP-ID NOT = SPACES AND WS-CAMP-COUNT < 20
                   ADD 1 TO WS-CAMP-COUNT
                   MOVE CAMPAIGN-RECORD TO WS-CAMP-IMAGE(WS-CAMP-COUNT)
               END-IF
           END-IF.

       GET-CAMPAIGN.
           DISPLAY "ENTER THE CAMPAIGN ID TO DRAW A SAMPLE FOR: "
           ACCEPT WS-WANTED-CAMP
           MOVE FUNCTION UPPER-CASE(WS-WANTED-CAMP)
               TO WS-WANTED-CAMP
           IF WS-WANTED-CAMP = SPACES
               DISPLAY ERRMSG-NOTHING-ENTERED
               MOVE "E003" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               PERFORM GET-CAMPAIGN
           END-IF
           MOVE 0 TO WS-CAMP-HIT
           PERFORM MATCH-NEXT-CAMPAIGN
               VARYING WS-CAMP-IDX FROM 1 BY 1
               UNTIL WS-CAMP-IDX > WS-CAMP-COUNT.

       MATCH-NEXT-CAMPAIGN.
           IF WS-CAMP-IMAGE(WS-CAMP-IDX)(1:2) = WS-WANTED-CAMP
               MOVE WS-CAMP-IDX TO WS-CAMP-HIT
           END-IF.

       GET-BASIS.
           DISPLAY "DRAW FROM O THE OPERATOR FILE, OR P THE "
               "PERSONNEL EXTRACT YNPOPUL.DAT: "
           ACCEPT WS-BASIS
           MOVE FUNCTION UPPER-CASE(WS-BASIS) TO WS-BASIS
           IF NOT OPERATOR-BASIS AND NOT PERSONNEL-BASIS
               DISPLAY ERRMSG-GENERIC
               MOVE "E001" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               PERFORM GET-BASIS
           END-IF.

       GET-SAMPLE-SIZE.
           DISPLAY "ENTER THE SAMPLE SIZE (AT MOST 500): "
           ACCEPT WS-SIZE-RAW
           MOVE SPACES TO WS-SIZE-EDIT
           UNSTRING WS-SIZE-RAW DELIMITED BY " "
               INTO WS-SIZE-EDIT
           END-UNSTRING
           INSPECT WS-SIZE-EDIT REPLACING LEADING SPACE BY "0"
           IF WS-SIZE-EDIT IS NOT NUMERIC
               DISPLAY ERRMSG-NOT-NUMERIC
               MOVE "E002" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               PERFORM GET-SAMPLE-SIZE
           ELSE
               MOVE WS-SIZE-EDIT TO WS-SAMPLE-SIZE
               IF WS-SAMPLE-SIZE = 0 OR WS-SAMPLE-SIZE > 500
                       OR WS-SAMPLE-SIZE > WS-POP-COUNT
                   DISPLAY "ERROR! THE SAMPLE MUST BE 1 TO 500 AND "
                       "NO BIGGER THAN THE POPULATION."
                   PERFORM GET-SAMPLE-SIZE
               END-IF
           END-IF.

       GET-STRATIFY.
           DISPLAY "STRATIFY BY DEPARTMENT? (Y/N): "
           ACCEPT WS-STRATIFY
           MOVE FUNCTION UPPER-CASE(WS-STRATIFY) TO WS-STRATIFY
           IF WS-STRATIFY NOT = "Y" AND WS-STRATIFY NOT = "N"
               DISPLAY "ERROR! ENTER Y OR N: "
               PERFORM GET-STRATIFY
           END-IF.

      *a keyed seed repeats an earlier draw; blank takes a new one
      *from the clock, as the recheck sampling does
       GET-SEED.
           DISPLAY "ENTER THE SEED OF AN EARLIER DRAW TO REPEAT IT, "
               "OR BLANK FOR A NEW DRAW: "
           ACCEPT WS-SEED-RAW
           IF WS-SEED-RAW = SPACES
               ACCEPT WS-SAMPLE-SEED FROM TIME
           ELSE
               MOVE SPACES TO WS-SEED-EDIT
               UNSTRING WS-SEED-RAW DELIMITED BY " "
                   INTO WS-SEED-EDIT
               END-UNSTRING
               INSPECT WS-SEED-EDIT REPLACING LEADING SPACE BY "0"
               IF WS-SEED-EDIT IS NOT NUMERIC
                   DISPLAY ERRMSG-NOT-NUMERIC
                   MOVE "E002" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
                   PERFORM GET-SEED
               ELSE
                   MOVE WS-SEED-EDIT TO WS-SAMPLE-SEED
               END-IF
           END-IF.

       LOAD-ATTRIBUTE-TABLE.
           MOVE 0 TO WS-ATTR-COUNT
           MOVE "N" TO WS-ATTR-EOF
           OPEN INPUT ATTRIBUTE-FILE
           IF WS-ATTR-STATUS = "00"
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
                   MOVE FUNCTION UPPER-CASE(ATR-DEPARTMENT)
                       TO WS-ATTR-DEPT(WS-ATTR-COUNT)
               END-IF
           END-IF.

      *inactive operators are not invited; a personnel extract is
      *taken as it stands
       LOAD-POPULATION.
           MOVE 0 TO WS-POP-COUNT
           MOVE 0 TO WS-POP-DROPPED
           IF OPERATOR-BASIS
               MOVE "N" TO WS-OPER-EOF
               OPEN INPUT OPERATOR-FILE
               IF WS-OPERATOR-STATUS = "00"
                   PERFORM LOAD-NEXT-OPERATOR UNTIL AT-OPER-EOF
                   CLOSE OPERATOR-FILE
               END-IF
           ELSE
               MOVE "N" TO WS-POP-EOF
               OPEN INPUT POPULATION-FILE
               IF WS-POP-STATUS NOT = "00"
                   DISPLAY "ERROR! YNPOPUL.DAT NOT FOUND."
               ELSE
                   PERFORM LOAD-NEXT-PERSON UNTIL AT-POP-EOF
                   CLOSE POPULATION-FILE
               END-IF
           END-IF.

       LOAD-NEXT-OPERATOR.
           READ OPERATOR-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-OPER-EOF
           END-READ

           IF NOT AT-OPER-EOF
               MOVE OPERATOR-RECORD TO WS-OPERATOR-IN-REC
               IF WS-OPERATOR-IN-ID NOT = SPACES
                       AND WS-OPERATOR-IN-STATUS NOT = "I"
                   MOVE FUNCTION UPPER-CASE(WS-OPERATOR-IN-ID)
                       TO WS-NEW-ID
                   MOVE SPACES TO WS-NEW-DEPT
                   PERFORM ADD-POPULATION-MEMBER
               END-IF
           END-IF.

       LOAD-NEXT-PERSON.
           READ POPULATION-FILE
               AT END MOVE "Y" TO WS-POP-EOF
           END-READ

           IF NOT AT-POP-EOF
               IF POP-ID NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(POP-ID) TO WS-NEW-ID
                   MOVE FUNCTION UPPER-CASE(POP-DEPARTMENT)
                       TO WS-NEW-DEPT
                   PERFORM ADD-POPULATION-MEMBER
               END-IF
           END-IF.

      *an id already in the population is not counted twice
       ADD-POPULATION-MEMBER.
           MOVE 0 TO WS-POP-HIT
           PERFORM MATCH-NEXT-MEMBER
               VARYING WS-POP-IDX FROM 1 BY 1
               UNTIL WS-POP-IDX > WS-POP-COUNT OR WS-POP-HIT > 0
           IF WS-POP-HIT = 0
               IF WS-POP-COUNT >= 2000
                   ADD 1 TO WS-POP-DROPPED
               ELSE
                   IF WS-NEW-DEPT = SPACES
                       PERFORM FIND-ATTRIBUTE-DEPARTMENT
                           VARYING WS-ATTR-IDX FROM 1 BY 1
                           UNTIL WS-ATTR-IDX > WS-ATTR-COUNT
                   END-IF
                   IF WS-NEW-DEPT = SPACES
                       MOVE "UNRECORDED" TO WS-NEW-DEPT
                   END-IF
                   ADD 1 TO WS-POP-COUNT
                   MOVE WS-NEW-ID TO WS-POP-ID(WS-POP-COUNT)
                   MOVE WS-NEW-DEPT TO WS-POP-DEPT(WS-POP-COUNT)
                   MOVE 0 TO WS-POP-STRATUM(WS-POP-COUNT)
               END-IF
           END-IF.

       MATCH-NEXT-MEMBER.
           IF WS-POP-ID(WS-POP-IDX) = WS-NEW-ID
               MOVE WS-POP-IDX TO WS-POP-HIT
           END-IF.

       FIND-ATTRIBUTE-DEPARTMENT.
           IF WS-ATTR-ID(WS-ATTR-IDX) = WS-NEW-ID
               MOVE WS-ATTR-DEPT(WS-ATTR-IDX) TO WS-NEW-DEPT
           END-IF.

      *one stratum per department when stratified (past a hundred
      *departments the rest share OTHER), else the one stratum ALL;
      *the population is then laid out stratum by stratum
       BUILD-STRATA.
           MOVE 0 TO WS-STRATUM-COUNT
           PERFORM PLACE-NEXT-MEMBER
               VARYING WS-POP-IDX FROM 1 BY 1
               UNTIL WS-POP-IDX > WS-POP-COUNT
           MOVE 0 TO WS-ORDER-COUNT
           PERFORM LAY-OUT-NEXT-STRATUM
               VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STRATUM-COUNT.

       PLACE-NEXT-MEMBER.
           IF STRATIFIED-DRAW
               MOVE WS-POP-DEPT(WS-POP-IDX) TO WS-NEW-DEPT
           ELSE
               MOVE "ALL" TO WS-NEW-DEPT
           END-IF
           MOVE 0 TO WS-STR-HIT
           PERFORM MATCH-NEXT-STRATUM
               VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STRATUM-COUNT
           IF WS-STR-HIT = 0
               IF WS-STRATUM-COUNT >= 100
                   MOVE "OTHER" TO WS-NEW-DEPT
                   PERFORM MATCH-NEXT-STRATUM
                       VARYING WS-STR-IDX FROM 1 BY 1
                       UNTIL WS-STR-IDX > WS-STRATUM-COUNT
                   IF WS-STR-HIT = 0
                       MOVE WS-STRATUM-COUNT TO WS-STR-HIT
                       MOVE "OTHER" TO WS-STR-DEPT(WS-STR-HIT)
                   END-IF
               ELSE
                   ADD 1 TO WS-STRATUM-COUNT
                   MOVE WS-STRATUM-COUNT TO WS-STR-HIT
                   MOVE WS-NEW-DEPT TO WS-STR-DEPT(WS-STR-HIT)
                   MOVE 0 TO WS-STR-COUNT(WS-STR-HIT)
                   MOVE 0 TO WS-STR-QUOTA(WS-STR-HIT)
                   MOVE "N" TO WS-STR-BONUS(WS-STR-HIT)
               END-IF
           END-IF
           ADD 1 TO WS-STR-COUNT(WS-STR-HIT)
           MOVE WS-STR-HIT TO WS-POP-STRATUM(WS-POP-IDX).

       MATCH-NEXT-STRATUM.
           IF WS-STR-DEPT(WS-STR-IDX) = WS-NEW-DEPT
               MOVE WS-STR-IDX TO WS-STR-HIT
           END-IF.

       LAY-OUT-NEXT-STRATUM.
           COMPUTE WS-STR-START(WS-STR-IDX) = WS-ORDER-COUNT + 1
           PERFORM LAY-OUT-NEXT-MEMBER
               VARYING WS-POP-IDX FROM 1 BY 1
               UNTIL WS-POP-IDX > WS-POP-COUNT.

       LAY-OUT-NEXT-MEMBER.
           IF WS-POP-STRATUM(WS-POP-IDX) = WS-STR-IDX
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-POP-IDX TO WS-ORDER(WS-ORDER-COUNT)
           END-IF.

      *proportional allocation by largest remainder - each stratum
      *gets the whole part of its share of the sample, then the
      *places left over go one each to the strata with the biggest
      *fractions left behind
       ALLOCATE-QUOTAS.
           MOVE 0 TO WS-ALLOCATED
           PERFORM WORK-OUT-NEXT-QUOTA
               VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STRATUM-COUNT
           PERFORM GIVE-NEXT-BONUS-PLACE
               UNTIL WS-ALLOCATED >= WS-SAMPLE-SIZE.

       WORK-OUT-NEXT-QUOTA.
           COMPUTE WS-STR-QUOTA(WS-STR-IDX) =
               WS-SAMPLE-SIZE * WS-STR-COUNT(WS-STR-IDX)
                   / WS-POP-COUNT
           COMPUTE WS-STR-REMAINDER(WS-STR-IDX) =
               WS-SAMPLE-SIZE * WS-STR-COUNT(WS-STR-IDX)
                   - WS-STR-QUOTA(WS-STR-IDX) * WS-POP-COUNT
           ADD WS-STR-QUOTA(WS-STR-IDX) TO WS-ALLOCATED.

       GIVE-NEXT-BONUS-PLACE.
           MOVE 0 TO WS-STR-HIT
           MOVE 0 TO WS-BEST-REMAINDER
           PERFORM FIND-BIGGEST-REMAINDER
               VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STRATUM-COUNT
           IF WS-STR-HIT = 0
               MOVE WS-SAMPLE-SIZE TO WS-ALLOCATED
           ELSE
               ADD 1 TO WS-STR-QUOTA(WS-STR-HIT)
               MOVE "Y" TO WS-STR-BONUS(WS-STR-HIT)
               ADD 1 TO WS-ALLOCATED
           END-IF.

       FIND-BIGGEST-REMAINDER.
           IF WS-STR-BONUS(WS-STR-IDX) NOT = "Y"
                   AND WS-STR-REMAINDER(WS-STR-IDX)
                       > WS-BEST-REMAINDER
               MOVE WS-STR-IDX TO WS-STR-HIT
               MOVE WS-STR-REMAINDER(WS-STR-IDX)
                   TO WS-BEST-REMAINDER
           END-IF.

      *a partial shuffle: each place of the quota in turn is filled
      *by a random pick from the members not yet chosen, swapped
      *into position
       DRAW-STRATUM-SAMPLE.
           COMPUTE WS-ORDER-LAST = WS-STR-START(WS-STR-IDX)
               + WS-STR-COUNT(WS-STR-IDX) - 1
           PERFORM DRAW-NEXT-PLACE
               VARYING WS-DRAW-IDX FROM 1 BY 1
               UNTIL WS-DRAW-IDX > WS-STR-QUOTA(WS-STR-IDX).

       DRAW-NEXT-PLACE.
           COMPUTE WS-ORDER-POS =
               WS-STR-START(WS-STR-IDX) + WS-DRAW-IDX - 1
           COMPUTE WS-DRAW-LEFT = WS-ORDER-LAST - WS-ORDER-POS + 1
           COMPUTE WS-SAMPLE-DRAW = FUNCTION RANDOM
           COMPUTE WS-ORDER-PICK = WS-ORDER-POS
               + FUNCTION INTEGER(WS-SAMPLE-DRAW * WS-DRAW-LEFT)
           IF WS-ORDER-PICK > WS-ORDER-LAST
               MOVE WS-ORDER-LAST TO WS-ORDER-PICK
           END-IF
           MOVE WS-ORDER(WS-ORDER-POS) TO WS-ORDER-HOLD
           MOVE WS-ORDER(WS-ORDER-PICK) TO WS-ORDER(WS-ORDER-POS)
           MOVE WS-ORDER-HOLD TO WS-ORDER(WS-ORDER-PICK).

      *every other campaign's entries, and the old list with no
      *campaign on it, are kept; the chosen campaign's are counted
      *here and replaced when the sample is saved
       LOAD-EXPECTED-LIST.
           MOVE 0 TO WS-EXPECTED-COUNT
           MOVE 0 TO WS-OLD-LIST-COUNT
           MOVE "N" TO WS-EXPECTED-EOF
           OPEN INPUT EXPECTED-FILE
           IF WS-EXPECTED-STATUS = "00"
               PERFORM LOAD-NEXT-EXPECTED UNTIL AT-EXPECTED-EOF
               CLOSE EXPECTED-FILE
           END-IF.

       LOAD-NEXT-EXPECTED.
           READ EXPECTED-FILE
               AT END MOVE "Y" TO WS-EXPECTED-EOF
           END-READ

           IF NOT AT-EXPECTED-EOF
               IF EXP-RESPONDENT NOT = SPACES
                   IF FUNCTION UPPER-CASE(EXP-CAMPAIGN)
                           = WS-WANTED-CAMP
                       ADD 1 TO WS-OLD-LIST-COUNT
                   ELSE
                       IF WS-EXPECTED-COUNT < 2000
                           ADD 1 TO WS-EXPECTED-COUNT
                           MOVE EXPECTED-RECORD
                               TO WS-EXPECTED-IMAGE(WS-EXPECTED-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SAVE-EXPECTED-LIST.
           OPEN OUTPUT EXPECTED-FILE
           PERFORM SAVE-NEXT-EXPECTED
               VARYING WS-EXPECTED-IDX FROM 1 BY 1
               UNTIL WS-EXPECTED-IDX > WS-EXPECTED-COUNT
           PERFORM SAVE-STRATUM-SAMPLE
               VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STRATUM-COUNT
           CLOSE EXPECTED-FILE.

       SAVE-NEXT-EXPECTED.
           MOVE WS-EXPECTED-IMAGE(WS-EXPECTED-IDX) TO EXPECTED-RECORD
           WRITE EXPECTED-RECORD.

       SAVE-STRATUM-SAMPLE.
           PERFORM SAVE-NEXT-SAMPLE-MEMBER
               VARYING WS-DRAW-IDX FROM 1 BY 1
               UNTIL WS-DRAW-IDX > WS-STR-QUOTA(WS-STR-IDX).

       SAVE-NEXT-SAMPLE-MEMBER.
           COMPUTE WS-ORDER-POS =
               WS-STR-START(WS-STR-IDX) + WS-DRAW-IDX - 1
           MOVE WS-ORDER(WS-ORDER-POS) TO WS-POP-IDX
           MOVE SPACES TO EXPECTED-RECORD
           MOVE WS-POP-ID(WS-POP-IDX) TO EXP-RESPONDENT
           MOVE WS-WANTED-CAMP TO EXP-CAMPAIGN
           WRITE EXPECTED-RECORD.

       RECORD-SAMPLE-ON-CAMPAIGN.
           MOVE WS-CAMP-IMAGE(WS-CAMP-HIT) TO CAMPAIGN-RECORD
           MOVE SPACES TO CAMPAIGN-RECORD(52:33)
           MOVE WS-SAMPLE-SEED TO CMP-SAMPLE-SEED
           MOVE WS-POP-COUNT TO CMP-SAMPLE-POPULATION
           MOVE WS-SAMPLE-SIZE TO CMP-SAMPLE-SIZE
           MOVE WS-BASIS TO CMP-SAMPLE-BASIS
           MOVE WS-STRATIFY TO CMP-SAMPLE-STRATIFIED
           MOVE WS-RUN-DATE TO CMP-SAMPLE-DATE
           MOVE CAMPAIGN-RECORD TO WS-CAMP-IMAGE(WS-CAMP-HIT)
           OPEN OUTPUT CAMPAIGN-FILE
           PERFORM SAVE-NEXT-CAMPAIGN
               VARYING WS-CAMP-IDX FROM 1 BY 1
               UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
           CLOSE CAMPAIGN-FILE.

       SAVE-NEXT-CAMPAIGN.
           MOVE WS-CAMP-IMAGE(WS-CAMP-IDX) TO CAMPAIGN-RECORD
           WRITE CAMPAIGN-RECORD.

       WRITE-SAMPLE-REPORT.
           OPEN OUTPUT SAMPLE-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SURVEY SAMPLE  CAMPAIGN " DELIMITED BY SIZE
                   WS-WANTED-CAMP DELIMITED BY SIZE
                   "  DRAWN " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE SAMPLE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF OPERATOR-BASIS
               MOVE "POPULATION: OPERATOR FILE (ACTIVE OPERATORS)"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "POPULATION: PERSONNEL EXTRACT YNPOPUL.DAT"
                   TO WS-REPORT-LINE
           END-IF
           WRITE SAMPLE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-POP-COUNT TO WS-COUNT-PRINT
           MOVE WS-SAMPLE-SIZE TO WS-QUOTA-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "POPULATION SIZE: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   "  SAMPLE SIZE: " DELIMITED BY SIZE
                   WS-QUOTA-PRINT DELIMITED BY SIZE
                   "  SEED: " DELIMITED BY SIZE
                   WS-SAMPLE-SEED DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE SAMPLE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF STRATIFIED-DRAW
               MOVE "STRATIFIED BY DEPARTMENT, PROPORTIONAL ALLOCATION"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "SIMPLE RANDOM SAMPLE" TO WS-REPORT-LINE
           END-IF
           WRITE SAMPLE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SAMPLE-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM WRITE-NEXT-STRATUM-LINES
               VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STRATUM-COUNT
           CLOSE SAMPLE-REPORT-FILE.

       WRITE-NEXT-STRATUM-LINES.
           MOVE WS-STR-COUNT(WS-STR-IDX) TO WS-COUNT-PRINT
           MOVE WS-STR-QUOTA(WS-STR-IDX) TO WS-QUOTA-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-STR-DEPT(WS-STR-IDX) DELIMITED BY SIZE
                   "  POPULATION: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   "  DRAWN: " DELIMITED BY SIZE
                   WS-QUOTA-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE SAMPLE-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM WRITE-NEXT-DRAWN-LINE
               VARYING WS-DRAW-IDX FROM 1 BY 1
               UNTIL WS-DRAW-IDX > WS-STR-QUOTA(WS-STR-IDX).

       WRITE-NEXT-DRAWN-LINE.
           COMPUTE WS-ORDER-POS =
               WS-STR-START(WS-STR-IDX) + WS-DRAW-IDX - 1
           MOVE WS-ORDER(WS-ORDER-POS) TO WS-POP-IDX
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                   WS-POP-ID(WS-POP-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-POP-DEPT(WS-POP-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE SAMPLE-REPORT-RECORD FROM WS-REPORT-LINE.

       copy errlog replacing ==:PROGRAM-NAME:== by =="YN_SAMPLE"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="YN_SAMPLE"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program Program12.
