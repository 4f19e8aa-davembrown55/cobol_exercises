      *manifest the way the resubmissions and standing orders
      *ride it - the day's hand-keyed ADD01PIN.DAT is never
      *touched.  unmappable rows go to the reject file with the
      *reason.  every row, clean or not, is entered on the
      *cross-reference file under the partner's own row reference
      *(their ROWREF column, or the row's number in the file when
      *they send none), and a clean pair carries that reference
      *through the batch, so the return file can tell the partner
      *what became of each row.
      *the same mapping approach takes in the survey bureau's
      *scanned paper forms: the operator picks the bureau feed,
      *its own mapping file (SVYMAP.DAT) places the respondent,
      *question, response, comment and campaign columns, and each
      *row is checked against the question catalog and the
      *campaign file before it is released onto SURVEY.DAT for
      *the yes_no_01 batch run.  the bureau's rejects go to their
      *own file, and the partner's mapping, reject and
      *cross-reference files are never touched by a bureau run.

       environment division.
       input-output section.
       file-control.
           select partner-file assign to dynamic WS-PARTNER-NAME
               organization is line sequential
               file status is WS-PARTNER-STATUS.
           select mapping-file assign to dynamic WS-MAPPING-NAME
               organization is line sequential
               file status is WS-MAPPING-STATUS.
           select pairs-file assign to "ADD01PXL.DAT"
           select manifest-file assign to "ADD01MAN.DAT"
               organization is line sequential
               file status is WS-MANIFEST-STATUS.
           select reject-file assign to dynamic WS-REJECT-NAME
               organization is line sequential
               file status is WS-REJECT-STATUS.
           select survey-file assign to "SURVEY.DAT"
               organization is line sequential
               file status is WS-SURVEY-STATUS.
           select question-file assign to "YNQUEST.DAT"
               organization is line sequential
               file status is WS-QUEST-STATUS.
           select campaign-file assign to "YNCAMP.DAT"
               organization is line sequential
               file status is WS-CAMP-STATUS.
           copy pxrfsel.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy bltnsel.
           copy cfgsel.
           copy entlsel.
           copy runlksel.

       data division.
       file section.
           05 PRS-1ST-NUMBER pic 9(3)v99.
           05 filler pic x.
           05 PRS-2ND-NUMBER pic 9(3)v99.
           05 filler pic x.
           05 PRS-ROW-REF pic x(10).

       fd  manifest-file.
       01 manifest-record pic x(20).
       fd  reject-file.
       01 reject-record pic x(150).

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

       fd  question-file.
       01 question-record.
           05 QC-QUESTION-NUMBER pic 9(2).
           05 filler pic x.
           05 QC-QUESTION-TEXT pic x(60).
           05 filler pic x.
           05 QC-CAMPAIGN pic x(2).
           05 filler pic x.
           05 QC-ROUTE-QUESTION pic x(2).
           05 QC-ROUTE-ANSWER pic x.
           05 filler pic x.
           05 QC-QUESTION-TYPE pic x.
           05 QC-SCALE-TOP pic x.

       fd  campaign-file.
       01 campaign-record.
           05 CMP-ID pic x(2).
           05 filler pic x.
           05 CMP-TITLE pic x(30).
           05 filler pic x.
           05 CMP-OPEN-DATE pic 9(8).
           05 filler pic x.
           05 CMP-CLOSE-DATE pic 9(8).
           05 filler pic x(33).

       copy pxrffd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).


       copy entlfd.

       copy runlkfd.

       working-storage section.
       copy errmsgs.

         88 AT-MANIFEST-EOF VALUE "Y".
       01 WS-MANIFEST-LISTED PIC X VALUE "N".

      *which feed this run translates - the logistics partner's
      *calculation pairs, or the survey bureau's scanned forms
       01 WS-FEED-TYPE PIC X VALUE SPACE.
         88 PARTNER-FEED VALUE "P".
         88 SURVEY-FEED VALUE "S".
         88 FEED-CHOSEN VALUE "P" "S".
       01 WS-PARTNER-NAME PIC X(20) VALUE "PARTNER.DAT".
       01 WS-MAPPING-NAME PIC X(20) VALUE "PARTMAP.DAT".
       01 WS-REJECT-NAME PIC X(20) VALUE "PARTREJ.DAT".

      *the field mapping: which of their columns feeds which of
      *our fields, with a default when they send no such column
       01 WS-MAP-TABLE.
       01 WS-MAP-COUNT PIC 99 VALUE 0.
       01 WS-MAP-IDX PIC 99 VALUE 0.

      *one partner row split on its commas - wide enough for a
      *bureau comment
       01 WS-COLUMN-TABLE.
           05 WS-COLUMN PIC X(60) OCCURS 10 TIMES.
       01 WS-COLUMN-IDX PIC 99 VALUE 0.

       01 WS-RAW-VALUE PIC X(60) VALUE SPACES.
       01 WS-OPERATION PIC X VALUE SPACE.
       01 WS-AMOUNT-1 PIC 9(3)V99 VALUE 0.
       01 WS-AMOUNT-2 PIC 9(3)V99 VALUE 0.
       01 WS-PENCE-RAW PIC X(5) VALUE SPACES.
       01 WS-PENCE-NUM PIC 99 VALUE 0.

      *shared partner row cross-reference
       copy pxrfws.

       01 WS-ROW-NUMBER PIC 9(6) VALUE 0.
       01 WS-ROW-REF PIC X(10) VALUE SPACES.
       01 WS-ROW-BAD PIC X VALUE "N".
       01 WS-ROW-REASON PIC X(25) VALUE SPACES.
       01 WS-CLEAN-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-PRINT PIC Z(5)9.
       01 WS-REJECT-LINE PIC X(150) VALUE SPACES.

      *the survey files the bureau's rows are checked against
       01 WS-SURVEY-STATUS PIC XX VALUE SPACES.
       01 WS-QUEST-STATUS PIC XX VALUE SPACES.
       01 WS-QUEST-EOF PIC X VALUE "N".
         88 AT-QUEST-EOF VALUE "Y".
       01 WS-CAMP-STATUS PIC XX VALUE SPACES.
       01 WS-CAMP-EOF PIC X VALUE "N".
         88 AT-CAMP-EOF VALUE "Y".
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.

      *the campaigns on file; no campaign file means the standing
      *GENERAL campaign 01 with no window, as the survey has it
       01 WS-CAMP-TABLE.
           05 WS-CAMP-ENTRY OCCURS 20 TIMES.
               10 WS-CAMP-ID PIC X(2).
               10 WS-CAMP-OPEN PIC 9(8).
               10 WS-CAMP-CLOSE PIC 9(8).
       01 WS-CAMP-COUNT PIC 99 VALUE 0.
       01 WS-CAMP-IDX PIC 99 VALUE 0.
       01 WS-CAMP-SLOT PIC 99 VALUE 0.

      *which questions each campaign asks, and how each is answered
       01 WS-QUESTION-TABLE.
           05 WS-QUESTION-CAMPAIGN OCCURS 20 TIMES.
               10 WS-QUESTION-ENTRY OCCURS 99 TIMES.
                   15 WS-QUESTION-PRESENT PIC X.
                   15 WS-QUESTION-TYPE PIC X.
                     88 RATING-QUESTION VALUE "R".
                   15 WS-QUESTION-SCALE PIC 9.

      *one bureau row as mapped, before it is released
       01 WS-SVY-RESPONDENT PIC X(10) VALUE SPACES.
       01 WS-SVY-QUESTION-RAW PIC X(60) VALUE SPACES.
       01 WS-SVY-QUESTION-EDIT PIC XX JUSTIFIED RIGHT.
       01 WS-SVY-QUESTION PIC 99 VALUE 0.
       01 WS-SVY-RESPONSE-RAW PIC X(60) VALUE SPACES.
       01 WS-SVY-RESPONSE PIC X VALUE SPACE.
       01 WS-SVY-COMMENT PIC X(60) VALUE SPACES.
       01 WS-SVY-CAMPAIGN PIC X(2) VALUE SPACES.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
      *central suite configuration
       copy cfgws.

      *shared run lock - the bureau feed holds the survey batch's
      *token while it appends to SURVEY.DAT
       copy runlkws.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
               MOVE 8 TO RETURN-CODE
               goback
           END-IF.
           PERFORM CHOOSE-TRANSLATION-FEED UNTIL FEED-CHOSEN
           IF SURVEY-FEED
               MOVE "SVYBUR.DAT" TO WS-PARTNER-NAME
               MOVE "SVYMAP.DAT" TO WS-MAPPING-NAME
               MOVE "SVYREJ.DAT" TO WS-REJECT-NAME
           END-IF
           PERFORM LOAD-FIELD-MAPPING
           IF WS-MAP-COUNT = 0
               DISPLAY "ERROR! NO FIELD MAPPING ON FILE - NOTHING "
           END-IF
           OPEN INPUT PARTNER-FILE
           IF WS-PARTNER-STATUS NOT = "00"
               DISPLAY "ERROR! NO PARTNER FILE TO TRANSLATE: "
                   WS-PARTNER-NAME
               MOVE "NO PARTNER FILE" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           IF SURVEY-FEED
               PERFORM OPEN-SURVEY-INTAKE
           ELSE
               OPEN OUTPUT PAIRS-FILE
               OPEN OUTPUT PARTNER-XREF-FILE
           END-IF
           OPEN OUTPUT REJECT-FILE
           PERFORM TRANSLATE-NEXT-ROW UNTIL AT-PARTNER-EOF
           CLOSE PARTNER-FILE
           CLOSE REJECT-FILE
           IF SURVEY-FEED
               CLOSE SURVEY-FILE
               PERFORM RELEASE-RUN-LOCK
           ELSE
               CLOSE PAIRS-FILE
               CLOSE PARTNER-XREF-FILE
               IF WS-CLEAN-COUNT > 0
                   PERFORM PUT-FILE-ON-MANIFEST
               END-IF
           END-IF
           MOVE WS-CLEAN-COUNT TO WS-COUNT-PRINT
           DISPLAY "ROWS TRANSLATED: " WS-COUNT-PRINT
           CLOSE AUDIT-LOG-FILE
           goback.

       CHOOSE-TRANSLATION-FEED.
           DISPLAY "TRANSLATE WHICH FEED? P = PARTNER CALCULATION "
               "PAIRS, S = SURVEY BUREAU RESULTS: "
           ACCEPT WS-FEED-TYPE
           MOVE FUNCTION UPPER-CASE(WS-FEED-TYPE) TO WS-FEED-TYPE
           IF NOT FEED-CHOSEN
               DISPLAY "ERROR! ENTER P OR S."
           END-IF.

      *the bureau's clean rows are added to whatever responses are
      *already waiting for the survey batch, and the batch's run
      *lock is held meanwhile so the two can never overlap
       OPEN-SURVEY-INTAKE.
           MOVE "YESNO-BATCH" TO WS-RUNLOCK-TOKEN
           PERFORM CLAIM-RUN-LOCK
           IF RUN-LOCK-HELD
               CLOSE PARTNER-FILE
               MOVE "LOCK HELD" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CAMPAIGNS
           PERFORM LOAD-QUESTION-CATALOG
           OPEN EXTEND SURVEY-FILE
           IF WS-SURVEY-STATUS = "35"
               OPEN OUTPUT SURVEY-FILE
           END-IF.

       LOAD-CAMPAIGNS.
           MOVE 0 TO WS-CAMP-COUNT
           MOVE "N" TO WS-CAMP-EOF
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMP-STATUS = "00"
               PERFORM LOAD-NEXT-CAMPAIGN UNTIL AT-CAMP-EOF
               CLOSE CAMPAIGN-FILE
           END-IF
           IF WS-CAMP-COUNT = 0
               MOVE 1 TO WS-CAMP-COUNT
               MOVE "01" TO WS-CAMP-ID(1)
               MOVE 0 TO WS-CAMP-OPEN(1)
               MOVE 0 TO WS-CAMP-CLOSE(1)
           END-IF.

       LOAD-NEXT-CAMPAIGN.
           READ CAMPAIGN-FILE
               AT END MOVE "Y" TO WS-CAMP-EOF
           END-READ
           IF NOT AT-CAMP-EOF
               IF CMP-ID NOT = SPACES AND WS-CAMP-COUNT < 20
                   ADD 1 TO WS-CAMP-COUNT
                   MOVE CMP-ID TO WS-CAMP-ID(WS-CAMP-COUNT)
                   MOVE 0 TO WS-CAMP-OPEN(WS-CAMP-COUNT)
                   MOVE 0 TO WS-CAMP-CLOSE(WS-CAMP-COUNT)
                   IF CMP-OPEN-DATE IS NUMERIC
                       MOVE CMP-OPEN-DATE
                           TO WS-CAMP-OPEN(WS-CAMP-COUNT)
                   END-IF
                   IF CMP-CLOSE-DATE IS NUMERIC
                       MOVE CMP-CLOSE-DATE
                           TO WS-CAMP-CLOSE(WS-CAMP-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-CAMPAIGN-SLOT.
           IF WS-SVY-CAMPAIGN = SPACES
               MOVE "01" TO WS-SVY-CAMPAIGN
           END-IF
           MOVE 0 TO WS-CAMP-SLOT
           PERFORM MATCH-NEXT-CAMPAIGN
               VARYING WS-CAMP-IDX FROM 1 BY 1
               UNTIL WS-CAMP-IDX > WS-CAMP-COUNT.

       MATCH-NEXT-CAMPAIGN.
           IF WS-CAMP-ID(WS-CAMP-IDX) = WS-SVY-CAMPAIGN
               MOVE WS-CAMP-IDX TO WS-CAMP-SLOT
           END-IF.

      *no catalog on file means no question can be answered - the
      *survey program seeds one the first time it runs
       LOAD-QUESTION-CATALOG.
           INITIALIZE WS-QUESTION-TABLE
           MOVE "N" TO WS-QUEST-EOF
           OPEN INPUT QUESTION-FILE
           IF WS-QUEST-STATUS = "00"
               PERFORM LOAD-NEXT-QUESTION UNTIL AT-QUEST-EOF
               CLOSE QUESTION-FILE
           END-IF.

       LOAD-NEXT-QUESTION.
           READ QUESTION-FILE
               AT END MOVE "Y" TO WS-QUEST-EOF
           END-READ
           IF NOT AT-QUEST-EOF
               IF QC-QUESTION-NUMBER IS NUMERIC
                       AND QC-QUESTION-NUMBER > 0
                   MOVE QC-CAMPAIGN TO WS-SVY-CAMPAIGN
                   PERFORM FIND-CAMPAIGN-SLOT
                   IF WS-CAMP-SLOT > 0
                       PERFORM LOAD-QUESTION-TYPE
                   END-IF
               END-IF
           END-IF.

      *a rating question with no usable scale is taken as 1 to 5,
      *the way the survey program reads it
       LOAD-QUESTION-TYPE.
           MOVE "Y" TO WS-QUESTION-PRESENT(WS-CAMP-SLOT,
               QC-QUESTION-NUMBER)
           MOVE "Y" TO WS-QUESTION-TYPE(WS-CAMP-SLOT,
               QC-QUESTION-NUMBER)
           MOVE 0 TO WS-QUESTION-SCALE(WS-CAMP-SLOT,
               QC-QUESTION-NUMBER)
           IF FUNCTION UPPER-CASE(QC-QUESTION-TYPE) = "R"
               MOVE "R" TO WS-QUESTION-TYPE(WS-CAMP-SLOT,
                   QC-QUESTION-NUMBER)
               IF QC-SCALE-TOP IS NUMERIC AND QC-SCALE-TOP > "1"
                   MOVE QC-SCALE-TOP TO WS-QUESTION-SCALE(
                       WS-CAMP-SLOT, QC-QUESTION-NUMBER)
               ELSE
                   MOVE 5 TO WS-QUESTION-SCALE(WS-CAMP-SLOT,
                       QC-QUESTION-NUMBER)
               END-IF
           END-IF.

      *one manifest entry, however many times the translator runs
      *before the batch clears the day - the batch picks the file
      *up alongside the edited pairs
           END-READ
           IF NOT AT-PARTNER-EOF
               IF PARTNER-RECORD NOT = SPACES
                   IF SURVEY-FEED
                       PERFORM TRANSLATE-SURVEY-ROW
                   ELSE
                       PERFORM TRANSLATE-ONE-ROW
                   END-IF
               END-IF
           END-IF.

       SPLIT-PARTNER-ROW.
           MOVE "N" TO WS-ROW-BAD
           MOVE SPACES TO WS-ROW-REASON
           MOVE SPACES TO WS-COLUMN-TABLE
                   WS-COLUMN(4) WS-COLUMN(5) WS-COLUMN(6)
                   WS-COLUMN(7) WS-COLUMN(8) WS-COLUMN(9)
                   WS-COLUMN(10)
           END-UNSTRING.

       TRANSLATE-ONE-ROW.
           PERFORM SPLIT-PARTNER-ROW
           MOVE SPACE TO WS-OPERATION
           MOVE 0 TO WS-AMOUNT-1
           MOVE 0 TO WS-AMOUNT-2
           ADD 1 TO WS-ROW-NUMBER
           MOVE SPACES TO WS-ROW-REF
           PERFORM PICK-ROW-REFERENCE
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
           IF WS-ROW-REF = SPACES
               MOVE WS-ROW-NUMBER TO WS-ROW-REF
           END-IF
           PERFORM APPLY-ONE-MAPPING
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
           END-IF
           IF WS-ROW-BAD = "Y"
               PERFORM WRITE-ROW-REJECT
               MOVE "R" TO PXR-DISPOSITION
               MOVE WS-ROW-REASON TO PXR-REASON
           ELSE
               MOVE SPACES TO PAIRS-RECORD
               MOVE WS-OPERATION TO PRS-OPERATION
               MOVE WS-AMOUNT-1 TO PRS-1ST-NUMBER
               MOVE WS-AMOUNT-2 TO PRS-2ND-NUMBER
               MOVE WS-ROW-REF TO PRS-ROW-REF
               WRITE PAIRS-RECORD
               ADD 1 TO WS-CLEAN-COUNT
               MOVE "T" TO PXR-DISPOSITION
               MOVE SPACES TO PXR-REASON
           END-IF
           MOVE WS-ROW-REF TO PXR-ROW-REF
           MOVE PARTNER-RECORD TO PXR-PARTNER-ROW
           WRITE PARTNER-XREF-RECORD FROM WS-PARTNER-XREF-REC.

      *the partner's row reference is read before anything else,
      *so even a row that fails on its first mapped field can be
      *named on the return file
       PICK-ROW-REFERENCE.
           IF WS-MAP-NAME(WS-MAP-IDX) = "ROWREF"
               MOVE SPACES TO WS-RAW-VALUE
               IF WS-MAP-COL(WS-MAP-IDX) >= 1
                       AND WS-MAP-COL(WS-MAP-IDX) <= 10
                   MOVE WS-COLUMN(WS-MAP-COL(WS-MAP-IDX))
                       TO WS-RAW-VALUE
               END-IF
               MOVE WS-RAW-VALUE(1:10) TO WS-ROW-REF
           END-IF.

      *a bureau row is released onto SURVEY.DAT only when every
      *field would be accepted by the survey batch: a respondent,
      *a question the campaign asks, a campaign on file and open,
      *and an answer the question allows
       TRANSLATE-SURVEY-ROW.
           PERFORM SPLIT-PARTNER-ROW
           MOVE SPACES TO WS-SVY-RESPONDENT
           MOVE SPACES TO WS-SVY-QUESTION-RAW
           MOVE SPACES TO WS-SVY-RESPONSE-RAW
           MOVE SPACES TO WS-SVY-COMMENT
           MOVE SPACES TO WS-SVY-CAMPAIGN
           PERFORM APPLY-ONE-SURVEY-MAPPING
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   OR WS-ROW-BAD = "Y"
           IF WS-ROW-BAD NOT = "Y"
               PERFORM CHECK-SURVEY-ROW
           END-IF
           IF WS-ROW-BAD = "Y"
               PERFORM WRITE-ROW-REJECT
           ELSE
               MOVE SPACES TO SURVEY-RECORD
               MOVE WS-SVY-RESPONDENT TO SR-RESPONDENT
               MOVE WS-SVY-QUESTION TO SR-QUESTION-NUMBER
               MOVE WS-SVY-RESPONSE TO SR-RESPONSE
               MOVE WS-SVY-COMMENT TO SR-COMMENT
               MOVE WS-SVY-CAMPAIGN TO SR-CAMPAIGN
               WRITE SURVEY-RECORD
               ADD 1 TO WS-CLEAN-COUNT
           END-IF.

       APPLY-ONE-SURVEY-MAPPING.
           MOVE SPACES TO WS-RAW-VALUE
           IF WS-MAP-COL(WS-MAP-IDX) >= 1
                   AND WS-MAP-COL(WS-MAP-IDX) <= 10
               MOVE WS-COLUMN(WS-MAP-COL(WS-MAP-IDX))
                   TO WS-RAW-VALUE
           END-IF
           IF WS-RAW-VALUE = SPACES
               MOVE WS-MAP-DFLT(WS-MAP-IDX) TO WS-RAW-VALUE
           END-IF
           EVALUATE WS-MAP-NAME(WS-MAP-IDX)
               WHEN "RESPID"
                   MOVE FUNCTION UPPER-CASE(WS-RAW-VALUE)
                       TO WS-SVY-RESPONDENT
                   IF WS-RAW-VALUE(11:50) NOT = SPACES
                       MOVE "Y" TO WS-ROW-BAD
                       MOVE "RESPONDENT TOO LONG" TO WS-ROW-REASON
                   END-IF
               WHEN "QUESTION"
                   MOVE WS-RAW-VALUE TO WS-SVY-QUESTION-RAW
               WHEN "RESPONSE"
                   MOVE FUNCTION UPPER-CASE(WS-RAW-VALUE)
                       TO WS-SVY-RESPONSE-RAW
               WHEN "COMMENT"
                   MOVE WS-RAW-VALUE TO WS-SVY-COMMENT
               WHEN "CAMPAIGN"
                   MOVE WS-RAW-VALUE(1:2) TO WS-SVY-CAMPAIGN
                   IF WS-RAW-VALUE(3:58) NOT = SPACES
                       MOVE "Y" TO WS-ROW-BAD
                       MOVE "CAMPAIGN UNREADABLE" TO WS-ROW-REASON
                   END-IF
               WHEN "ROWREF"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-ROW-BAD
                   MOVE "UNKNOWN MAPPED FIELD" TO WS-ROW-REASON
           END-EVALUATE.

       CHECK-SURVEY-ROW.
           IF WS-SVY-RESPONDENT = SPACES
               MOVE "Y" TO WS-ROW-BAD
               MOVE "NO RESPONDENT" TO WS-ROW-REASON
           END-IF
           IF WS-ROW-BAD NOT = "Y"
               PERFORM CHECK-SURVEY-QUESTION
           END-IF
           IF WS-ROW-BAD NOT = "Y"
               PERFORM CHECK-SURVEY-CAMPAIGN
           END-IF
           IF WS-ROW-BAD NOT = "Y"
               IF WS-QUESTION-PRESENT(WS-CAMP-SLOT, WS-SVY-QUESTION)
                       NOT = "Y"
                   MOVE "Y" TO WS-ROW-BAD
                   MOVE "QUESTION NOT ON YNQUEST" TO WS-ROW-REASON
               END-IF
           END-IF
           IF WS-ROW-BAD NOT = "Y"
               PERFORM CHECK-SURVEY-RESPONSE
           END-IF.

       CHECK-SURVEY-QUESTION.
           MOVE SPACES TO WS-SVY-QUESTION-EDIT
           MOVE 0 TO WS-SVY-QUESTION
           IF WS-SVY-QUESTION-RAW(3:58) = SPACES
               UNSTRING WS-SVY-QUESTION-RAW DELIMITED BY " "
                   INTO WS-SVY-QUESTION-EDIT
               END-UNSTRING
               INSPECT WS-SVY-QUESTION-EDIT
                   REPLACING LEADING SPACE BY "0"
               IF WS-SVY-QUESTION-EDIT IS NUMERIC
                   MOVE WS-SVY-QUESTION-EDIT TO WS-SVY-QUESTION
               END-IF
           END-IF
           IF WS-SVY-QUESTION = 0
               MOVE "Y" TO WS-ROW-BAD
               MOVE "QUESTION NOT READABLE" TO WS-ROW-REASON
           END-IF.

      *zero in either date means no limit on that side
       CHECK-SURVEY-CAMPAIGN.
           MOVE FUNCTION UPPER-CASE(WS-SVY-CAMPAIGN)
               TO WS-SVY-CAMPAIGN
           PERFORM FIND-CAMPAIGN-SLOT
           IF WS-CAMP-SLOT = 0
               MOVE "Y" TO WS-ROW-BAD
               MOVE "CAMPAIGN NOT ON YNCAMP" TO WS-ROW-REASON
           ELSE
               IF (WS-CAMP-OPEN(WS-CAMP-SLOT) > 0
                       AND WS-TODAY-DATE < WS-CAMP-OPEN(WS-CAMP-SLOT))
                   OR (WS-CAMP-CLOSE(WS-CAMP-SLOT) > 0
                       AND WS-TODAY-DATE
                           > WS-CAMP-CLOSE(WS-CAMP-SLOT))
                   MOVE "Y" TO WS-ROW-BAD
                   MOVE "CAMPAIGN NOT OPEN" TO WS-ROW-REASON
               END-IF
           END-IF.

      *the bureau may print the whole word on a yes/no question
       CHECK-SURVEY-RESPONSE.
           EVALUATE WS-SVY-RESPONSE-RAW
               WHEN "YES"
                   MOVE "Y" TO WS-SVY-RESPONSE-RAW
               WHEN "NO"
                   MOVE "N" TO WS-SVY-RESPONSE-RAW
           END-EVALUATE
           MOVE WS-SVY-RESPONSE-RAW(1:1) TO WS-SVY-RESPONSE
           IF WS-SVY-RESPONSE-RAW(2:59) NOT = SPACES
               MOVE SPACE TO WS-SVY-RESPONSE
           END-IF
           IF RATING-QUESTION(WS-CAMP-SLOT, WS-SVY-QUESTION)
               IF WS-SVY-RESPONSE IS NOT NUMERIC
                       OR WS-SVY-RESPONSE = "0"
                       OR WS-SVY-RESPONSE >
                           WS-QUESTION-SCALE(WS-CAMP-SLOT,
                               WS-SVY-QUESTION)
                   MOVE "Y" TO WS-ROW-BAD
                   MOVE "RATING OUTSIDE SCALE" TO WS-ROW-REASON
               END-IF
           ELSE
               IF WS-SVY-RESPONSE NOT = "Y"
                       AND WS-SVY-RESPONSE NOT = "N"
                   MOVE "Y" TO WS-ROW-BAD
                   MOVE "RESPONSE NOT Y OR N" TO WS-ROW-REASON
               END-IF
           END-IF.

      *column zero, or a blank cell, falls back to the mapping's
                       MOVE "2ND AMOUNT UNREADABLE"
                           TO WS-ROW-REASON
                   END-IF
      *the row reference is picked up above; the result, status
      *and reason columns only exist on the return file
               WHEN "ROWREF"
               WHEN "RESULT"
               WHEN "STATUS"
               WHEN "REASON"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-ROW-BAD
                   MOVE "UNKNOWN MAPPED FIELD" TO WS-ROW-REASON

       copy opsignon.

       copy runlkp.

       end program partner_xlate.
