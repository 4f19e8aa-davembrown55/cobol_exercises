      *anywhere - once the run ends no answer can be traced back
      *to a person.  the comment detail file carries no respondent
      *identifier and needs no treatment.
      *the respondent attributes on YNATTR.DAT go with the IDs: a
      *respondent given a token gets a copy of their department,
      *site and grade under the token, so the breakdown report
      *still splits the old campaign, and the record under the
      *real ID is dropped once no response left on file carries
      *it.  the breakdown's minimum cell size keeps the copy from
      *singling anyone out.

       environment division.
       input-output section.
           select register-work-file assign to "YNRESPW.DAT"
               organization is line sequential
               file status is WS-REGISTER-WORK-STATUS.
           select attribute-file assign to "YNATTR.DAT"
               organization is line sequential
               file status is WS-ATTR-STATUS.
           select attribute-work-file assign to "YNATTRW.DAT"
               organization is line sequential
               file status is WS-ATTR-WORK-STATUS.
           select campaign-file assign to "YNCAMP.DAT"
               organization is line sequential
               file status is WS-CAMP-STATUS.
           05 REG-DATE pic x(8).
           05 filler pic x.
           05 REG-CAMP pic x(2).
           05 filler pic x.
           05 REG-ANSWER pic x.

       fd  register-work-file.
       01 register-work-record pic x(27).

       fd  attribute-file.
       01 attribute-record.
           05 ATR-RESPONDENT pic x(10).
           05 filler pic x.
           05 ATR-DEPARTMENT pic x(10).
           05 filler pic x.
           05 ATR-SITE pic x(10).
           05 filler pic x.
           05 ATR-GRADE pic x(4).

       fd  attribute-work-file.
       01 attribute-work-record pic x(37).

       fd  campaign-file.
       01 campaign-record.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-REGISTER-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-CAMP-STATUS PIC XX VALUE SPACES.
       01 WS-ATTR-STATUS PIC XX VALUE SPACES.
       01 WS-ATTR-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-SURVEY-EOF PIC X VALUE "N".
         88 AT-SURVEY-EOF VALUE "Y".
       01 WS-REGISTER-EOF PIC X VALUE "N".
         88 AT-CAMP-EOF VALUE "Y".
       01 WS-WORK-EOF PIC X VALUE "N".
         88 AT-WORK-EOF VALUE "Y".
       01 WS-ATTR-EOF PIC X VALUE "N".
         88 AT-ATTR-EOF VALUE "Y".

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-RETENTION-DAYS PIC 9(5) VALUE 365.
       01 WS-NEW-TOKEN PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-ID PIC X(10) VALUE SPACES.

      *respondents still answering under their own ID on some
      *campaign not yet due - their attribute record has to stay
       01 WS-LIVE-TABLE.
           05 WS-LIVE-ID PIC X(10) OCCURS 500 TIMES.
       01 WS-LIVE-COUNT PIC 9(3) VALUE 0.
       01 WS-LIVE-IDX PIC 9(3) VALUE 0.
       01 WS-LIVE-HIT PIC 9(3) VALUE 0.
       01 WS-LIVE-FULL PIC X VALUE "N".
         88 LIVE-TABLE-FULL VALUE "Y".
       01 WS-ATTR-CHANGED-COUNT PIC 9(6) VALUE 0.

       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-CHANGED-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-PRINT PIC Z(5)9.
           END-IF
           PERFORM ANONYMISE-SURVEY-FILE
           PERFORM ANONYMISE-REGISTER-FILE
           PERFORM ANONYMISE-ATTRIBUTE-FILE
           MOVE WS-CHANGED-COUNT TO WS-COUNT-PRINT
           DISPLAY "RESPONDENT IDS REPLACED: " WS-COUNT-PRINT
           MOVE WS-ATTR-CHANGED-COUNT TO WS-COUNT-PRINT
           DISPLAY "ATTRIBUTE RECORDS ANONYMISED: " WS-COUNT-PRINT
           MOVE "ANONYMISED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
               MOVE WS-MAP-IDX TO WS-MAP-HIT
           END-IF.

       NOTE-LIVE-RESPONDENT.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-ID) TO WS-LOOKUP-ID
           PERFORM FIND-LIVE-RESPONDENT
           IF WS-LIVE-HIT = 0
               IF WS-LIVE-COUNT < 500
                   ADD 1 TO WS-LIVE-COUNT
                   MOVE WS-LOOKUP-ID TO WS-LIVE-ID(WS-LIVE-COUNT)
               ELSE
                   MOVE "Y" TO WS-LIVE-FULL
               END-IF
           END-IF.

       FIND-LIVE-RESPONDENT.
           MOVE 0 TO WS-LIVE-HIT
           PERFORM MATCH-NEXT-LIVE
               VARYING WS-LIVE-IDX FROM 1 BY 1
               UNTIL WS-LIVE-IDX > WS-LIVE-COUNT.

       MATCH-NEXT-LIVE.
           IF WS-LIVE-ID(WS-LIVE-IDX) = WS-LOOKUP-ID
               MOVE WS-LIVE-IDX TO WS-LIVE-HIT
           END-IF.

       ANONYMISE-SURVEY-FILE.
           MOVE "N" TO WS-SURVEY-EOF
           OPEN INPUT SURVEY-FILE
                   MOVE WS-NEW-TOKEN TO SR-RESPONDENT
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
               IF WS-CAMP-HIT = 0
                       AND SR-RESPONDENT NOT = SPACES
                       AND SR-RESPONDENT(1:4) NOT = "ANON"
                   MOVE SR-RESPONDENT TO WS-LOOKUP-ID
                   PERFORM NOTE-LIVE-RESPONDENT
               END-IF
               WRITE SURVEY-WORK-RECORD FROM SURVEY-RECORD
           END-IF.

                   MOVE WS-NEW-TOKEN TO REG-RESPONDENT
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
               IF WS-CAMP-HIT = 0
                       AND REG-RESPONDENT NOT = SPACES
                       AND REG-RESPONDENT(1:4) NOT = "ANON"
                   MOVE REG-RESPONDENT TO WS-LOOKUP-ID
                   PERFORM NOTE-LIVE-RESPONDENT
               END-IF
               WRITE REGISTER-WORK-RECORD
                   FROM RESPONDENT-REGISTER-RECORD
           END-IF.
                   FROM REGISTER-WORK-RECORD
           END-IF.

       ANONYMISE-ATTRIBUTE-FILE.
           MOVE "N" TO WS-ATTR-EOF
           OPEN INPUT ATTRIBUTE-FILE
           IF WS-ATTR-STATUS NOT = "00"
               DISPLAY "NO YNATTR.DAT TO ANONYMISE."
           ELSE
               OPEN OUTPUT ATTRIBUTE-WORK-FILE
               PERFORM ANONYMISE-NEXT-ATTRIBUTE UNTIL AT-ATTR-EOF
               CLOSE ATTRIBUTE-WORK-FILE
               CLOSE ATTRIBUTE-FILE
               PERFORM COPY-ATTRIBUTE-WORK-BACK
           END-IF.

      *a respondent tokenised in this run gets their attributes
      *under the token; the real-ID record survives only while a
      *response not yet due still carries that ID (or when the
      *live list overflowed and that cannot be told for sure)
       ANONYMISE-NEXT-ATTRIBUTE.
           READ ATTRIBUTE-FILE
               AT END MOVE "Y" TO WS-ATTR-EOF
           END-READ

           IF NOT AT-ATTR-EOF
               MOVE FUNCTION UPPER-CASE(ATR-RESPONDENT)
                   TO WS-LOOKUP-ID
               MOVE 0 TO WS-MAP-HIT
               IF WS-LOOKUP-ID NOT = SPACES
                       AND WS-LOOKUP-ID(1:4) NOT = "ANON"
                   PERFORM MATCH-NEXT-MAPPED-ATTRIBUTE
                       VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-COUNT
               END-IF
               IF WS-MAP-HIT = 0
                   WRITE ATTRIBUTE-WORK-RECORD FROM ATTRIBUTE-RECORD
               ELSE
                   PERFORM FIND-LIVE-RESPONDENT
                   IF WS-LIVE-HIT > 0 OR LIVE-TABLE-FULL
                       WRITE ATTRIBUTE-WORK-RECORD
                           FROM ATTRIBUTE-RECORD
                   END-IF
                   MOVE WS-MAP-TOKEN(WS-MAP-HIT) TO ATR-RESPONDENT
                   WRITE ATTRIBUTE-WORK-RECORD FROM ATTRIBUTE-RECORD
                   ADD 1 TO WS-ATTR-CHANGED-COUNT
               END-IF
           END-IF.

       MATCH-NEXT-MAPPED-ATTRIBUTE.
           IF FUNCTION UPPER-CASE(WS-MAP-ORIGINAL(WS-MAP-IDX))
                   = WS-LOOKUP-ID
               MOVE WS-MAP-IDX TO WS-MAP-HIT
           END-IF.

       COPY-ATTRIBUTE-WORK-BACK.
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT ATTRIBUTE-WORK-FILE
           OPEN OUTPUT ATTRIBUTE-FILE
           PERFORM COPY-NEXT-ATTRIBUTE-RECORD UNTIL AT-WORK-EOF
           CLOSE ATTRIBUTE-FILE
           CLOSE ATTRIBUTE-WORK-FILE.

       COPY-NEXT-ATTRIBUTE-RECORD.
           READ ATTRIBUTE-WORK-FILE
               AT END MOVE "Y" TO WS-WORK-EOF
           END-READ
           IF NOT AT-WORK-EOF
               WRITE ATTRIBUTE-RECORD FROM ATTRIBUTE-WORK-RECORD
           END-IF.

       copy errlog replacing ==:PROGRAM-NAME:== by =="YN_ANON"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.
