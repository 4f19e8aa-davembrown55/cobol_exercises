       program-id. Program9 as "yes_no_01.Program9".

      *respondent attributes maintenance - personnel's department,
      *site and grade for each respondent live in YNATTR.DAT, keyed
      *by the same respondent ID the survey run writes to
      *SURVEY.DAT and YNRESP.DAT.  kept here: list them, set a
      *respondent's attributes (adding the respondent when new) and
      *remove a leaver.  the breakdown report reads them to split
      *the answers by department, site and grade.

       environment division.
       input-output section.
       file-control.
           select attribute-file assign to "YNATTR.DAT"
               organization is line sequential
               file status is WS-ATTR-STATUS.
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
       fd  attribute-file.
       01 attribute-record.
           05 ATR-RESPONDENT pic x(10).
           05 filler pic x.
           05 ATR-DEPARTMENT pic x(10).
           05 filler pic x.
           05 ATR-SITE pic x(10).
           05 filler pic x.
           05 ATR-GRADE pic x(4).

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

       01 WS-ATTR-STATUS PIC XX VALUE SPACES.
       01 WS-ATTR-EOF PIC X VALUE "N".
         88 AT-ATTR-EOF VALUE "Y".

      *small enough to carry in memory and rewrite in full after
      *each change, as the campaign catalog is
       01 WS-ATTR-TABLE.
           05 WS-ATTR-ENTRY OCCURS 500 TIMES.
               10 WS-ATTR-ID PIC X(10).
               10 WS-ATTR-DEPT PIC X(10).
               10 WS-ATTR-SITE PIC X(10).
               10 WS-ATTR-GRADE PIC X(4).
       01 WS-ATTR-COUNT PIC 9(3) VALUE 0.
       01 WS-ATTR-IDX PIC 9(3) VALUE 0.
       01 WS-ATTR-HIT PIC 9(3) VALUE 0.

       01 WS-FUNCTION-PICK PIC X VALUE SPACES.
       01 WS-PICK-ID PIC X(10) VALUE SPACES.
       01 WS-NEW-DEPT PIC X(10) VALUE SPACES.
       01 WS-NEW-SITE PIC X(10) VALUE SPACES.
       01 WS-NEW-GRADE PIC X(4) VALUE SPACES.
       01 WS-CONFIRM PIC X VALUE SPACE.

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
           PERFORM LOAD-ATTRIBUTE-TABLE.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

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
                   MOVE ATR-RESPONDENT TO WS-ATTR-ID(WS-ATTR-COUNT)
                   MOVE ATR-DEPARTMENT
                       TO WS-ATTR-DEPT(WS-ATTR-COUNT)
                   MOVE ATR-SITE TO WS-ATTR-SITE(WS-ATTR-COUNT)
                   MOVE ATR-GRADE TO WS-ATTR-GRADE(WS-ATTR-COUNT)
               END-IF
           END-IF.

       SAVE-ATTRIBUTE-TABLE.
           OPEN OUTPUT ATTRIBUTE-FILE
           PERFORM SAVE-NEXT-ATTRIBUTE
               VARYING WS-ATTR-IDX FROM 1 BY 1
               UNTIL WS-ATTR-IDX > WS-ATTR-COUNT
           CLOSE ATTRIBUTE-FILE.

       SAVE-NEXT-ATTRIBUTE.
           IF WS-ATTR-ID(WS-ATTR-IDX) NOT = SPACES
               MOVE SPACES TO ATTRIBUTE-RECORD
               MOVE WS-ATTR-ID(WS-ATTR-IDX) TO ATR-RESPONDENT
               MOVE WS-ATTR-DEPT(WS-ATTR-IDX) TO ATR-DEPARTMENT
               MOVE WS-ATTR-SITE(WS-ATTR-IDX) TO ATR-SITE
               MOVE WS-ATTR-GRADE(WS-ATTR-IDX) TO ATR-GRADE
               WRITE ATTRIBUTE-RECORD
           END-IF.

       GET-FUNCTION.
           DISPLAY " "
           DISPLAY "RESPONDENT ATTRIBUTES MAINTENANCE"
           DISPLAY "L LIST THE RESPONDENTS"
           DISPLAY "S SET A RESPONDENT'S DEPARTMENT, SITE AND GRADE"
           DISPLAY "D DELETE A RESPONDENT"
           DISPLAY "X EXIT"
           ACCEPT WS-FUNCTION-PICK
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PICK)
               TO WS-FUNCTION-PICK

           EVALUATE WS-FUNCTION-PICK
               WHEN "L"
                   PERFORM LIST-ATTRIBUTES
               WHEN "S"
                   PERFORM SET-ATTRIBUTES
               WHEN "D"
                   PERFORM DELETE-ATTRIBUTES
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER
                   DISPLAY ERRMSG-GENERIC
                   MOVE "E001" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
           END-EVALUATE
           PERFORM GET-FUNCTION.

       LIST-ATTRIBUTES.
           IF WS-ATTR-COUNT = 0
               DISPLAY "NO RESPONDENT ATTRIBUTES ON FILE."
           END-IF
           PERFORM LIST-NEXT-ATTRIBUTE
               VARYING WS-ATTR-IDX FROM 1 BY 1
               UNTIL WS-ATTR-IDX > WS-ATTR-COUNT.

       LIST-NEXT-ATTRIBUTE.
           DISPLAY WS-ATTR-ID(WS-ATTR-IDX) " DEPT "
               WS-ATTR-DEPT(WS-ATTR-IDX) " SITE "
               WS-ATTR-SITE(WS-ATTR-IDX) " GRADE "
               WS-ATTR-GRADE(WS-ATTR-IDX).

      *respondent IDs are held in upper case, which is how the
      *cross-tab and breakdown reports match them
       GET-RESPONDENT-ID.
           DISPLAY "ENTER THE RESPONDENT ID: "
           ACCEPT WS-PICK-ID
           MOVE FUNCTION UPPER-CASE(WS-PICK-ID) TO WS-PICK-ID
           IF WS-PICK-ID = SPACES
               DISPLAY ERRMSG-NOTHING-ENTERED
               MOVE "E003" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               PERFORM GET-RESPONDENT-ID
           END-IF
           MOVE 0 TO WS-ATTR-HIT
           PERFORM MATCH-NEXT-ATTRIBUTE
               VARYING WS-ATTR-IDX FROM 1 BY 1
               UNTIL WS-ATTR-IDX > WS-ATTR-COUNT.

       MATCH-NEXT-ATTRIBUTE.
           IF WS-ATTR-ID(WS-ATTR-IDX) = WS-PICK-ID
               MOVE WS-ATTR-IDX TO WS-ATTR-HIT
           END-IF.

      *a blank answer keeps what is on file, so one attribute can
      *be moved without rekeying the other two
       SET-ATTRIBUTES.
           PERFORM GET-RESPONDENT-ID
           IF WS-PICK-ID(1:4) = "ANON"
               DISPLAY "ERROR! AN ANONYMISED RESPONDENT CANNOT BE "
                   "CHANGED."
           ELSE
               IF WS-ATTR-HIT = 0 AND WS-ATTR-COUNT >= 500
                   DISPLAY "ERROR! THE ATTRIBUTES FILE IS FULL."
               ELSE
                   IF WS-ATTR-HIT = 0
                       ADD 1 TO WS-ATTR-COUNT
                       MOVE WS-ATTR-COUNT TO WS-ATTR-HIT
                       MOVE WS-PICK-ID TO WS-ATTR-ID(WS-ATTR-HIT)
                       MOVE SPACES TO WS-ATTR-DEPT(WS-ATTR-HIT)
                       MOVE SPACES TO WS-ATTR-SITE(WS-ATTR-HIT)
                       MOVE SPACES TO WS-ATTR-GRADE(WS-ATTR-HIT)
                       DISPLAY "NEW RESPONDENT."
                   ELSE
                       PERFORM LIST-HIT-ATTRIBUTE
                   END-IF
                   DISPLAY "ENTER THE DEPARTMENT, OR BLANK TO KEEP: "
                   ACCEPT WS-NEW-DEPT
                   DISPLAY "ENTER THE SITE, OR BLANK TO KEEP: "
                   ACCEPT WS-NEW-SITE
                   DISPLAY "ENTER THE GRADE, OR BLANK TO KEEP: "
                   ACCEPT WS-NEW-GRADE
                   IF WS-NEW-DEPT NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(WS-NEW-DEPT)
                           TO WS-ATTR-DEPT(WS-ATTR-HIT)
                   END-IF
                   IF WS-NEW-SITE NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(WS-NEW-SITE)
                           TO WS-ATTR-SITE(WS-ATTR-HIT)
                   END-IF
                   IF WS-NEW-GRADE NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(WS-NEW-GRADE)
                           TO WS-ATTR-GRADE(WS-ATTR-HIT)
                   END-IF
                   PERFORM SAVE-ATTRIBUTE-TABLE
                   DISPLAY "ATTRIBUTES SET."
                   MOVE "* SET ATTRIBUTES" TO WS-OUTCOME
                   PERFORM write-suite-audit
               END-IF
           END-IF.

       LIST-HIT-ATTRIBUTE.
           MOVE WS-ATTR-HIT TO WS-ATTR-IDX
           PERFORM LIST-NEXT-ATTRIBUTE.

       DELETE-ATTRIBUTES.
           PERFORM GET-RESPONDENT-ID
           IF WS-ATTR-HIT = 0
               DISPLAY "ERROR! NO ATTRIBUTES FOR THAT RESPONDENT."
           ELSE
               PERFORM LIST-HIT-ATTRIBUTE
               DISPLAY "DELETE THIS RESPONDENT? ENTER Y OR N: "
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM = "Y"
                   MOVE SPACES TO WS-ATTR-ID(WS-ATTR-HIT)
                   PERFORM SAVE-ATTRIBUTE-TABLE
                   PERFORM LOAD-ATTRIBUTE-TABLE
                   DISPLAY "RESPONDENT DELETED."
                   MOVE "* DELETED ATTRIBUTES" TO WS-OUTCOME
                   PERFORM write-suite-audit
               ELSE
                   DISPLAY "NOTHING TOUCHED."
               END-IF
           END-IF.

       copy errlog replacing ==:PROGRAM-NAME:== by =="YN_ATTRIB"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="YN_ATTRIB"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program Program9.
