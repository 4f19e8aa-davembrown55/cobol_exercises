       program-id. contact_maint.

      *contact master maintenance - NAMES.DAT is the one list of
      *people the suite writes to (the greeting mail-merge, the
      *survey chase letters, the personalised recital packs).  each
      *contact carries a reference, a department, the channel they
      *prefer (with the mail address electronic letters go to),
      *and a do-not-contact flag with its reason and the
      *date it was set.  a suppressed contact stays on file, so the
      *merges can report who they left out, until the flag is
      *lifted here.

       environment division.
       input-output section.
       file-control.
           copy contsel.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy cfgsel.
           copy entlsel.

       data division.
       file section.
       copy contfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy cfgfd.

       copy entlfd.

       working-storage section.
       copy errmsgs.

       01 WS-NAMES-EOF PIC X VALUE "N".
         88 AT-NAMES-EOF VALUE "Y".
       01 WS-NAMES-STATUS PIC XX VALUE SPACES.

      *the whole contact master is small enough to carry in memory
      *and rewrite in full after each change
       01 WS-CONTACT-TABLE.
           05 WS-CONTACT-ENTRY OCCURS 500 TIMES.
               10 WS-CON-NAME PIC X(10).
               10 WS-CON-REFERENCE PIC X(20).
               10 WS-CON-DEPARTMENT PIC X(10).
               10 WS-CON-CHANNEL PIC X.
               10 WS-CON-DNC-FLAG PIC X.
               10 WS-CON-DNC-REASON PIC X(20).
               10 WS-CON-DNC-DATE PIC X(8).
               10 WS-CON-ADDRESS PIC X(40).
       01 WS-CONTACT-COUNT PIC 9(3) VALUE 0.
       01 WS-CONTACT-IDX PIC 9(3) VALUE 0.
       01 WS-CONTACT-HIT PIC 9(3) VALUE 0.

       01 WS-FUNCTION-PICK PIC X VALUE SPACES.
       01 WS-PICK-NAME PIC X(10) VALUE SPACES.
       01 WS-NEW-REFERENCE PIC X(20) VALUE SPACES.
       01 WS-NEW-DEPARTMENT PIC X(10) VALUE SPACES.
       01 WS-NEW-CHANNEL PIC X VALUE SPACES.
       01 WS-DEFAULT-CHANNEL PIC X VALUE "P".
       01 WS-NEW-REASON PIC X(20) VALUE SPACES.
       01 WS-NEW-ADDRESS PIC X(40) VALUE SPACES.
       01 WS-PICK-ADDRESS PIC X(40) VALUE SPACES.
       01 WS-CONFIRM PIC X VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-DNC-TEXT PIC X(33) VALUE SPACES.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(30) VALUE SPACES.

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
           MOVE "CONTACT_MAINT" TO WS-ENTL-PROGRAM.
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
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CONTACT-TABLE.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       LOAD-CONTACT-TABLE.
           MOVE 0 TO WS-CONTACT-COUNT
           MOVE "N" TO WS-NAMES-EOF
           OPEN INPUT NAMES-FILE
           IF WS-NAMES-STATUS = "00"
               PERFORM LOAD-NEXT-CONTACT UNTIL AT-NAMES-EOF
               CLOSE NAMES-FILE
           END-IF.

       LOAD-NEXT-CONTACT.
           READ NAMES-FILE
               AT END MOVE "Y" TO WS-NAMES-EOF
           END-READ
           IF NOT AT-NAMES-EOF
               IF NMR-NAME NOT = SPACES
                       AND WS-CONTACT-COUNT < 500
                   ADD 1 TO WS-CONTACT-COUNT
                   MOVE NMR-NAME TO WS-CON-NAME(WS-CONTACT-COUNT)
                   MOVE NMR-REFERENCE
                       TO WS-CON-REFERENCE(WS-CONTACT-COUNT)
                   MOVE NMR-DEPARTMENT
                       TO WS-CON-DEPARTMENT(WS-CONTACT-COUNT)
      *a line from before the master existed has no channel - it
      *has always been posted, so it reads as paper
                   IF NMR-CHANNEL = SPACE
                       MOVE "P" TO WS-CON-CHANNEL(WS-CONTACT-COUNT)
                   ELSE
                       MOVE NMR-CHANNEL
                           TO WS-CON-CHANNEL(WS-CONTACT-COUNT)
                   END-IF
                   MOVE NMR-DNC-FLAG
                       TO WS-CON-DNC-FLAG(WS-CONTACT-COUNT)
                   MOVE NMR-DNC-REASON
                       TO WS-CON-DNC-REASON(WS-CONTACT-COUNT)
                   MOVE NMR-DNC-DATE
                       TO WS-CON-DNC-DATE(WS-CONTACT-COUNT)
                   MOVE NMR-ADDRESS
                       TO WS-CON-ADDRESS(WS-CONTACT-COUNT)
               END-IF
           END-IF.

       SAVE-CONTACT-TABLE.
           OPEN OUTPUT NAMES-FILE
           PERFORM SAVE-NEXT-CONTACT
               VARYING WS-CONTACT-IDX FROM 1 BY 1
               UNTIL WS-CONTACT-IDX > WS-CONTACT-COUNT
           CLOSE NAMES-FILE.

       SAVE-NEXT-CONTACT.
           IF WS-CON-NAME(WS-CONTACT-IDX) NOT = SPACES
               MOVE SPACES TO NAMES-RECORD
               MOVE WS-CON-NAME(WS-CONTACT-IDX) TO NMR-NAME
               MOVE WS-CON-REFERENCE(WS-CONTACT-IDX) TO NMR-REFERENCE
               MOVE WS-CON-DEPARTMENT(WS-CONTACT-IDX)
                   TO NMR-DEPARTMENT
               MOVE WS-CON-CHANNEL(WS-CONTACT-IDX) TO NMR-CHANNEL
               MOVE WS-CON-DNC-FLAG(WS-CONTACT-IDX) TO NMR-DNC-FLAG
               MOVE WS-CON-DNC-REASON(WS-CONTACT-IDX)
                   TO NMR-DNC-REASON
               MOVE WS-CON-DNC-DATE(WS-CONTACT-IDX) TO NMR-DNC-DATE
               MOVE WS-CON-ADDRESS(WS-CONTACT-IDX) TO NMR-ADDRESS
               WRITE NAMES-RECORD
           END-IF.

       GET-FUNCTION.
           DISPLAY " "
           DISPLAY "CONTACT MASTER MAINTENANCE"
           DISPLAY "L LIST THE CONTACTS"
           DISPLAY "A ADD A CONTACT"
           DISPLAY "C CHANGE A CONTACT'S DETAILS"
           DISPLAY "S SUPPRESS A CONTACT (DO NOT CONTACT)"
           DISPLAY "U LIFT A SUPPRESSION"
           DISPLAY "D DELETE A CONTACT"
           DISPLAY "X EXIT"
           ACCEPT WS-FUNCTION-PICK
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PICK)
               TO WS-FUNCTION-PICK

           EVALUATE WS-FUNCTION-PICK
               WHEN "L"
                   PERFORM LIST-CONTACTS
               WHEN "A"
                   PERFORM ADD-CONTACT
               WHEN "C"
                   PERFORM CHANGE-CONTACT
               WHEN "S"
                   PERFORM SUPPRESS-CONTACT
               WHEN "U"
                   PERFORM LIFT-SUPPRESSION
               WHEN "D"
                   PERFORM DELETE-CONTACT
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER
                   DISPLAY ERRMSG-GENERIC
                   MOVE "E001" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
           END-EVALUATE
           PERFORM GET-FUNCTION.

       LIST-CONTACTS.
           IF WS-CONTACT-COUNT = 0
               DISPLAY "NO CONTACTS ON FILE."
           END-IF
           PERFORM LIST-NEXT-CONTACT
               VARYING WS-CONTACT-IDX FROM 1 BY 1
               UNTIL WS-CONTACT-IDX > WS-CONTACT-COUNT.

       LIST-NEXT-CONTACT.
           IF WS-CON-NAME(WS-CONTACT-IDX) NOT = SPACES
               MOVE SPACES TO WS-DNC-TEXT
               IF WS-CON-DNC-FLAG(WS-CONTACT-IDX) = "Y"
                   STRING "DNC " DELIMITED BY SIZE
                           WS-CON-DNC-DATE(WS-CONTACT-IDX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CON-DNC-REASON(WS-CONTACT-IDX)
                               DELIMITED BY SIZE
                       INTO WS-DNC-TEXT
                   END-STRING
               END-IF
               DISPLAY WS-CON-NAME(WS-CONTACT-IDX) " "
                   WS-CON-REFERENCE(WS-CONTACT-IDX) " "
                   WS-CON-DEPARTMENT(WS-CONTACT-IDX) " "
                   WS-CON-CHANNEL(WS-CONTACT-IDX) " "
                   WS-DNC-TEXT
               IF WS-CON-ADDRESS(WS-CONTACT-IDX) NOT = SPACES
                   DISPLAY "           "
                       WS-CON-ADDRESS(WS-CONTACT-IDX)
               END-IF
           END-IF.

      *names are matched without regard to case, the way the chase
      *run matches them against respondent IDs
       FIND-CONTACT.
           MOVE 0 TO WS-CONTACT-HIT
           PERFORM MATCH-NEXT-CONTACT
               VARYING WS-CONTACT-IDX FROM 1 BY 1
               UNTIL WS-CONTACT-IDX > WS-CONTACT-COUNT
                   OR WS-CONTACT-HIT > 0.

       MATCH-NEXT-CONTACT.
           IF FUNCTION UPPER-CASE(WS-CON-NAME(WS-CONTACT-IDX))
                   = FUNCTION UPPER-CASE(WS-PICK-NAME)
               MOVE WS-CONTACT-IDX TO WS-CONTACT-HIT
           END-IF.

       GET-CONTACT-NAME.
           DISPLAY "ENTER THE CONTACT NAME: "
           ACCEPT WS-PICK-NAME
           IF WS-PICK-NAME = SPACES
               DISPLAY ERRMSG-NOTHING-ENTERED
               MOVE "E003" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               PERFORM GET-CONTACT-NAME
           END-IF.

      *an existing contact must be found before it can be changed
       GET-EXISTING-CONTACT.
           PERFORM GET-CONTACT-NAME
           PERFORM FIND-CONTACT
           IF WS-CONTACT-HIT = 0
               DISPLAY "ERROR! NO CONTACT " WS-PICK-NAME " ON FILE."
           END-IF.

       GET-CHANNEL.
           DISPLAY "PREFERRED CHANNEL - P PAPER OR E ELECTRONIC "
               "(BLANK FOR " WS-DEFAULT-CHANNEL "): "
           ACCEPT WS-NEW-CHANNEL
           MOVE FUNCTION UPPER-CASE(WS-NEW-CHANNEL) TO WS-NEW-CHANNEL
           IF WS-NEW-CHANNEL = SPACE
               MOVE WS-DEFAULT-CHANNEL TO WS-NEW-CHANNEL
           END-IF
           IF WS-NEW-CHANNEL NOT = "P" AND WS-NEW-CHANNEL NOT = "E"
               DISPLAY "ERROR! ENTER P OR E."
               PERFORM GET-CHANNEL
           END-IF.

      *an electronic contact with no address would have every
      *letter fall back to paper, so the address is asked for here
       GET-ADDRESS.
           DISPLAY "ENTER THE MAIL ADDRESS, OR BLANK TO KEEP "
               WS-NEW-ADDRESS ": "
           MOVE SPACES TO WS-PICK-ADDRESS
           ACCEPT WS-PICK-ADDRESS
           IF WS-PICK-ADDRESS NOT = SPACES
               MOVE WS-PICK-ADDRESS TO WS-NEW-ADDRESS
           END-IF
           IF WS-NEW-CHANNEL = "E" AND WS-NEW-ADDRESS = SPACES
               DISPLAY "ERROR! ELECTRONIC DELIVERY NEEDS AN ADDRESS."
               PERFORM GET-ADDRESS
           END-IF.

       ADD-CONTACT.
           IF WS-CONTACT-COUNT >= 500
               DISPLAY "ERROR! THE CONTACT MASTER IS FULL."
           ELSE
               PERFORM GET-CONTACT-NAME
               PERFORM FIND-CONTACT
               IF WS-CONTACT-HIT > 0
                   DISPLAY "ERROR! " WS-PICK-NAME
                       " IS ALREADY ON FILE."
               ELSE
                   DISPLAY "ENTER THE REFERENCE: "
                   ACCEPT WS-NEW-REFERENCE
                   DISPLAY "ENTER THE DEPARTMENT: "
                   ACCEPT WS-NEW-DEPARTMENT
                   MOVE FUNCTION UPPER-CASE(WS-NEW-DEPARTMENT)
                       TO WS-NEW-DEPARTMENT
                   MOVE "P" TO WS-DEFAULT-CHANNEL
                   PERFORM GET-CHANNEL
                   MOVE SPACES TO WS-NEW-ADDRESS
                   PERFORM GET-ADDRESS
                   ADD 1 TO WS-CONTACT-COUNT
                   MOVE WS-PICK-NAME TO WS-CON-NAME(WS-CONTACT-COUNT)
                   MOVE WS-NEW-REFERENCE
                       TO WS-CON-REFERENCE(WS-CONTACT-COUNT)
                   MOVE WS-NEW-DEPARTMENT
                       TO WS-CON-DEPARTMENT(WS-CONTACT-COUNT)
                   MOVE WS-NEW-CHANNEL
                       TO WS-CON-CHANNEL(WS-CONTACT-COUNT)
                   MOVE WS-NEW-ADDRESS
                       TO WS-CON-ADDRESS(WS-CONTACT-COUNT)
                   MOVE "N" TO WS-CON-DNC-FLAG(WS-CONTACT-COUNT)
                   MOVE SPACES TO WS-CON-DNC-REASON(WS-CONTACT-COUNT)
                   MOVE SPACES TO WS-CON-DNC-DATE(WS-CONTACT-COUNT)
                   PERFORM SAVE-CONTACT-TABLE
                   DISPLAY "CONTACT ADDED."
                   MOVE "* CONTACT ADD " TO WS-OUTCOME
                   MOVE WS-PICK-NAME TO WS-OUTCOME(15:10)
                   PERFORM write-suite-audit
               END-IF
           END-IF.

      *a blank answer keeps what is on file
       CHANGE-CONTACT.
           PERFORM GET-EXISTING-CONTACT
           IF WS-CONTACT-HIT > 0
               DISPLAY "REFERENCE NOW: "
                   WS-CON-REFERENCE(WS-CONTACT-HIT)
               DISPLAY "ENTER THE NEW REFERENCE, OR BLANK TO KEEP IT: "
               MOVE SPACES TO WS-NEW-REFERENCE
               ACCEPT WS-NEW-REFERENCE
               IF WS-NEW-REFERENCE NOT = SPACES
                   MOVE WS-NEW-REFERENCE
                       TO WS-CON-REFERENCE(WS-CONTACT-HIT)
               END-IF
               DISPLAY "DEPARTMENT NOW: "
                   WS-CON-DEPARTMENT(WS-CONTACT-HIT)
               DISPLAY "ENTER THE NEW DEPARTMENT, OR BLANK TO KEEP "
                   "IT: "
               MOVE SPACES TO WS-NEW-DEPARTMENT
               ACCEPT WS-NEW-DEPARTMENT
               IF WS-NEW-DEPARTMENT NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-NEW-DEPARTMENT)
                       TO WS-CON-DEPARTMENT(WS-CONTACT-HIT)
               END-IF
               DISPLAY "CHANNEL NOW: " WS-CON-CHANNEL(WS-CONTACT-HIT)
               MOVE WS-CON-CHANNEL(WS-CONTACT-HIT)
                   TO WS-DEFAULT-CHANNEL
               PERFORM GET-CHANNEL
               MOVE WS-NEW-CHANNEL TO WS-CON-CHANNEL(WS-CONTACT-HIT)
               MOVE WS-CON-ADDRESS(WS-CONTACT-HIT) TO WS-NEW-ADDRESS
               PERFORM GET-ADDRESS
               MOVE WS-NEW-ADDRESS TO WS-CON-ADDRESS(WS-CONTACT-HIT)
               PERFORM SAVE-CONTACT-TABLE
               DISPLAY "CONTACT CHANGED."
               MOVE "* CONTACT CHANGE " TO WS-OUTCOME
               MOVE WS-CON-NAME(WS-CONTACT-HIT) TO WS-OUTCOME(18:10)
               PERFORM write-suite-audit
           END-IF.

      *the reason and the date the request was taken go on the
      *contact, so anyone asking why a letter was not sent can be
      *told
       SUPPRESS-CONTACT.
           PERFORM GET-EXISTING-CONTACT
           IF WS-CONTACT-HIT > 0
               IF WS-CON-DNC-FLAG(WS-CONTACT-HIT) = "Y"
                   DISPLAY "ERROR! " WS-CON-NAME(WS-CONTACT-HIT)
                       " IS ALREADY SUPPRESSED."
               ELSE
                   PERFORM GET-SUPPRESSION-REASON
                   MOVE "Y" TO WS-CON-DNC-FLAG(WS-CONTACT-HIT)
                   MOVE WS-NEW-REASON
                       TO WS-CON-DNC-REASON(WS-CONTACT-HIT)
                   MOVE WS-TODAY-DATE
                       TO WS-CON-DNC-DATE(WS-CONTACT-HIT)
                   PERFORM SAVE-CONTACT-TABLE
                   DISPLAY "CONTACT SUPPRESSED FROM EVERY MERGE."
                   MOVE "* DNC SET " TO WS-OUTCOME
                   MOVE WS-CON-NAME(WS-CONTACT-HIT)
                       TO WS-OUTCOME(11:10)
                   PERFORM write-suite-audit
               END-IF
           END-IF.

       GET-SUPPRESSION-REASON.
           DISPLAY "ENTER THE REASON (UP TO 20 CHARACTERS): "
           MOVE SPACES TO WS-NEW-REASON
           ACCEPT WS-NEW-REASON
           IF WS-NEW-REASON = SPACES
               DISPLAY ERRMSG-NOTHING-ENTERED
               MOVE "E003" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               PERFORM GET-SUPPRESSION-REASON
           END-IF.

       LIFT-SUPPRESSION.
           PERFORM GET-EXISTING-CONTACT
           IF WS-CONTACT-HIT > 0
               IF WS-CON-DNC-FLAG(WS-CONTACT-HIT) NOT = "Y"
                   DISPLAY "ERROR! " WS-CON-NAME(WS-CONTACT-HIT)
                       " IS NOT SUPPRESSED."
               ELSE
                   DISPLAY "SUPPRESSED " WS-CON-DNC-DATE(WS-CONTACT-HIT)
                       " - " WS-CON-DNC-REASON(WS-CONTACT-HIT)
                   DISPLAY "LIFT THE SUPPRESSION? ENTER Y TO CONFIRM: "
                   ACCEPT WS-CONFIRM
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
                   IF WS-CONFIRM = "Y"
                       MOVE "N" TO WS-CON-DNC-FLAG(WS-CONTACT-HIT)
                       MOVE SPACES TO WS-CON-DNC-REASON(WS-CONTACT-HIT)
                       MOVE SPACES TO WS-CON-DNC-DATE(WS-CONTACT-HIT)
                       PERFORM SAVE-CONTACT-TABLE
                       DISPLAY "SUPPRESSION LIFTED."
                       MOVE "* DNC LIFTED " TO WS-OUTCOME
                       MOVE WS-CON-NAME(WS-CONTACT-HIT)
                           TO WS-OUTCOME(14:10)
                       PERFORM write-suite-audit
                   END-IF
               END-IF
           END-IF.

       DELETE-CONTACT.
           PERFORM GET-EXISTING-CONTACT
           IF WS-CONTACT-HIT > 0
               DISPLAY "DELETE " WS-CON-NAME(WS-CONTACT-HIT)
                   "? ENTER Y TO CONFIRM: "
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM = "Y"
                   MOVE "* CONTACT DELETE " TO WS-OUTCOME
                   MOVE WS-CON-NAME(WS-CONTACT-HIT) TO WS-OUTCOME(18:10)
                   MOVE SPACES TO WS-CON-NAME(WS-CONTACT-HIT)
                   PERFORM SAVE-CONTACT-TABLE
                   PERFORM LOAD-CONTACT-TABLE
                   DISPLAY "CONTACT DELETED."
                   PERFORM write-suite-audit
               END-IF
           END-IF.

       copy errlog replacing ==:PROGRAM-NAME:== by =="CONTACT_MAINT"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="CONTACT_MAINT"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program contact_maint.
