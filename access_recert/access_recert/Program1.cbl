       program-id. access_recert.

      *quarterly access recertification - the entitlement matrix
      *only ever grows unless somebody asks whether each operator
      *still needs what they hold.  a supervisor opens the quarter's
      *campaign, which takes a snapshot of every entitlement on
      *file into RECERT.DAT with an attest-by date.  each supervisor
      *then reviews the entitlements of the operators assigned to
      *them on OPERMGR.DAT (an operator with nobody assigned may be
      *reviewed by any supervisor but themselves) and confirms or
      *revokes each one; a revocation is taken off the matrix the
      *same way the matrix maintenance takes one off, with the same
      *audit line.  the first run after the attest-by date - the
      *nightly stream runs it - lists everything still unattested
      *on RECERTRP.DAT and suspends it.  an operator whose last
      *program goes is left a "*" marker on the matrix, so they
      *stay held to it instead of falling back to the role byte.
      *restricted to supervisors.

       environment division.
       input-output section.
       file-control.
           select campaign-file assign to "RECERT.DAT"
               organization is line sequential
               file status is WS-CAMPAIGN-STATUS.
           select manager-file assign to "OPERMGR.DAT"
               organization is line sequential
               file status is WS-MANAGER-STATUS.
           select recert-report-file assign to "RECERTRP.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy spoolsl.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy cfgsel.
           copy entlsel.

       data division.
       file section.
      *one header line for the campaign, then one line for each
      *entitlement it covers
       fd  campaign-file.
       01 CAMPAIGN-RECORD.
           05 RCT-TYPE PIC X.
           05 FILLER PIC X.
           05 RCT-CAMPAIGN PIC X(6).
           05 FILLER PIC X.
           05 RCT-DETAIL.
               10 RCT-OPERATOR PIC X(10).
               10 FILLER PIC X.
               10 RCT-PROGRAM PIC X(20).
               10 FILLER PIC X.
               10 RCT-MANAGER PIC X(10).
               10 FILLER PIC X.
               10 RCT-STATUS PIC X.
               10 FILLER PIC X.
               10 RCT-DECIDED-DATE PIC 9(8).
               10 FILLER PIC X.
               10 RCT-DECIDED-BY PIC X(10).
           05 RCT-HEADER REDEFINES RCT-DETAIL.
               10 RCH-OPENED-BY PIC X(10).
               10 FILLER PIC X.
               10 RCH-OPENED-DATE PIC 9(8).
               10 FILLER PIC X.
               10 RCH-CLOSE-DATE PIC 9(8).
               10 FILLER PIC X.
               10 RCH-STATUS PIC X.
               10 FILLER PIC X(34).

      *which supervisor attests which operator's access
       fd  manager-file.
       01 MANAGER-RECORD.
           05 MGR-OPERATOR PIC X(10).
           05 FILLER PIC X.
           05 MGR-SUPERVISOR PIC X(10).

       fd  recert-report-file.
       01 recert-report-record pic x(80).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy spoolfd.

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

       01 WS-CAMPAIGN-STATUS PIC XX VALUE SPACES.
       01 WS-MANAGER-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CAMPAIGN-EOF PIC X VALUE "N".
         88 AT-CAMPAIGN-EOF VALUE "Y".
       01 WS-MANAGER-EOF PIC X VALUE "N".
         88 AT-MANAGER-EOF VALUE "Y".

       01 WS-RCT-TODAY PIC 9(8) VALUE 0.
       01 WS-RCT-TODAY-PARTS REDEFINES WS-RCT-TODAY.
           05 WS-RCT-TODAY-YEAR PIC X(4).
           05 WS-RCT-TODAY-MONTH PIC 99.
           05 WS-RCT-TODAY-DAY PIC 99.
       01 WS-RCT-QUARTER PIC 9 VALUE 0.
       01 WS-RCT-NEW-CAMPAIGN PIC X(6) VALUE SPACES.
       01 WS-RCT-DAYS PIC 9(3) VALUE 21.

      *the campaign in hand - its header, then its entitlements
       01 WS-RCT-ON-FILE PIC X VALUE "N".
         88 CAMPAIGN-ON-FILE VALUE "Y".
       01 WS-RCH-CAMPAIGN PIC X(6) VALUE SPACES.
       01 WS-RCH-OPENED-BY PIC X(10) VALUE SPACES.
       01 WS-RCH-OPENED-DATE PIC 9(8) VALUE 0.
       01 WS-RCH-CLOSE-DATE PIC 9(8) VALUE 0.
       01 WS-RCH-STATUS PIC X VALUE SPACE.
         88 CAMPAIGN-OPEN VALUE "O".
         88 CAMPAIGN-CLOSED VALUE "C".
       01 WS-RCT-TABLE.
           05 WS-RCT-ENTRY OCCURS 500 TIMES.
               10 WS-RCT-OPERATOR PIC X(10).
               10 WS-RCT-PROGRAM PIC X(20).
               10 WS-RCT-MANAGER PIC X(10).
      *P pending, C confirmed, R revoked, S suspended unattested
               10 WS-RCT-STATUS PIC X.
               10 WS-RCT-DECIDED-DATE PIC 9(8).
               10 WS-RCT-DECIDED-BY PIC X(10).
       01 WS-RCT-COUNT PIC 9(3) VALUE 0.
       01 WS-RCT-IDX PIC 9(3) VALUE 0.

       01 WS-MGR-TABLE.
           05 WS-MGR-ENTRY OCCURS 500 TIMES.
               10 WS-MGR-OPERATOR PIC X(10).
               10 WS-MGR-SUPERVISOR PIC X(10).
       01 WS-MGR-COUNT PIC 9(3) VALUE 0.
       01 WS-MGR-IDX PIC 9(3) VALUE 0.
       01 WS-MGR-HIT PIC 9(3) VALUE 0.

       01 WS-FUNCTION-PICK PIC X VALUE SPACES.
       01 WS-ATTEST-PICK PIC X VALUE SPACES.
       01 WS-REVIEW-STOP PIC X VALUE "N".
         88 REVIEW-STOPPED VALUE "Y".
       01 WS-REVIEWED-COUNT PIC 9(3) VALUE 0.
       01 WS-PICK-ID PIC X(10) VALUE SPACES.
       01 WS-PICK-SUPERVISOR PIC X(10) VALUE SPACES.
       01 WS-DATE-RAW PIC X(8) VALUE SPACES.
       01 WS-DATE-CHECK REDEFINES WS-DATE-RAW.
           05 WS-DATE-CHECK-YEAR PIC 9(4).
           05 WS-DATE-CHECK-MONTH PIC 99.
           05 WS-DATE-CHECK-DAY PIC 99.

      *the marker left on the matrix when an operator's last
      *program is taken away
       01 WS-RCT-HOLD-NAME PIC X(20) VALUE SPACES.
       01 WS-RCT-OTHERS PIC X VALUE "N".

      *the leading columns of the operator record - enough to
      *check an ID is on file and whether it is an active
      *supervisor
       01 WS-RCT-OPER-FOUND PIC X VALUE "N".
         88 RCT-OPER-ON-FILE VALUE "Y".
       01 WS-RCT-OPER-REC.
           05 WS-RCT-OPER-ID PIC X(10).
           05 FILLER PIC X.
           05 WS-RCT-OPER-NAME PIC X(20).
           05 FILLER PIC X.
           05 WS-RCT-OPER-STATUS PIC X.
           05 FILLER PIC X.
           05 WS-RCT-OPER-ROLE PIC X.

       01 WS-PENDING-COUNT PIC 9(3) VALUE 0.
       01 WS-CONFIRMED-COUNT PIC 9(3) VALUE 0.
       01 WS-REVOKED-COUNT PIC 9(3) VALUE 0.
       01 WS-SUSPENDED-COUNT PIC 9(3) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZ9.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-REPORT-LINES PIC 9(6) VALUE 0.

      *one unattested entitlement on the close report
       01 WS-SUSPEND-LINE.
           05 SUS-OPERATOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 SUS-PROGRAM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 SUS-MANAGER PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 SUS-FINDING PIC X(33).

      *shared entitlement matrix, carried in memory
       copy entltbw.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(30) VALUE SPACES.

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
           MOVE "ACCESS_RECERT" TO WS-ENTL-PROGRAM.
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
           IF NOT ROLE-SUPERVISOR
               DISPLAY "ERROR! ACCESS RECERTIFICATION IS "
                   "RESTRICTED TO SUPERVISORS."
               MOVE "DENIED" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-MANAGER-TABLE
           PERFORM LOAD-CAMPAIGN
      *the first run after the attest-by date closes the campaign
           IF CAMPAIGN-OPEN AND WS-RCT-TODAY > WS-RCH-CLOSE-DATE
               PERFORM CLOSE-OVERDUE-CAMPAIGN
           END-IF
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       LOAD-MANAGER-TABLE.
           MOVE 0 TO WS-MGR-COUNT
           MOVE "N" TO WS-MANAGER-EOF
           OPEN INPUT MANAGER-FILE
           IF WS-MANAGER-STATUS = "00"
               PERFORM LOAD-NEXT-MANAGER UNTIL AT-MANAGER-EOF
               CLOSE MANAGER-FILE
           END-IF.

       LOAD-NEXT-MANAGER.
           READ MANAGER-FILE
               AT END MOVE "Y" TO WS-MANAGER-EOF
           END-READ
           IF NOT AT-MANAGER-EOF
               IF MGR-OPERATOR NOT = SPACES AND WS-MGR-COUNT < 500
                   ADD 1 TO WS-MGR-COUNT
                   MOVE MGR-OPERATOR TO WS-MGR-OPERATOR(WS-MGR-COUNT)
                   MOVE MGR-SUPERVISOR
                       TO WS-MGR-SUPERVISOR(WS-MGR-COUNT)
               END-IF
           END-IF.

       SAVE-MANAGER-TABLE.
           OPEN OUTPUT MANAGER-FILE
           PERFORM SAVE-NEXT-MANAGER
               VARYING WS-MGR-IDX FROM 1 BY 1
               UNTIL WS-MGR-IDX > WS-MGR-COUNT
           CLOSE MANAGER-FILE.

       SAVE-NEXT-MANAGER.
           MOVE SPACES TO MANAGER-RECORD
           MOVE WS-MGR-OPERATOR(WS-MGR-IDX) TO MGR-OPERATOR
           MOVE WS-MGR-SUPERVISOR(WS-MGR-IDX) TO MGR-SUPERVISOR
           WRITE MANAGER-RECORD.

       FIND-OPERATOR-MANAGER.
           MOVE 0 TO WS-MGR-HIT
           PERFORM MATCH-NEXT-MANAGER
               VARYING WS-MGR-IDX FROM 1 BY 1
               UNTIL WS-MGR-IDX > WS-MGR-COUNT.

       MATCH-NEXT-MANAGER.
           IF WS-MGR-OPERATOR(WS-MGR-IDX) = WS-PICK-ID
               MOVE WS-MGR-IDX TO WS-MGR-HIT
           END-IF.

       LOAD-CAMPAIGN.
           MOVE "N" TO WS-RCT-ON-FILE
           MOVE SPACE TO WS-RCH-STATUS
           MOVE 0 TO WS-RCT-COUNT
           MOVE "N" TO WS-CAMPAIGN-EOF
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS = "00"
               PERFORM LOAD-NEXT-CAMPAIGN-LINE UNTIL AT-CAMPAIGN-EOF
               CLOSE CAMPAIGN-FILE
           END-IF.

       LOAD-NEXT-CAMPAIGN-LINE.
           READ CAMPAIGN-FILE
               AT END MOVE "Y" TO WS-CAMPAIGN-EOF
           END-READ
           IF NOT AT-CAMPAIGN-EOF
               EVALUATE RCT-TYPE
                   WHEN "H"
                       MOVE "Y" TO WS-RCT-ON-FILE
                       MOVE RCT-CAMPAIGN TO WS-RCH-CAMPAIGN
                       MOVE RCH-OPENED-BY TO WS-RCH-OPENED-BY
                       MOVE RCH-OPENED-DATE TO WS-RCH-OPENED-DATE
                       MOVE RCH-CLOSE-DATE TO WS-RCH-CLOSE-DATE
                       MOVE RCH-STATUS TO WS-RCH-STATUS
                   WHEN "D"
                       IF WS-RCT-COUNT < 500
                           ADD 1 TO WS-RCT-COUNT
                           MOVE RCT-OPERATOR
                               TO WS-RCT-OPERATOR(WS-RCT-COUNT)
                           MOVE RCT-PROGRAM
                               TO WS-RCT-PROGRAM(WS-RCT-COUNT)
                           MOVE RCT-MANAGER
                               TO WS-RCT-MANAGER(WS-RCT-COUNT)
                           MOVE RCT-STATUS
                               TO WS-RCT-STATUS(WS-RCT-COUNT)
                           MOVE RCT-DECIDED-DATE
                               TO WS-RCT-DECIDED-DATE(WS-RCT-COUNT)
                           MOVE RCT-DECIDED-BY
                               TO WS-RCT-DECIDED-BY(WS-RCT-COUNT)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       SAVE-CAMPAIGN.
           OPEN OUTPUT CAMPAIGN-FILE
           MOVE SPACES TO CAMPAIGN-RECORD
           MOVE "H" TO RCT-TYPE
           MOVE WS-RCH-CAMPAIGN TO RCT-CAMPAIGN
           MOVE WS-RCH-OPENED-BY TO RCH-OPENED-BY
           MOVE WS-RCH-OPENED-DATE TO RCH-OPENED-DATE
           MOVE WS-RCH-CLOSE-DATE TO RCH-CLOSE-DATE
           MOVE WS-RCH-STATUS TO RCH-STATUS
           WRITE CAMPAIGN-RECORD
           PERFORM SAVE-NEXT-CAMPAIGN-LINE
               VARYING WS-RCT-IDX FROM 1 BY 1
               UNTIL WS-RCT-IDX > WS-RCT-COUNT
           CLOSE CAMPAIGN-FILE.

       SAVE-NEXT-CAMPAIGN-LINE.
           MOVE SPACES TO CAMPAIGN-RECORD
           MOVE "D" TO RCT-TYPE
           MOVE WS-RCH-CAMPAIGN TO RCT-CAMPAIGN
           MOVE WS-RCT-OPERATOR(WS-RCT-IDX) TO RCT-OPERATOR
           MOVE WS-RCT-PROGRAM(WS-RCT-IDX) TO RCT-PROGRAM
           MOVE WS-RCT-MANAGER(WS-RCT-IDX) TO RCT-MANAGER
           MOVE WS-RCT-STATUS(WS-RCT-IDX) TO RCT-STATUS
           MOVE WS-RCT-DECIDED-DATE(WS-RCT-IDX) TO RCT-DECIDED-DATE
           MOVE WS-RCT-DECIDED-BY(WS-RCT-IDX) TO RCT-DECIDED-BY
           WRITE CAMPAIGN-RECORD.

       GET-FUNCTION.
           DISPLAY " "
           DISPLAY "ACCESS RECERTIFICATION"
           IF CAMPAIGN-OPEN
               DISPLAY "CAMPAIGN " WS-RCH-CAMPAIGN " IS OPEN - "
                   "ATTEST BY " WS-RCH-CLOSE-DATE
           ELSE
               DISPLAY "NO CAMPAIGN IS OPEN."
           END-IF
           DISPLAY "S SHOW THE CAMPAIGN'S PROGRESS"
           DISPLAY "O OPEN THIS QUARTER'S CAMPAIGN"
           DISPLAY "R REVIEW THE ENTITLEMENTS OF YOUR OPERATORS"
           DISPLAY "A ASSIGN AN OPERATOR TO A SUPERVISOR"
           DISPLAY "X EXIT"
           ACCEPT WS-FUNCTION-PICK
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PICK)
               TO WS-FUNCTION-PICK

           EVALUATE WS-FUNCTION-PICK
               WHEN "S"
                   PERFORM SHOW-CAMPAIGN-PROGRESS
               WHEN "O"
                   PERFORM OPEN-CAMPAIGN
               WHEN "R"
                   PERFORM REVIEW-MY-OPERATORS
               WHEN "A"
                   PERFORM ASSIGN-OPERATOR-MANAGER
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER
                   DISPLAY ERRMSG-GENERIC
                   MOVE "E001" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
           END-EVALUATE
           PERFORM GET-FUNCTION.

       COUNT-CAMPAIGN-STATUSES.
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-CONFIRMED-COUNT
           MOVE 0 TO WS-REVOKED-COUNT
           MOVE 0 TO WS-SUSPENDED-COUNT
           PERFORM COUNT-NEXT-STATUS
               VARYING WS-RCT-IDX FROM 1 BY 1
               UNTIL WS-RCT-IDX > WS-RCT-COUNT.

       COUNT-NEXT-STATUS.
           EVALUATE WS-RCT-STATUS(WS-RCT-IDX)
               WHEN "P" ADD 1 TO WS-PENDING-COUNT
               WHEN "C" ADD 1 TO WS-CONFIRMED-COUNT
               WHEN "R" ADD 1 TO WS-REVOKED-COUNT
               WHEN "S" ADD 1 TO WS-SUSPENDED-COUNT
           END-EVALUATE.

       SHOW-CAMPAIGN-PROGRESS.
           IF NOT CAMPAIGN-ON-FILE
               DISPLAY "NO CAMPAIGN HAS BEEN RUN."
           ELSE
               PERFORM COUNT-CAMPAIGN-STATUSES
               DISPLAY "CAMPAIGN " WS-RCH-CAMPAIGN " OPENED "
                   WS-RCH-OPENED-DATE " BY " WS-RCH-OPENED-BY
                   " ATTEST BY " WS-RCH-CLOSE-DATE
               MOVE WS-PENDING-COUNT TO WS-COUNT-PRINT
               DISPLAY "AWAITING ATTESTATION: " WS-COUNT-PRINT
               MOVE WS-CONFIRMED-COUNT TO WS-COUNT-PRINT
               DISPLAY "CONFIRMED...........: " WS-COUNT-PRINT
               MOVE WS-REVOKED-COUNT TO WS-COUNT-PRINT
               DISPLAY "REVOKED.............: " WS-COUNT-PRINT
               MOVE WS-SUSPENDED-COUNT TO WS-COUNT-PRINT
               DISPLAY "SUSPENDED...........: " WS-COUNT-PRINT
               PERFORM SHOW-NEXT-PENDING
                   VARYING WS-RCT-IDX FROM 1 BY 1
                   UNTIL WS-RCT-IDX > WS-RCT-COUNT
           END-IF.

       SHOW-NEXT-PENDING.
           IF WS-RCT-STATUS(WS-RCT-IDX) = "P"
               IF WS-RCT-MANAGER(WS-RCT-IDX) = SPACES
                   DISPLAY "  " WS-RCT-OPERATOR(WS-RCT-IDX) " "
                       WS-RCT-PROGRAM(WS-RCT-IDX) " ANY SUPERVISOR"
               ELSE
                   DISPLAY "  " WS-RCT-OPERATOR(WS-RCT-IDX) " "
                       WS-RCT-PROGRAM(WS-RCT-IDX) " "
                       WS-RCT-MANAGER(WS-RCT-IDX)
               END-IF
           END-IF.

      *one campaign a quarter, over every entitlement on the matrix
      *as it stands today
       OPEN-CAMPAIGN.
           COMPUTE WS-RCT-QUARTER = (WS-RCT-TODAY-MONTH + 2) / 3
           MOVE SPACES TO WS-RCT-NEW-CAMPAIGN
           STRING WS-RCT-TODAY-YEAR DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   WS-RCT-QUARTER DELIMITED BY SIZE
               INTO WS-RCT-NEW-CAMPAIGN
           END-STRING
           EVALUATE TRUE
               WHEN CAMPAIGN-OPEN
                   DISPLAY "ERROR! CAMPAIGN " WS-RCH-CAMPAIGN
                       " IS STILL OPEN."
               WHEN CAMPAIGN-ON-FILE
                       AND WS-RCH-CAMPAIGN = WS-RCT-NEW-CAMPAIGN
                   DISPLAY "ERROR! THIS QUARTER'S CAMPAIGN HAS "
                       "ALREADY BEEN RUN."
               WHEN OTHER
                   PERFORM START-NEW-CAMPAIGN
           END-EVALUATE.

       START-NEW-CAMPAIGN.
           PERFORM LOAD-ENTITLEMENT-TABLE
           MOVE 0 TO WS-RCT-COUNT
           PERFORM SNAPSHOT-NEXT-ENTITLEMENT
               VARYING WS-ENTL-IDX FROM 1 BY 1
               UNTIL WS-ENTL-IDX > WS-ENTL-COUNT
           IF WS-RCT-COUNT = 0
               DISPLAY "NO ENTITLEMENTS ON FILE TO RECERTIFY."
               PERFORM LOAD-CAMPAIGN
           ELSE
               PERFORM GET-CLOSE-DATE
               MOVE WS-RCT-NEW-CAMPAIGN TO WS-RCH-CAMPAIGN
               MOVE WS-OPERATOR-ID TO WS-RCH-OPENED-BY
               MOVE WS-RCT-TODAY TO WS-RCH-OPENED-DATE
               MOVE "O" TO WS-RCH-STATUS
               MOVE "Y" TO WS-RCT-ON-FILE
               PERFORM SAVE-CAMPAIGN
               MOVE WS-RCT-COUNT TO WS-COUNT-PRINT
               DISPLAY "CAMPAIGN " WS-RCH-CAMPAIGN " OPENED OVER "
                   WS-COUNT-PRINT " ENTITLEMENTS - ATTEST BY "
                   WS-RCH-CLOSE-DATE
               MOVE SPACES TO WS-OUTCOME
               STRING "* RECERT OPEN " DELIMITED BY SIZE
                       WS-RCH-CAMPAIGN DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           END-IF.

       SNAPSHOT-NEXT-ENTITLEMENT.
           IF WS-ETB-OPERATOR(WS-ENTL-IDX) NOT = SPACES
                   AND WS-ETB-PROGRAM(WS-ENTL-IDX)(1:1) NOT = "*"
                   AND WS-RCT-COUNT < 500
               ADD 1 TO WS-RCT-COUNT
               MOVE WS-ETB-OPERATOR(WS-ENTL-IDX)
                   TO WS-RCT-OPERATOR(WS-RCT-COUNT)
               MOVE WS-ETB-PROGRAM(WS-ENTL-IDX)
                   TO WS-RCT-PROGRAM(WS-RCT-COUNT)
               MOVE WS-ETB-OPERATOR(WS-ENTL-IDX) TO WS-PICK-ID
               PERFORM FIND-OPERATOR-MANAGER
               IF WS-MGR-HIT > 0
                   MOVE WS-MGR-SUPERVISOR(WS-MGR-HIT)
                       TO WS-RCT-MANAGER(WS-RCT-COUNT)
               ELSE
                   MOVE SPACES TO WS-RCT-MANAGER(WS-RCT-COUNT)
               END-IF
               MOVE "P" TO WS-RCT-STATUS(WS-RCT-COUNT)
               MOVE 0 TO WS-RCT-DECIDED-DATE(WS-RCT-COUNT)
               MOVE SPACES TO WS-RCT-DECIDED-BY(WS-RCT-COUNT)
           END-IF.

      *blank takes RECERT-DAYS from the suite configuration (21
      *unless set) from today
       GET-CLOSE-DATE.
           MOVE "RECERT-DAYS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
                   AND WS-CFG-VALUE-NUM < 1000
               MOVE WS-CFG-VALUE-NUM TO WS-RCT-DAYS
           END-IF
           DISPLAY "ATTEST BY WHICH DATE (YYYYMMDD, BLANK FOR "
               WS-RCT-DAYS " DAYS FROM TODAY): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           EVALUATE TRUE
               WHEN WS-DATE-RAW = SPACES
                   COMPUTE WS-RCH-CLOSE-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY)
                       + WS-RCT-DAYS)
               WHEN WS-DATE-RAW IS NOT NUMERIC
                   DISPLAY ERRMSG-NOT-NUMERIC
                   MOVE "E002" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
                   PERFORM GET-CLOSE-DATE
               WHEN WS-DATE-CHECK-MONTH < 1
                       OR WS-DATE-CHECK-MONTH > 12
                       OR WS-DATE-CHECK-DAY < 1
                       OR WS-DATE-CHECK-DAY > 31
                   DISPLAY "ERROR! THAT IS NOT A DATE."
                   PERFORM GET-CLOSE-DATE
               WHEN WS-DATE-RAW NOT > WS-RCT-TODAY
                   DISPLAY "ERROR! THE ATTEST-BY DATE MUST BE AFTER "
                       "TODAY."
                   PERFORM GET-CLOSE-DATE
               WHEN OTHER
                   MOVE WS-DATE-RAW TO WS-RCH-CLOSE-DATE
           END-EVALUATE.

      *a supervisor sees the pending entitlements of the operators
      *assigned to them, and of anyone nobody is assigned to - but
      *never their own
       REVIEW-MY-OPERATORS.
           IF NOT CAMPAIGN-OPEN
               DISPLAY "ERROR! NO CAMPAIGN IS OPEN."
           ELSE
               MOVE 0 TO WS-REVIEWED-COUNT
               MOVE "N" TO WS-REVIEW-STOP
               PERFORM REVIEW-NEXT-ATTESTATION
                   VARYING WS-RCT-IDX FROM 1 BY 1
                   UNTIL WS-RCT-IDX > WS-RCT-COUNT OR REVIEW-STOPPED
               IF WS-REVIEWED-COUNT = 0
                   DISPLAY "NOTHING IS WAITING FOR YOUR "
                       "ATTESTATION."
               END-IF
           END-IF.

       REVIEW-NEXT-ATTESTATION.
           IF WS-RCT-STATUS(WS-RCT-IDX) = "P"
                   AND WS-RCT-OPERATOR(WS-RCT-IDX) NOT = WS-OPERATOR-ID
                   AND (WS-RCT-MANAGER(WS-RCT-IDX) = WS-OPERATOR-ID
                       OR WS-RCT-MANAGER(WS-RCT-IDX) = SPACES)
               ADD 1 TO WS-REVIEWED-COUNT
               DISPLAY " "
               DISPLAY WS-RCT-OPERATOR(WS-RCT-IDX) " MAY RUN "
                   WS-RCT-PROGRAM(WS-RCT-IDX)
               PERFORM GET-ATTESTATION
           END-IF.

       GET-ATTESTATION.
           DISPLAY "ENTER C TO CONFIRM IT IS STILL NEEDED, R TO "
               "REVOKE IT, K TO LEAVE IT FOR LATER, OR X TO STOP: "
           ACCEPT WS-ATTEST-PICK
           MOVE FUNCTION UPPER-CASE(WS-ATTEST-PICK) TO WS-ATTEST-PICK
           EVALUATE WS-ATTEST-PICK
               WHEN "C"
                   MOVE "C" TO WS-RCT-STATUS(WS-RCT-IDX)
                   MOVE WS-RCT-TODAY TO WS-RCT-DECIDED-DATE(WS-RCT-IDX)
                   MOVE WS-OPERATOR-ID TO WS-RCT-DECIDED-BY(WS-RCT-IDX)
                   PERFORM SAVE-CAMPAIGN
                   DISPLAY "ENTITLEMENT CONFIRMED."
                   MOVE SPACES TO WS-OUTCOME
                   STRING "* RECERT OK " DELIMITED BY SIZE
                           WS-RCT-OPERATOR(WS-RCT-IDX)
                               DELIMITED BY SIZE
                       INTO WS-OUTCOME
                   END-STRING
                   PERFORM write-suite-audit
               WHEN "R"
                   PERFORM REVOKE-ATTESTED-ENTITLEMENT
               WHEN "K"
                   CONTINUE
               WHEN "X"
                   MOVE "Y" TO WS-REVIEW-STOP
               WHEN OTHER
                   DISPLAY ERRMSG-GENERIC
                   MOVE "E001" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
                   PERFORM GET-ATTESTATION
           END-EVALUATE.

      *off the matrix the way the matrix maintenance does it, with
      *its audit line
       REVOKE-ATTESTED-ENTITLEMENT.
           MOVE "*REVOKED" TO WS-RCT-HOLD-NAME
           PERFORM REMOVE-CAMPAIGN-ENTITLEMENT
           MOVE "R" TO WS-RCT-STATUS(WS-RCT-IDX)
           MOVE WS-RCT-TODAY TO WS-RCT-DECIDED-DATE(WS-RCT-IDX)
           MOVE WS-OPERATOR-ID TO WS-RCT-DECIDED-BY(WS-RCT-IDX)
           PERFORM SAVE-CAMPAIGN
           DISPLAY "ENTITLEMENT REVOKED."
           MOVE SPACES TO WS-OUTCOME
           STRING "* REVOKE " DELIMITED BY SIZE
                   WS-RCT-OPERATOR(WS-RCT-IDX) DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING
           PERFORM write-suite-audit.

      *an entitlement already taken off through the matrix
      *maintenance is simply not found; one that was the operator's
      *last is replaced by the marker in WS-RCT-HOLD-NAME
       REMOVE-CAMPAIGN-ENTITLEMENT.
           PERFORM LOAD-ENTITLEMENT-TABLE
           MOVE 0 TO WS-ENTL-HIT
           PERFORM MATCH-CAMPAIGN-PAIR
               VARYING WS-ENTL-IDX FROM 1 BY 1
               UNTIL WS-ENTL-IDX > WS-ENTL-COUNT
           IF WS-ENTL-HIT > 0
               MOVE SPACES TO WS-ETB-OPERATOR(WS-ENTL-HIT)
               MOVE SPACES TO WS-ETB-PROGRAM(WS-ENTL-HIT)
               MOVE "N" TO WS-RCT-OTHERS
               PERFORM CHECK-OTHER-ENTITLEMENT
                   VARYING WS-ENTL-IDX FROM 1 BY 1
                   UNTIL WS-ENTL-IDX > WS-ENTL-COUNT
               IF WS-RCT-OTHERS = "N"
                   MOVE WS-RCT-OPERATOR(WS-RCT-IDX)
                       TO WS-ETB-OPERATOR(WS-ENTL-HIT)
                   MOVE WS-RCT-HOLD-NAME
                       TO WS-ETB-PROGRAM(WS-ENTL-HIT)
               END-IF
               PERFORM SAVE-ENTITLEMENT-TABLE
           END-IF.

       MATCH-CAMPAIGN-PAIR.
           IF WS-ETB-OPERATOR(WS-ENTL-IDX) = WS-RCT-OPERATOR(WS-RCT-IDX)
                   AND WS-ETB-PROGRAM(WS-ENTL-IDX)
                       = WS-RCT-PROGRAM(WS-RCT-IDX)
               MOVE WS-ENTL-IDX TO WS-ENTL-HIT
           END-IF.

       CHECK-OTHER-ENTITLEMENT.
           IF WS-ETB-OPERATOR(WS-ENTL-IDX) = WS-RCT-OPERATOR(WS-RCT-IDX)
               MOVE "Y" TO WS-RCT-OTHERS
           END-IF.

      *everything still unattested after the attest-by date is
      *listed and suspended, and the campaign is closed
       CLOSE-OVERDUE-CAMPAIGN.
           MOVE 0 TO WS-REPORT-LINES
           OPEN OUTPUT RECERT-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCESS RECERTIFICATION " DELIMITED BY SIZE
                   WS-RCH-CAMPAIGN DELIMITED BY SIZE
                   "  ATTEST BY " DELIMITED BY SIZE
                   WS-RCH-CLOSE-DATE DELIMITED BY SIZE
                   "  CLOSED " DELIMITED BY SIZE
                   WS-RCT-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "NOT ATTESTED BY THE CLOSE DATE - SUSPENDED:"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "*SUSPENDED" TO WS-RCT-HOLD-NAME
           PERFORM SUSPEND-IF-UNATTESTED
               VARYING WS-RCT-IDX FROM 1 BY 1
               UNTIL WS-RCT-IDX > WS-RCT-COUNT
           MOVE "C" TO WS-RCH-STATUS
           PERFORM SAVE-CAMPAIGN
           PERFORM COUNT-CAMPAIGN-STATUSES
           PERFORM WRITE-REPORT-TRAILER
           CLOSE RECERT-REPORT-FILE
           MOVE "RECERTRP.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = (WS-REPORT-LINES + 59) / 60
           PERFORM REGISTER-SPOOL-REPORT
           MOVE WS-SUSPENDED-COUNT TO WS-COUNT-PRINT
           DISPLAY "CAMPAIGN " WS-RCH-CAMPAIGN " CLOSED - "
               WS-COUNT-PRINT " UNATTESTED ENTITLEMENTS SUSPENDED"
           DISPLAY "SEE RECERTRP.DAT"
           MOVE SPACES TO WS-OUTCOME
           STRING "* RECERT CLOSED " DELIMITED BY SIZE
                   WS-RCH-CAMPAIGN DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING
           PERFORM write-suite-audit.

       SUSPEND-IF-UNATTESTED.
           IF WS-RCT-STATUS(WS-RCT-IDX) = "P"
               PERFORM REMOVE-CAMPAIGN-ENTITLEMENT
               MOVE "S" TO WS-RCT-STATUS(WS-RCT-IDX)
               MOVE WS-RCT-TODAY TO WS-RCT-DECIDED-DATE(WS-RCT-IDX)
               MOVE WS-OPERATOR-ID TO WS-RCT-DECIDED-BY(WS-RCT-IDX)
               MOVE SPACES TO WS-SUSPEND-LINE
               MOVE WS-RCT-OPERATOR(WS-RCT-IDX) TO SUS-OPERATOR
               MOVE WS-RCT-PROGRAM(WS-RCT-IDX) TO SUS-PROGRAM
               IF WS-RCT-MANAGER(WS-RCT-IDX) = SPACES
                   MOVE "ANY SUPERVISOR" TO SUS-MANAGER
               ELSE
                   MOVE WS-RCT-MANAGER(WS-RCT-IDX) TO SUS-MANAGER
               END-IF
               MOVE "** SUSPENDED - NOT ATTESTED" TO SUS-FINDING
               WRITE RECERT-REPORT-RECORD FROM WS-SUSPEND-LINE
               ADD 1 TO WS-REPORT-LINES
               MOVE SPACES TO WS-OUTCOME
               STRING "* SUSPEND " DELIMITED BY SIZE
                       WS-RCT-OPERATOR(WS-RCT-IDX) DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CONFIRMED-COUNT TO WS-COUNT-PRINT
           STRING "CONFIRMED  " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REVOKED-COUNT TO WS-COUNT-PRINT
           STRING "REVOKED    " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SUSPENDED-COUNT TO WS-COUNT-PRINT
           STRING "SUSPENDED  " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE RECERT-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-REPORT-LINES.

      *the supervisor must be an active supervisor on the operator
      *file, and nobody attests their own access
       ASSIGN-OPERATOR-MANAGER.
           DISPLAY "ENTER THE OPERATOR ID: "
           MOVE SPACES TO WS-PICK-ID
           ACCEPT WS-PICK-ID
           MOVE FUNCTION UPPER-CASE(WS-PICK-ID) TO WS-PICK-ID
           DISPLAY "ENTER THE SUPERVISOR WHO ATTESTS THEIR ACCESS: "
           MOVE SPACES TO WS-PICK-SUPERVISOR
           ACCEPT WS-PICK-SUPERVISOR
           MOVE FUNCTION UPPER-CASE(WS-PICK-SUPERVISOR)
               TO WS-PICK-SUPERVISOR
           IF WS-PICK-ID = SPACES OR WS-PICK-SUPERVISOR = SPACES
               DISPLAY ERRMSG-NOTHING-ENTERED
               MOVE "E003" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
           ELSE
               PERFORM CHECK-MANAGER-PAIR
           END-IF.

       CHECK-MANAGER-PAIR.
           MOVE WS-PICK-SUPERVISOR TO OPERATOR-KEY-ID
           PERFORM READ-RECERT-OPERATOR
           EVALUATE TRUE
               WHEN WS-PICK-ID = WS-PICK-SUPERVISOR
                   DISPLAY "ERROR! NOBODY MAY ATTEST THEIR OWN "
                       "ACCESS."
               WHEN NOT RCT-OPER-ON-FILE
                       OR WS-RCT-OPER-ROLE NOT = "S"
                       OR WS-RCT-OPER-STATUS = "I"
                       OR WS-RCT-OPER-STATUS = "L"
                   DISPLAY "ERROR! " WS-PICK-SUPERVISOR " IS NOT AN "
                       "ACTIVE SUPERVISOR."
               WHEN OTHER
                   MOVE WS-PICK-ID TO OPERATOR-KEY-ID
                   PERFORM READ-RECERT-OPERATOR
                   IF RCT-OPER-ON-FILE
                       PERFORM STORE-OPERATOR-MANAGER
                   ELSE
                       DISPLAY "ERROR! NO OPERATOR " WS-PICK-ID
                           " ON FILE."
                   END-IF
           END-EVALUATE.

      *one direct read against the key, like sign-on itself
       READ-RECERT-OPERATOR.
           MOVE "N" TO WS-RCT-OPER-FOUND
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "00"
               READ OPERATOR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE OPERATOR-RECORD TO WS-RCT-OPER-REC
                       MOVE "Y" TO WS-RCT-OPER-FOUND
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       STORE-OPERATOR-MANAGER.
           PERFORM FIND-OPERATOR-MANAGER
           IF WS-MGR-HIT = 0 AND WS-MGR-COUNT >= 500
               DISPLAY "ERROR! THE ASSIGNMENT FILE IS FULL."
           ELSE
               IF WS-MGR-HIT = 0
                   ADD 1 TO WS-MGR-COUNT
                   MOVE WS-MGR-COUNT TO WS-MGR-HIT
               END-IF
               MOVE WS-PICK-ID TO WS-MGR-OPERATOR(WS-MGR-HIT)
               MOVE WS-PICK-SUPERVISOR TO WS-MGR-SUPERVISOR(WS-MGR-HIT)
               PERFORM SAVE-MANAGER-TABLE
      *an open campaign follows the new assignment for whatever is
      *still waiting
               IF CAMPAIGN-OPEN
                   PERFORM REASSIGN-NEXT-PENDING
                       VARYING WS-RCT-IDX FROM 1 BY 1
                       UNTIL WS-RCT-IDX > WS-RCT-COUNT
                   PERFORM SAVE-CAMPAIGN
               END-IF
               DISPLAY WS-PICK-ID " IS NOW ATTESTED BY "
                   WS-PICK-SUPERVISOR "."
               MOVE SPACES TO WS-OUTCOME
               STRING "* RECERT MGR " DELIMITED BY SIZE
                       WS-PICK-ID DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           END-IF.

       REASSIGN-NEXT-PENDING.
           IF WS-RCT-OPERATOR(WS-RCT-IDX) = WS-PICK-ID
                   AND WS-RCT-STATUS(WS-RCT-IDX) = "P"
               MOVE WS-PICK-SUPERVISOR TO WS-RCT-MANAGER(WS-RCT-IDX)
           END-IF.

       copy errlog replacing ==:PROGRAM-NAME:== by =="ACCESS_RECERT"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="ACCESS_RECERT"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy entltbp.

       copy opsignon.

       end program access_recert.
