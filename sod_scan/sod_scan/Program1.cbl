       program-id. sod_scan.

      *nightly segregation-of-duties conflict scan - dual control
      *only proves anything if the two people really were two
      *people.  four routes are checked over the scan window (the
      *processing date, or the SOD-SCAN-DAYS days ending on it when
      *the suite configuration sets a catch-up window):
      *  - a menu01 message change approved by the operator who
      *    requested it (the approval lines on MENUAUD.DAT carry
      *    both identities from the MENUPND.DAT request);
      *  - an Add01 calculation voided by the operator who keyed it
      *    (the type V record's WSTR-OPERATOR against the original's
      *    on the indexed master);
      *  - an Add01 held calculation approved by the operator who
      *    keyed it (who held it, off the approved-review record,
      *    against the type A posting the approval made);
      *  - a dual-control pre-authorization ticket consumed by the
      *    supervisor who issued it (the PREAUTH and DUAL OK lines
      *    on the suite audit trail).
      *every finding names both actions on SODRPT.DAT, and any
      *finding raises a standing operator alert and ends the run
      *with return code 4.

       environment division.
       input-output section.
       file-control.
           select menu-audit-file assign to "MENUAUD.DAT"
               organization is line sequential
               file status is WS-MENUAUD-STATUS.
           select transaction-master assign to "ADD01TRX.DAT"
               organization is indexed
               access mode is dynamic
               record key is TRX-KEY
               file status is WS-MASTER-STATUS.
           select review-approved-file assign to "ADD01PAP.DAT"
               organization is line sequential
               file status is WS-APPROVED-STATUS.
           select sod-report-file assign to "SODRPT.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           select alert-file assign to "OPALERT.DAT"
               organization is line sequential
               file status is WS-ALERT-STATUS.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy procdtsl.
           copy spoolsl.
           copy opersel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.

       data division.
       file section.
       fd  menu-audit-file.
       01 menu-audit-record pic x(60).

       fd  transaction-master.
       01 transaction-master-record.
           05 TRX-KEY.
               10 TRX-DATE pic 9(8).
               10 TRX-SEQUENCE pic 9(6).
           05 TRX-RECORD pic x(120).

       fd  review-approved-file.
       01 review-approved-record pic x(130).

       fd  sod-report-file.
       01 sod-report-record pic x(100).

       fd  alert-file.
       01 alert-record pic x(45).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy procdtfd.

       copy spoolfd.

       fd  operator-file.
       copy operfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       copy procdtws.

       01 WS-MENUAUD-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-APPROVED-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-ALERT-STATUS PIC XX VALUE SPACES.
       01 WS-MENUAUD-EOF PIC X VALUE "N".
         88 AT-MENUAUD-EOF VALUE "Y".
       01 WS-MASTER-EOF PIC X VALUE "N".
         88 AT-MASTER-EOF VALUE "Y".
       01 WS-APPROVED-EOF PIC X VALUE "N".
         88 AT-APPROVED-EOF VALUE "Y".
       01 WS-AUDITLOG-EOF PIC X VALUE "N".
         88 AT-AUDITLOG-EOF VALUE "Y".
       01 WS-MASTER-FOUND PIC X VALUE "N".
         88 MASTER-RECORD-FOUND VALUE "Y".

      *the scan window - SOD-SCAN-DAYS days ending on the
      *processing date, one unless the configuration says more
       01 WS-SCAN-DAYS PIC 99 VALUE 1.
       01 WS-SCAN-FROM PIC 9(8) VALUE 0.
       01 WS-SCAN-TO PIC 9(8) VALUE 0.

      *an approval line on the menu audit file - both identities
      *sit at fixed columns because the approval screen builds the
      *line from fixed-width fields.  a spelling acceptance line
      *has " OK " where this layout expects " BY ", so it is
      *passed over
       01 WS-MENUAUD-REC.
           05 MAU-PREFIX PIC X(3).
           05 MAU-ACTION PIC X(6).
           05 FILLER PIC X.
           05 MAU-KEY PIC X(2).
           05 MAU-BY PIC X(4).
           05 MAU-REQUESTER PIC X(10).
           05 MAU-VERDICT PIC X(4).
           05 MAU-APPROVER PIC X(10).
           05 FILLER PIC X.
           05 MAU-DATE PIC X(8).
           05 FILLER PIC X(11).

       copy add01trn.
       copy add01pnd.

      *an approved held entry, as the review screen records it
       01 WS-REVIEW-APPROVED-REC.
           05 WPAP-PENDING PIC X(103).
           05 FILLER PIC X.
           05 WPAP-POST-DATE PIC 9(8).
           05 FILLER PIC X.
           05 WPAP-POST-SEQUENCE PIC 9(6).
           05 FILLER PIC X.
           05 WPAP-APPROVED-BY PIC X(10).

      *the voids in the window, collected on the pass along the
      *master and then checked against their originals by key
       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 200 TIMES.
               10 WS-VOID-DATE PIC 9(8).
               10 WS-VOID-SEQ PIC 9(6).
               10 WS-VOID-REF-DATE PIC 9(8).
               10 WS-VOID-REF-SEQ PIC 9(6).
               10 WS-VOID-OPERATOR PIC X(10).
       01 WS-VOID-COUNT PIC 9(3) VALUE 0.
       01 WS-VOID-IDX PIC 9(3) VALUE 0.
       01 WS-APPROVER PIC X(10) VALUE SPACES.

      *one audit-log line unstrung into its individual fields; a
      *"*" line's outcome is split into its words
       01 WS-AL-PROGRAM PIC X(23).
       01 WS-AL-OPERATOR PIC X(10).
       01 WS-AL-DATE PIC X(8).
       01 WS-AL-TIME PIC X(8).
       01 WS-AL-WORD-1 PIC X(10).
       01 WS-AL-WORD-2 PIC X(12).
       01 WS-AL-WORD-3 PIC X(12).
       01 WS-AL-WORD-4 PIC X(10).

      *the tickets issued in the window, so a consumption can be
      *set against the issue it used
       01 WS-TICKET-TABLE.
           05 WS-TICKET-ENTRY OCCURS 100 TIMES.
               10 WS-TICKET-ISSUER PIC X(10).
               10 WS-TICKET-TOKEN PIC X(12).
               10 WS-TICKET-DATE PIC X(8).
               10 WS-TICKET-TIME PIC X(8).
       01 WS-TICKET-COUNT PIC 9(3) VALUE 0.
       01 WS-TICKET-IDX PIC 9(3) VALUE 0.
       01 WS-TICKET-HIT PIC 9(3) VALUE 0.

      *one finding on the report - the check, the operator, and the
      *two actions that should have been two people's
       01 WS-FINDING-LINE.
           05 FND-CHECK PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 FND-OPERATOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 FND-FIRST-ACTION PIC X(36).
           05 FILLER PIC X(3) VALUE " / ".
           05 FND-SECOND-ACTION PIC X(35).

       01 WS-FINDING-COUNT PIC 9(4) VALUE 0.
       01 WS-MENU-FINDINGS PIC 9(4) VALUE 0.
       01 WS-VOID-FINDINGS PIC 9(4) VALUE 0.
       01 WS-APPROVAL-FINDINGS PIC 9(4) VALUE 0.
       01 WS-TICKET-FINDINGS PIC 9(4) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZZ9.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINES PIC 9(6) VALUE 0.
       01 WS-ALERT-LINE PIC X(45) VALUE SPACES.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(32) VALUE SPACES.

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
           MOVE "SOD_SCAN" TO WS-ENTL-PROGRAM.
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
           CLOSE AUDIT-LOG-FILE.
           PERFORM GET-PROCESSING-DATE.
           MOVE WS-PROCESS-DATE TO WS-SCAN-TO.
           MOVE "SOD-SCAN-DAYS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
                   AND WS-CFG-VALUE-NUM < 100
               MOVE WS-CFG-VALUE-NUM TO WS-SCAN-DAYS
           END-IF
           COMPUTE WS-SCAN-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SCAN-TO)
               - WS-SCAN-DAYS + 1)

           OPEN OUTPUT SOD-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SEGREGATION OF DUTIES CONFLICTS  " DELIMITED BY SIZE
                   WS-SCAN-FROM DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-SCAN-TO DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM SCAN-MENU-APPROVALS
           OPEN INPUT TRANSACTION-MASTER
           IF WS-MASTER-STATUS = "00"
               PERFORM SCAN-ADD01-VOIDS
               PERFORM SCAN-ADD01-APPROVALS
               CLOSE TRANSACTION-MASTER
           END-IF
           PERFORM SCAN-DUAL-TICKETS

           IF WS-FINDING-COUNT = 0
               MOVE "NO CONFLICTS FOUND" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-TRAILER
           CLOSE SOD-REPORT-FILE
           MOVE "SODRPT.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = (WS-REPORT-LINES + 59) / 60
           PERFORM REGISTER-SPOOL-REPORT

           MOVE WS-MENU-FINDINGS TO WS-COUNT-PRINT
           DISPLAY "MENU01 SELF-APPROVALS...: " WS-COUNT-PRINT
           MOVE WS-VOID-FINDINGS TO WS-COUNT-PRINT
           DISPLAY "ADD01 SELF-VOIDS........: " WS-COUNT-PRINT
           MOVE WS-APPROVAL-FINDINGS TO WS-COUNT-PRINT
           DISPLAY "ADD01 SELF-APPROVALS....: " WS-COUNT-PRINT
           MOVE WS-TICKET-FINDINGS TO WS-COUNT-PRINT
           DISPLAY "OWN DUAL-CONTROL TICKETS: " WS-COUNT-PRINT
           DISPLAY "CONFLICT REPORT WRITTEN TO SODRPT.DAT"

           PERFORM open-suite-audit-log
           IF WS-FINDING-COUNT > 0
               PERFORM RAISE-SOD-ALERT
               MOVE SPACES TO WS-OUTCOME
               MOVE WS-FINDING-COUNT TO WS-COUNT-PRINT
               STRING "* SOD CONFLICTS " DELIMITED BY SIZE
                       WS-COUNT-PRINT DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           END-IF
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           IF WS-FINDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           goback.

      *menu01 - the approval screen's line names the requester and
      *the approver of every applied change
       SCAN-MENU-APPROVALS.
           OPEN INPUT MENU-AUDIT-FILE
           IF WS-MENUAUD-STATUS = "00"
               PERFORM CHECK-NEXT-MENU-APPROVAL UNTIL AT-MENUAUD-EOF
               CLOSE MENU-AUDIT-FILE
           END-IF.

       CHECK-NEXT-MENU-APPROVAL.
           READ MENU-AUDIT-FILE
               AT END MOVE "Y" TO WS-MENUAUD-EOF
           END-READ
           IF NOT AT-MENUAUD-EOF
               MOVE MENU-AUDIT-RECORD TO WS-MENUAUD-REC
               IF MAU-PREFIX = "00 " AND MAU-BY = " BY "
                       AND MAU-VERDICT = " OK "
                       AND MAU-DATE >= WS-SCAN-FROM
                       AND MAU-DATE <= WS-SCAN-TO
                       AND MAU-REQUESTER NOT = SPACES
                       AND MAU-REQUESTER = MAU-APPROVER
                   ADD 1 TO WS-MENU-FINDINGS
                   MOVE SPACES TO WS-FINDING-LINE
                   MOVE "MENU01 CHANGE" TO FND-CHECK
                   MOVE MAU-REQUESTER TO FND-OPERATOR
                   STRING "REQUESTED " DELIMITED BY SIZE
                           MAU-ACTION DELIMITED BY SPACE
                           " OF MESSAGE " DELIMITED BY SIZE
                           MAU-KEY DELIMITED BY SIZE
                       INTO FND-FIRST-ACTION
                   END-STRING
                   STRING "APPROVED IT " DELIMITED BY SIZE
                           MAU-DATE DELIMITED BY SIZE
                       INTO FND-SECOND-ACTION
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

      *Add01 voids - a void is a type V record on the master whose
      *reference names the key of the record it reverses
       SCAN-ADD01-VOIDS.
           MOVE 0 TO WS-VOID-COUNT
           MOVE "N" TO WS-MASTER-EOF
           MOVE WS-SCAN-FROM TO TRX-DATE
           MOVE 0 TO TRX-SEQUENCE
           START TRANSACTION-MASTER KEY IS NOT LESS THAN TRX-KEY
               INVALID KEY MOVE "Y" TO WS-MASTER-EOF
           END-START
           PERFORM COLLECT-NEXT-VOID UNTIL AT-MASTER-EOF
           PERFORM CHECK-NEXT-VOID
               VARYING WS-VOID-IDX FROM 1 BY 1
               UNTIL WS-VOID-IDX > WS-VOID-COUNT.

       COLLECT-NEXT-VOID.
           READ TRANSACTION-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-MASTER-EOF
           END-READ
           IF NOT AT-MASTER-EOF
               IF TRX-DATE > WS-SCAN-TO
                   MOVE "Y" TO WS-MASTER-EOF
               ELSE
                   MOVE TRX-RECORD TO WS-TRANSACTION-REC
                   IF WSTR-RECORD-TYPE = "V"
                           AND WSTR-OPERATOR NOT = SPACES
                           AND WS-VOID-COUNT < 200
                       ADD 1 TO WS-VOID-COUNT
                       MOVE TRX-DATE TO WS-VOID-DATE(WS-VOID-COUNT)
                       MOVE TRX-SEQUENCE
                           TO WS-VOID-SEQ(WS-VOID-COUNT)
                       MOVE WSTR-VOID-REF-DATE
                           TO WS-VOID-REF-DATE(WS-VOID-COUNT)
                       MOVE WSTR-VOID-REF-SEQ
                           TO WS-VOID-REF-SEQ(WS-VOID-COUNT)
                       MOVE WSTR-OPERATOR
                           TO WS-VOID-OPERATOR(WS-VOID-COUNT)
                   END-IF
               END-IF
           END-IF.

       CHECK-NEXT-VOID.
           MOVE WS-VOID-REF-DATE(WS-VOID-IDX) TO TRX-DATE
           MOVE WS-VOID-REF-SEQ(WS-VOID-IDX) TO TRX-SEQUENCE
           PERFORM READ-MASTER-BY-KEY
           IF MASTER-RECORD-FOUND
                   AND WSTR-OPERATOR = WS-VOID-OPERATOR(WS-VOID-IDX)
               ADD 1 TO WS-VOID-FINDINGS
               MOVE SPACES TO WS-FINDING-LINE
               MOVE "ADD01 VOID" TO FND-CHECK
               MOVE WSTR-OPERATOR TO FND-OPERATOR
               STRING "KEYED " DELIMITED BY SIZE
                       WS-VOID-REF-DATE(WS-VOID-IDX)
                           DELIMITED BY SIZE
                       " SEQ " DELIMITED BY SIZE
                       WS-VOID-REF-SEQ(WS-VOID-IDX)
                           DELIMITED BY SIZE
                   INTO FND-FIRST-ACTION
               END-STRING
               STRING "VOIDED IT " DELIMITED BY SIZE
                       WS-VOID-DATE(WS-VOID-IDX) DELIMITED BY SIZE
                       " SEQ " DELIMITED BY SIZE
                       WS-VOID-SEQ(WS-VOID-IDX) DELIMITED BY SIZE
                   INTO FND-SECOND-ACTION
               END-STRING
               PERFORM WRITE-FINDING
           END-IF.

       READ-MASTER-BY-KEY.
           MOVE "Y" TO WS-MASTER-FOUND
           READ TRANSACTION-MASTER
               INVALID KEY MOVE "N" TO WS-MASTER-FOUND
           END-READ
           IF MASTER-RECORD-FOUND
               MOVE TRX-RECORD TO WS-TRANSACTION-REC
           END-IF.

      *Add01 held entries - the approved-review record says who
      *held the entry and where the approval posted; the type A
      *record at that key says who approved it
       SCAN-ADD01-APPROVALS.
           OPEN INPUT REVIEW-APPROVED-FILE
           IF WS-APPROVED-STATUS = "00"
               PERFORM CHECK-NEXT-APPROVAL UNTIL AT-APPROVED-EOF
               CLOSE REVIEW-APPROVED-FILE
           END-IF.

       CHECK-NEXT-APPROVAL.
           READ REVIEW-APPROVED-FILE
               AT END MOVE "Y" TO WS-APPROVED-EOF
           END-READ
           IF NOT AT-APPROVED-EOF
               MOVE REVIEW-APPROVED-RECORD TO WS-REVIEW-APPROVED-REC
               MOVE WPAP-PENDING TO WS-PENDING-REVIEW-REC
               IF WPAP-POST-DATE >= WS-SCAN-FROM
                       AND WPAP-POST-DATE <= WS-SCAN-TO
                       AND WPND-HELD-BY NOT = SPACES
                   PERFORM CHECK-APPROVAL-POSTING
               END-IF
           END-IF.

       CHECK-APPROVAL-POSTING.
           MOVE WPAP-POST-DATE TO TRX-DATE
           MOVE WPAP-POST-SEQUENCE TO TRX-SEQUENCE
           PERFORM READ-MASTER-BY-KEY
           IF MASTER-RECORD-FOUND AND WSTR-RECORD-TYPE = "A"
               MOVE WSTR-OPERATOR TO WS-APPROVER
           ELSE
               MOVE WPAP-APPROVED-BY TO WS-APPROVER
           END-IF
           IF WS-APPROVER = WPND-HELD-BY
               ADD 1 TO WS-APPROVAL-FINDINGS
               MOVE SPACES TO WS-FINDING-LINE
               MOVE "ADD01 APPROVAL" TO FND-CHECK
               MOVE WPND-HELD-BY TO FND-OPERATOR
               STRING "KEYED AND HELD " DELIMITED BY SIZE
                       WPND-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WPND-TIME(1:4) DELIMITED BY SIZE
                   INTO FND-FIRST-ACTION
               END-STRING
               STRING "APPROVED IT " DELIMITED BY SIZE
                       WPAP-POST-DATE DELIMITED BY SIZE
                       " SEQ " DELIMITED BY SIZE
                       WPAP-POST-SEQUENCE DELIMITED BY SIZE
                   INTO FND-SECOND-ACTION
               END-STRING
               PERFORM WRITE-FINDING
           END-IF.

      *dual-control tickets - the issuing supervisor is on the
      *PREAUTH line, and the consuming run's DUAL OK line names the
      *supervisor whose ticket (or password) confirmed it
       SCAN-DUAL-TICKETS.
           MOVE 0 TO WS-TICKET-COUNT
           MOVE "N" TO WS-AUDITLOG-EOF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS = "00"
               PERFORM CHECK-NEXT-AUDIT-RECORD UNTIL AT-AUDITLOG-EOF
               CLOSE AUDIT-LOG-FILE
           END-IF.

       CHECK-NEXT-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END MOVE "Y" TO WS-AUDITLOG-EOF
           END-READ
           IF NOT AT-AUDITLOG-EOF
               MOVE SPACES TO WS-AL-WORD-1 WS-AL-WORD-2
                   WS-AL-WORD-3 WS-AL-WORD-4
               UNSTRING AUDIT-LOG-RECORD DELIMITED BY ALL SPACE
                   INTO WS-AL-PROGRAM WS-AL-OPERATOR WS-AL-DATE
                       WS-AL-TIME WS-AL-WORD-1 WS-AL-WORD-2
                       WS-AL-WORD-3 WS-AL-WORD-4
               END-UNSTRING
               IF WS-AL-DATE IS NUMERIC
                       AND WS-AL-DATE >= WS-SCAN-FROM
                       AND WS-AL-DATE <= WS-SCAN-TO
                       AND WS-AL-WORD-1 = "*"
                   EVALUATE TRUE
                       WHEN WS-AL-WORD-2 = "PREAUTH"
                           PERFORM NOTE-TICKET-ISSUE
                       WHEN WS-AL-WORD-2 = "DUAL"
                               AND WS-AL-WORD-3 = "OK"
                           PERFORM CHECK-TICKET-CONSUMER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       NOTE-TICKET-ISSUE.
           IF WS-TICKET-COUNT < 100
               ADD 1 TO WS-TICKET-COUNT
               MOVE WS-AL-OPERATOR
                   TO WS-TICKET-ISSUER(WS-TICKET-COUNT)
               MOVE WS-AL-WORD-3 TO WS-TICKET-TOKEN(WS-TICKET-COUNT)
               MOVE WS-AL-DATE TO WS-TICKET-DATE(WS-TICKET-COUNT)
               MOVE WS-AL-TIME TO WS-TICKET-TIME(WS-TICKET-COUNT)
           END-IF.

       CHECK-TICKET-CONSUMER.
           IF WS-AL-WORD-4 NOT = SPACES
                   AND WS-AL-WORD-4 = WS-AL-OPERATOR
               ADD 1 TO WS-TICKET-FINDINGS
               MOVE 0 TO WS-TICKET-HIT
               PERFORM MATCH-NEXT-TICKET
                   VARYING WS-TICKET-IDX FROM 1 BY 1
                   UNTIL WS-TICKET-IDX > WS-TICKET-COUNT
               MOVE SPACES TO WS-FINDING-LINE
               MOVE "DUAL TICKET" TO FND-CHECK
               MOVE WS-AL-OPERATOR TO FND-OPERATOR
               IF WS-TICKET-HIT > 0
                   STRING "ISSUED " DELIMITED BY SIZE
                           WS-TICKET-TOKEN(WS-TICKET-HIT)
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-TICKET-DATE(WS-TICKET-HIT)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-TICKET-TIME(WS-TICKET-HIT)(1:4)
                               DELIMITED BY SIZE
                       INTO FND-FIRST-ACTION
                   END-STRING
               ELSE
                   MOVE "CONFIRMED AS SECOND SUPERVISOR"
                       TO FND-FIRST-ACTION
               END-IF
               STRING "CONSUMED IN " DELIMITED BY SIZE
                       WS-AL-PROGRAM DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-AL-DATE DELIMITED BY SIZE
                   INTO FND-SECOND-ACTION
               END-STRING
               PERFORM WRITE-FINDING
           END-IF.

      *the latest ticket the same supervisor issued that day
       MATCH-NEXT-TICKET.
           IF WS-TICKET-ISSUER(WS-TICKET-IDX) = WS-AL-OPERATOR
                   AND WS-TICKET-DATE(WS-TICKET-IDX) = WS-AL-DATE
               MOVE WS-TICKET-IDX TO WS-TICKET-HIT
           END-IF.

       WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           WRITE SOD-REPORT-RECORD FROM WS-FINDING-LINE
           ADD 1 TO WS-REPORT-LINES
           DISPLAY "** " WS-FINDING-LINE.

       RAISE-SOD-ALERT.
           MOVE SPACES TO WS-ALERT-LINE
           MOVE WS-FINDING-COUNT TO WS-COUNT-PRINT
           STRING "SOD CONFLICTS FOUND " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   " SEE SODRPT.DAT" DELIMITED BY SIZE
               INTO WS-ALERT-LINE
           END-STRING
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           CLOSE ALERT-FILE
           DISPLAY "** ALERT: " WS-ALERT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MENU-FINDINGS TO WS-COUNT-PRINT
           STRING "MENU01 SELF-APPROVALS    " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-VOID-FINDINGS TO WS-COUNT-PRINT
           STRING "ADD01 SELF-VOIDS         " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-APPROVAL-FINDINGS TO WS-COUNT-PRINT
           STRING "ADD01 SELF-APPROVALS     " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TICKET-FINDINGS TO WS-COUNT-PRINT
           STRING "OWN DUAL-CONTROL TICKETS " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE SOD-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-REPORT-LINES.

       copy procdate.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="SOD_SCAN"==
                               ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program sod_scan.
