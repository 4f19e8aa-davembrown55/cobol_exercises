       program-id. dormant_scan.

      *nightly dormant operator scan - leavers and long absentees
      *kept live IDs on OPERATOR.DAT until somebody happened to
      *notice.  each operator not already deactivated is given the
      *date of their last successful sign-on: the latest audit-trail
      *line they wrote, the latest password change or expiry on the
      *security event file (both only happen after the password has
      *been accepted), or the latest time the operator maintenance
      *added or reactivated them.  the dates are carried forward on
      *DORMSEEN.DAT, so archiving the audit trail loses nothing and
      *an ID seen nowhere yet starts its clock the night it is
      *first noticed.  an ID idle DORMANT-WARN-DAYS (30 unless the
      *configuration says otherwise) is warned; one idle
      *DORMANT-DEACT-DAYS (60) is deactivated - never deleted, the
      *same rule the operator maintenance follows - with an audit
      *line and a security event.  DORMRPT.DAT lists both for the
      *supervisors.  the operator running the scan is never
      *deactivated by it.  because the dates are carried forward,
      *the audit trail is only read from the audit-log index from
      *the latest date already on DORMSEEN.DAT.

       environment division.
       input-output section.
       file-control.
           select seen-file assign to "DORMSEEN.DAT"
               organization is line sequential
               file status is WS-SEEN-STATUS.
           select dormant-report-file assign to "DORMRPT.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy aidxsel.
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
      *each operator's last sign-on as of the previous scan
       fd  seen-file.
       01 SEEN-RECORD.
           05 SEEN-OPERATOR PIC X(10).
           05 FILLER PIC X.
           05 SEEN-DATE PIC 9(8).

       fd  dormant-report-file.
       01 dormant-report-record pic x(80).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy aidxfd.

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

       01 WS-SEEN-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-SEEN-EOF PIC X VALUE "N".
         88 AT-SEEN-EOF VALUE "Y".
       01 WS-AUDITLOG-EOF PIC X VALUE "N".
         88 AT-AUDITLOG-EOF VALUE "Y".
       01 WS-SECEVENT-EOF PIC X VALUE "N".
         88 AT-SECEVENT-EOF VALUE "Y".

      *the two thresholds, in days idle
       01 WS-WARN-DAYS PIC 9(4) VALUE 30.
       01 WS-DEACT-DAYS PIC 9(4) VALUE 60.

      *every operator on file, with the last sign-on found for them
       01 WS-DRM-TABLE.
           05 WS-DRM-ENTRY OCCURS 500 TIMES.
               10 WS-DRM-ID PIC X(10).
               10 WS-DRM-NAME PIC X(20).
               10 WS-DRM-STATUS PIC X.
               10 WS-DRM-LAST PIC 9(8).
       01 WS-DRM-COUNT PIC 9(3) VALUE 0.
       01 WS-DRM-IDX PIC 9(3) VALUE 0.
       01 WS-DRM-HIT PIC 9(3) VALUE 0.
       01 WS-DRM-WANTED PIC X(10) VALUE SPACES.
       01 WS-DRM-WANTED-DATE PIC 9(8) VALUE 0.
       01 WS-IDLE-DAYS PIC S9(7) VALUE 0.
       01 WS-SCAN-FROM-DATE PIC 9(8) VALUE 0.

      *the leading columns of an operator record
       01 WS-DRM-OPER-REC.
           05 WS-DRM-OPER-ID PIC X(10).
           05 FILLER PIC X.
           05 WS-DRM-OPER-NAME PIC X(20).
           05 FILLER PIC X.
           05 WS-DRM-OPER-STATUS PIC X.
           05 FILLER PIC X(58).

      *one audit-log line unstrung into its individual fields; a
      *"*" line's outcome is split into its words
       01 WS-AL-PROGRAM PIC X(23).
       01 WS-AL-OPERATOR PIC X(10).
       01 WS-AL-DATE PIC X(8).
       01 WS-AL-TIME PIC X(8).
       01 WS-AL-WORD-1 PIC X(10).
       01 WS-AL-WORD-2 PIC X(12).
       01 WS-AL-WORD-3 PIC X(12).

      *one warned or deactivated ID on the report
       01 WS-DORMANT-LINE.
           05 DRL-ACTION PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 DRL-OPERATOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DRL-NAME PIC X(20).
           05 FILLER PIC X(6) VALUE " IDLE ".
           05 DRL-DAYS PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE " DAYS  LAST ".
           05 DRL-LAST PIC 9(8).

       01 WS-WARNED-COUNT PIC 9(3) VALUE 0.
       01 WS-DEACT-COUNT PIC 9(3) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZ9.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-REPORT-LINES PIC 9(6) VALUE 0.

      *shared audit-log index
       copy aidxws.

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
           MOVE "DORMANT_SCAN" TO WS-ENTL-PROGRAM.
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
               DISPLAY "ERROR! THE DORMANT OPERATOR SCAN IS "
                   "RESTRICTED TO SUPERVISORS."
               MOVE "DENIED" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           CLOSE AUDIT-LOG-FILE.
           PERFORM GET-PROCESSING-DATE.
           PERFORM GET-DORMANT-THRESHOLDS.

           PERFORM LOAD-OPERATOR-TABLE
           PERFORM LOAD-SEEN-DATES
           PERFORM SCAN-AUDIT-SIGNONS
           PERFORM SCAN-SECURITY-SIGNONS
           PERFORM START-UNSEEN-CLOCKS
               VARYING WS-DRM-IDX FROM 1 BY 1
               UNTIL WS-DRM-IDX > WS-DRM-COUNT

           PERFORM open-suite-audit-log
           OPEN OUTPUT DORMANT-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DORMANT OPERATORS AS AT " DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   "  WARN AT " DELIMITED BY SIZE
                   WS-WARN-DAYS DELIMITED BY SIZE
                   "  DEACTIVATE AT " DELIMITED BY SIZE
                   WS-DEACT-DAYS DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM CHECK-NEXT-OPERATOR
               VARYING WS-DRM-IDX FROM 1 BY 1
               UNTIL WS-DRM-IDX > WS-DRM-COUNT
           IF WS-WARNED-COUNT = 0 AND WS-DEACT-COUNT = 0
               MOVE "NO DORMANT OPERATORS" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-TRAILER
           CLOSE DORMANT-REPORT-FILE
           MOVE "DORMRPT.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = (WS-REPORT-LINES + 59) / 60
           PERFORM REGISTER-SPOOL-REPORT
           PERFORM SAVE-SEEN-DATES

           MOVE WS-WARNED-COUNT TO WS-COUNT-PRINT
           DISPLAY "OPERATORS WARNED.....: " WS-COUNT-PRINT
           MOVE WS-DEACT-COUNT TO WS-COUNT-PRINT
           DISPLAY "OPERATORS DEACTIVATED: " WS-COUNT-PRINT
           DISPLAY "DORMANT OPERATOR REPORT WRITTEN TO DORMRPT.DAT"

           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

      *a deactivation threshold no later than the warning one would
      *take IDs out without warning anybody, so both fall back to
      *their defaults
       GET-DORMANT-THRESHOLDS.
           MOVE "DORMANT-WARN-DAYS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
                   AND WS-CFG-VALUE-NUM < 10000
               MOVE WS-CFG-VALUE-NUM TO WS-WARN-DAYS
           END-IF
           MOVE "DORMANT-DEACT-DAYS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
                   AND WS-CFG-VALUE-NUM < 10000
               MOVE WS-CFG-VALUE-NUM TO WS-DEACT-DAYS
           END-IF
           IF WS-DEACT-DAYS NOT > WS-WARN-DAYS
               MOVE 30 TO WS-WARN-DAYS
               MOVE 60 TO WS-DEACT-DAYS
           END-IF.

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-DRM-COUNT
           MOVE "N" TO WS-OPERATOR-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "00"
               PERFORM LOAD-NEXT-OPERATOR UNTIL AT-OPERATOR-EOF
               CLOSE OPERATOR-FILE
           END-IF.

       LOAD-NEXT-OPERATOR.
           READ OPERATOR-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-OPERATOR-EOF
           END-READ
           IF NOT AT-OPERATOR-EOF AND WS-DRM-COUNT < 500
               MOVE OPERATOR-RECORD TO WS-DRM-OPER-REC
               ADD 1 TO WS-DRM-COUNT
               MOVE WS-DRM-OPER-ID TO WS-DRM-ID(WS-DRM-COUNT)
               MOVE WS-DRM-OPER-NAME TO WS-DRM-NAME(WS-DRM-COUNT)
               MOVE WS-DRM-OPER-STATUS TO WS-DRM-STATUS(WS-DRM-COUNT)
               MOVE 0 TO WS-DRM-LAST(WS-DRM-COUNT)
           END-IF.

       LOAD-SEEN-DATES.
           MOVE "N" TO WS-SEEN-EOF
           OPEN INPUT SEEN-FILE
           IF WS-SEEN-STATUS = "00"
               PERFORM LOAD-NEXT-SEEN-DATE UNTIL AT-SEEN-EOF
               CLOSE SEEN-FILE
           END-IF.

       LOAD-NEXT-SEEN-DATE.
           READ SEEN-FILE
               AT END MOVE "Y" TO WS-SEEN-EOF
           END-READ
           IF NOT AT-SEEN-EOF AND SEEN-DATE IS NUMERIC
               IF SEEN-DATE > WS-SCAN-FROM-DATE
                   MOVE SEEN-DATE TO WS-SCAN-FROM-DATE
               END-IF
               MOVE SEEN-OPERATOR TO WS-DRM-WANTED
               MOVE SEEN-DATE TO WS-DRM-WANTED-DATE
               PERFORM NOTE-SIGN-ON
           END-IF.

      *any line an operator wrote means they signed on; the
      *operator maintenance adding or reactivating an ID restarts
      *that ID's clock as well.  the dates already carried forward
      *cover everything logged before the latest of them
       SCAN-AUDIT-SIGNONS.
           MOVE "N" TO WS-AUDITLOG-EOF
           PERFORM OPEN-AUDIT-INDEX
           IF AUDIT-INDEX-OPEN
               MOVE WS-SCAN-FROM-DATE TO WS-AIDX-FROM-DATE
               MOVE 99999999 TO WS-AIDX-TO-DATE
               PERFORM START-AUDIT-INDEX-DATE
               PERFORM CHECK-NEXT-INDEX-LINE UNTIL AT-AIDX-EOF
               CLOSE AUDIT-INDEX-FILE
           ELSE
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AUDITLOG-STATUS = "00"
                   PERFORM CHECK-NEXT-AUDIT-LINE
                       UNTIL AT-AUDITLOG-EOF
                   CLOSE AUDIT-LOG-FILE
               END-IF
           END-IF.

       CHECK-NEXT-INDEX-LINE.
           PERFORM READ-NEXT-AUDIT-INDEX
           IF NOT AT-AIDX-EOF
               PERFORM CHECK-AUDIT-LINE
           END-IF.

       CHECK-NEXT-AUDIT-LINE.
           READ AUDIT-LOG-FILE
               AT END MOVE "Y" TO WS-AUDITLOG-EOF
           END-READ
           IF NOT AT-AUDITLOG-EOF
               MOVE AUDIT-LOG-RECORD TO WS-AIDX-LOG-LINE
               PERFORM CHECK-AUDIT-LINE
           END-IF.

       CHECK-AUDIT-LINE.
           MOVE SPACES TO WS-AL-WORD-1 WS-AL-WORD-2 WS-AL-WORD-3
           UNSTRING WS-AIDX-LOG-LINE DELIMITED BY ALL SPACE
               INTO WS-AL-PROGRAM WS-AL-OPERATOR WS-AL-DATE
                   WS-AL-TIME WS-AL-WORD-1 WS-AL-WORD-2
                   WS-AL-WORD-3
           END-UNSTRING
           IF WS-AL-DATE IS NUMERIC
               MOVE WS-AL-DATE TO WS-DRM-WANTED-DATE
               MOVE WS-AL-OPERATOR TO WS-DRM-WANTED
               PERFORM NOTE-SIGN-ON
               IF WS-AL-PROGRAM = "OPER_MAINT"
                       AND WS-AL-WORD-1 = "*"
                       AND (WS-AL-WORD-2 = "ADDED"
                           OR WS-AL-WORD-2 = "REACT")
                   MOVE WS-AL-WORD-3 TO WS-DRM-WANTED
                   PERFORM NOTE-SIGN-ON
               END-IF
           END-IF.

      *a password is only changed, or found expired, once it has
      *been accepted - the failures on the file prove nothing
       SCAN-SECURITY-SIGNONS.
           MOVE "N" TO WS-SECEVENT-EOF
           OPEN INPUT SECURITY-EVENT-FILE
           IF WS-SECEVENT-STATUS = "00"
               PERFORM CHECK-NEXT-SECURITY-EVENT
                   UNTIL AT-SECEVENT-EOF
               CLOSE SECURITY-EVENT-FILE
           END-IF.

       CHECK-NEXT-SECURITY-EVENT.
           READ SECURITY-EVENT-FILE INTO WS-SECEVENT-REC
               AT END MOVE "Y" TO WS-SECEVENT-EOF
           END-READ
           IF NOT AT-SECEVENT-EOF AND SEC-DATE IS NUMERIC
               IF SEC-EVENT = "PASSWORD CHANGED"
                       OR SEC-EVENT = "PASSWORD EXPIRED"
                   MOVE SEC-ID-TRIED TO WS-DRM-WANTED
                   MOVE SEC-DATE TO WS-DRM-WANTED-DATE
                   PERFORM NOTE-SIGN-ON
               END-IF
           END-IF.

       NOTE-SIGN-ON.
           MOVE 0 TO WS-DRM-HIT
           PERFORM MATCH-NEXT-OPERATOR
               VARYING WS-DRM-IDX FROM 1 BY 1
               UNTIL WS-DRM-IDX > WS-DRM-COUNT
           IF WS-DRM-HIT > 0
               IF WS-DRM-WANTED-DATE > WS-DRM-LAST(WS-DRM-HIT)
                   MOVE WS-DRM-WANTED-DATE TO WS-DRM-LAST(WS-DRM-HIT)
               END-IF
           END-IF.

       MATCH-NEXT-OPERATOR.
           IF WS-DRM-ID(WS-DRM-IDX) = WS-DRM-WANTED
               MOVE WS-DRM-IDX TO WS-DRM-HIT
           END-IF.

      *an ID with no sign-on anywhere is new to the scan - its
      *clock starts today rather than at the dawn of time
       START-UNSEEN-CLOCKS.
           IF WS-DRM-LAST(WS-DRM-IDX) = 0
               MOVE WS-PROCESS-DATE TO WS-DRM-LAST(WS-DRM-IDX)
           END-IF.

       CHECK-NEXT-OPERATOR.
           IF WS-DRM-STATUS(WS-DRM-IDX) NOT = "I"
                   AND WS-DRM-LAST(WS-DRM-IDX) < WS-PROCESS-DATE
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-DRM-LAST(WS-DRM-IDX))
               EVALUATE TRUE
                   WHEN WS-IDLE-DAYS >= WS-DEACT-DAYS
                           AND WS-DRM-ID(WS-DRM-IDX)
                               NOT = WS-OPERATOR-ID
                       PERFORM DEACTIVATE-DORMANT-OPERATOR
                   WHEN WS-IDLE-DAYS >= WS-WARN-DAYS
                       MOVE "WARNED" TO DRL-ACTION
                       PERFORM WRITE-DORMANT-LINE
                       ADD 1 TO WS-WARNED-COUNT
               END-EVALUATE
           END-IF.

      *deactivated, never deleted, so old audit lines still resolve
      *to a person - one keyed rewrite of the status byte
       DEACTIVATE-DORMANT-OPERATOR.
           OPEN I-O OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "00"
               MOVE WS-DRM-ID(WS-DRM-IDX) TO OPERATOR-KEY-ID
               READ OPERATOR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE OPERATOR-RECORD TO WS-DRM-OPER-REC
                       MOVE "I" TO WS-DRM-OPER-STATUS
                       MOVE WS-DRM-OPER-REC TO OPERATOR-RECORD
                       REWRITE OPERATOR-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "I" TO WS-DRM-STATUS(WS-DRM-IDX)
                       END-REWRITE
               END-READ
               CLOSE OPERATOR-FILE
           END-IF
           IF WS-DRM-STATUS(WS-DRM-IDX) = "I"
               MOVE "DEACTIVATED" TO DRL-ACTION
               PERFORM WRITE-DORMANT-LINE
               ADD 1 TO WS-DEACT-COUNT
               MOVE SPACES TO WS-OUTCOME
               STRING "* DEACT " DELIMITED BY SIZE
                       WS-DRM-ID(WS-DRM-IDX) DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
               PERFORM WRITE-DORMANT-SECURITY-EVENT
           ELSE
               MOVE "NOT UPDATED" TO DRL-ACTION
               PERFORM WRITE-DORMANT-LINE
           END-IF.

      *the event names the deactivated ID, not the operator running
      *the scan
       WRITE-DORMANT-SECURITY-EVENT.
           ACCEPT SEC-DATE FROM DATE YYYYMMDD
           ACCEPT SEC-TIME FROM TIME
           MOVE WS-DRM-ID(WS-DRM-IDX) TO SEC-ID-TRIED
           MOVE "DORMANT DEACTIVATED" TO SEC-EVENT
           OPEN EXTEND SECURITY-EVENT-FILE
           IF WS-SECEVENT-STATUS = "35"
               OPEN OUTPUT SECURITY-EVENT-FILE
           END-IF
           WRITE SECURITY-EVENT-RECORD FROM WS-SECEVENT-REC
           CLOSE SECURITY-EVENT-FILE.

       WRITE-DORMANT-LINE.
           MOVE WS-DRM-ID(WS-DRM-IDX) TO DRL-OPERATOR
           MOVE WS-DRM-NAME(WS-DRM-IDX) TO DRL-NAME
           MOVE WS-IDLE-DAYS TO DRL-DAYS
           MOVE WS-DRM-LAST(WS-DRM-IDX) TO DRL-LAST
           WRITE DORMANT-REPORT-RECORD FROM WS-DORMANT-LINE
           ADD 1 TO WS-REPORT-LINES.

       SAVE-SEEN-DATES.
           OPEN OUTPUT SEEN-FILE
           PERFORM SAVE-NEXT-SEEN-DATE
               VARYING WS-DRM-IDX FROM 1 BY 1
               UNTIL WS-DRM-IDX > WS-DRM-COUNT
           CLOSE SEEN-FILE.

       SAVE-NEXT-SEEN-DATE.
           MOVE SPACES TO SEEN-RECORD
           MOVE WS-DRM-ID(WS-DRM-IDX) TO SEEN-OPERATOR
           MOVE WS-DRM-LAST(WS-DRM-IDX) TO SEEN-DATE
           WRITE SEEN-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-WARNED-COUNT TO WS-COUNT-PRINT
           STRING "WARNED       " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DEACT-COUNT TO WS-COUNT-PRINT
           STRING "DEACTIVATED  " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE DORMANT-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-REPORT-LINES.

       copy procdate.

       copy aidxp.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="DORMANT_SCAN"==
                               ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program dormant_scan.
