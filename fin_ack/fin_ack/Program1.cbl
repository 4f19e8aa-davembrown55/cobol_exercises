       program-id. fin_ack.

      *finance acknowledgment reconciliation - finance's ledger
      *returns an acknowledgment file for each interface file it
      *loads: the file's reference (the business date on the
      *interface header), the records it accepted and rejected,
      *the reason for each rejected record and the hash total it
      *computed over what it took.  each acknowledgment is matched
      *to the file's entry on the transmission register fin_extract
      *keeps, and the entry's disposition moves from PRODUCED to
      *ACCEPTED, PARTIAL or REJECTED, so a rejection is known the
      *next morning and not at month end.  a file still PRODUCED
      *when the next night's run comes round was never
      *acknowledged - it is marked UNACKED and an operator alert
      *raised.  the acknowledgment file is kept on the
      *acknowledgment history and emptied once worked.  ends 4 when
      *anything needs following up with finance.

       environment division.
       input-output section.
       file-control.
           select acknowledgment-file assign to "FINACK.DAT"
               organization is line sequential
               file status is WS-ACK-STATUS.
           select ack-history-file assign to "FINACKH.DAT"
               organization is line sequential
               file status is WS-ACKHIST-STATUS.
           select transmission-file assign to "FINXMIT.DAT"
               organization is line sequential
               file status is WS-XMIT-STATUS.
           select ack-report-file assign to "FINACKRP.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           copy alrtsel.
           copy alrgsel.
           copy procdtsl.
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
       fd  acknowledgment-file.
       01 acknowledgment-record pic x(80).

       fd  ack-history-file.
       01 ack-history-record pic x(89).

       fd  transmission-file.
       01 transmission-record pic x(80).

       fd  ack-report-file.
       01 ack-report-record pic x(80).

       copy alrtfd.

       copy alrgfd.

       copy procdtfd.

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
       copy procdtws.

       01 WS-ACK-STATUS PIC XX VALUE SPACES.
       01 WS-ACKHIST-STATUS PIC XX VALUE SPACES.
       01 WS-XMIT-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-ALERT-STATUS PIC XX VALUE SPACES.
       01 WS-FILE-EOF PIC X VALUE "N".
         88 AT-FILE-EOF VALUE "Y".

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *the acknowledgment layout finance returns - fixed columns,
      *one summary record per file acknowledged and one reject
      *record for each record of it the ledger refused
       01 WS-ACK-REC.
           05 ACK-TYPE PIC X.
             88 ACK-SUMMARY VALUE "A".
             88 ACK-REJECT VALUE "R".
           05 ACK-FILE-REF PIC X(8).
           05 ACK-BODY PIC X(71).
           05 ACK-SUMMARY-BODY REDEFINES ACK-BODY.
               10 ACK-ACCEPTED PIC 9(6).
               10 ACK-REJECTED PIC 9(6).
               10 ACK-HASH PIC 9(13)V99.
               10 FILLER PIC X(44).
           05 ACK-REJECT-BODY REDEFINES ACK-BODY.
               10 ACK-REJ-SOURCE PIC X(8).
               10 ACK-REJ-REASON PIC X(40).
               10 FILLER PIC X(23).

       01 WS-ACK-TABLE.
           05 WS-ACK-LINE PIC X(80) OCCURS 500 TIMES.
       01 WS-ACK-COUNT PIC 9(3) VALUE 0.
       01 WS-ACK-IDX PIC 9(3) VALUE 0.
       01 WS-REJ-IDX PIC 9(3) VALUE 0.
       01 WS-MATCH-REF PIC X(8) VALUE SPACES.

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

      *the register, held while dispositions are moved on and
      *rewritten in full when any has
       01 WS-XMIT-TABLE.
           05 WS-XMIT-ENTRY PIC X(80) OCCURS 2000 TIMES.
       01 WS-XMIT-COUNT PIC 9(4) VALUE 0.
       01 WS-XMIT-IDX PIC 9(4) VALUE 0.
       01 WS-XMIT-IDX2 PIC 9(4) VALUE 0.
       01 WS-XMIT-HIT PIC 9(4) VALUE 0.
       01 WS-XMIT-CHANGED PIC X VALUE "N".
       01 WS-SUPERSEDED PIC X VALUE "N".
       01 WS-NEW-DISPOSITION PIC X(10) VALUE SPACES.

       01 WS-ACCEPTED-FILES PIC 9(4) VALUE 0.
       01 WS-PARTIAL-FILES PIC 9(4) VALUE 0.
       01 WS-REJECTED-FILES PIC 9(4) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(4) VALUE 0.
       01 WS-UNACKED-COUNT PIC 9(4) VALUE 0.
       01 WS-FIRST-UNACKED PIC 9(8) VALUE 0.

       01 WS-COUNT-PRINT PIC ZZZZZ9.
       01 WS-HASH-PRINT PIC Z(12)9.99.
       01 WS-REPORT-LINES PIC 9(5) VALUE 0.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-ALERT-LINE PIC X(45) VALUE SPACES.

      *an acknowledgment as it goes on the history - the day it
      *was worked, then the line as finance sent it
       01 WS-ACK-HIST-REC.
           05 AKH-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AKH-LINE PIC X(80).

      *shared operator-alert register
       copy alrgws.

      *shared print-spool index record
       copy spoolws.

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
           MOVE "FIN_ACK" TO WS-ENTL-PROGRAM.
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
           PERFORM GET-PROCESSING-DATE
           MOVE WS-PROCESS-DATE TO WS-TODAY-DATE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-TRANSMISSION-REGISTER
           PERFORM LOAD-ACKNOWLEDGMENTS

           MOVE 0 TO WS-REPORT-LINES
           OPEN OUTPUT ACK-REPORT-FILE
           STRING "FINANCE ACKNOWLEDGMENT RECONCILIATION FOR "
                   DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   "  BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-ACK-COUNT = 0
               MOVE "NO ACKNOWLEDGMENT FILE RECEIVED FROM FINANCE"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM RECONCILE-NEXT-ACKNOWLEDGMENT
               VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-COUNT
           PERFORM CHECK-NEXT-UNACKNOWLEDGED
               VARYING WS-XMIT-IDX FROM 1 BY 1
               UNTIL WS-XMIT-IDX > WS-XMIT-COUNT
           IF WS-UNACKED-COUNT > 0
               PERFORM RAISE-UNACKNOWLEDGED-ALERT
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE ACK-REPORT-FILE
           MOVE "FINACKRP.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = (WS-REPORT-LINES + 59) / 60
           PERFORM REGISTER-SPOOL-REPORT

           IF WS-XMIT-CHANGED = "Y"
               PERFORM SAVE-TRANSMISSION-REGISTER
           END-IF
           IF WS-ACK-COUNT > 0
               PERFORM FILE-ACKNOWLEDGMENTS
           END-IF

           DISPLAY "ACKNOWLEDGMENT RECONCILIATION WRITTEN TO "
               "FINACKRP.DAT"
           MOVE SPACES TO WS-OUTCOME
           IF WS-PARTIAL-FILES > 0 OR WS-REJECTED-FILES > 0
                   OR WS-UNMATCHED-COUNT > 0 OR WS-UNACKED-COUNT > 0
               MOVE "FOLLOW UP WITH FIN" TO WS-OUTCOME
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "RECONCILED" TO WS-OUTCOME
           END-IF
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       LOAD-TRANSMISSION-REGISTER.
           MOVE 0 TO WS-XMIT-COUNT
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TRANSMISSION-FILE
           IF WS-XMIT-STATUS = "00"
               PERFORM LOAD-NEXT-TRANSMISSION UNTIL AT-FILE-EOF
               CLOSE TRANSMISSION-FILE
           END-IF.

       LOAD-NEXT-TRANSMISSION.
           READ TRANSMISSION-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               IF TRANSMISSION-RECORD NOT = SPACES
                       AND WS-XMIT-COUNT < 2000
                   ADD 1 TO WS-XMIT-COUNT
                   MOVE TRANSMISSION-RECORD
                       TO WS-XMIT-ENTRY(WS-XMIT-COUNT)
               END-IF
           END-IF.

       SAVE-TRANSMISSION-REGISTER.
           OPEN OUTPUT TRANSMISSION-FILE
           PERFORM SAVE-NEXT-TRANSMISSION
               VARYING WS-XMIT-IDX FROM 1 BY 1
               UNTIL WS-XMIT-IDX > WS-XMIT-COUNT
           CLOSE TRANSMISSION-FILE.

       SAVE-NEXT-TRANSMISSION.
           WRITE TRANSMISSION-RECORD FROM WS-XMIT-ENTRY(WS-XMIT-IDX).

       LOAD-ACKNOWLEDGMENTS.
           MOVE 0 TO WS-ACK-COUNT
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ACKNOWLEDGMENT-FILE
           IF WS-ACK-STATUS = "00"
               PERFORM LOAD-NEXT-ACKNOWLEDGMENT UNTIL AT-FILE-EOF
               CLOSE ACKNOWLEDGMENT-FILE
           END-IF.

       LOAD-NEXT-ACKNOWLEDGMENT.
           READ ACKNOWLEDGMENT-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               IF ACKNOWLEDGMENT-RECORD NOT = SPACES
                       AND WS-ACK-COUNT < 500
                   ADD 1 TO WS-ACK-COUNT
                   MOVE ACKNOWLEDGMENT-RECORD
                       TO WS-ACK-LINE(WS-ACK-COUNT)
               END-IF
           END-IF.

      *each summary record is matched to the latest register entry
      *for the interface file of that business date - a rerun of
      *the extract replaces the file finance was sent
       RECONCILE-NEXT-ACKNOWLEDGMENT.
           MOVE WS-ACK-LINE(WS-ACK-IDX) TO WS-ACK-REC
           EVALUATE TRUE
               WHEN ACK-REJECT
                   CONTINUE
               WHEN NOT ACK-SUMMARY
                       OR ACK-FILE-REF IS NOT NUMERIC
                       OR ACK-ACCEPTED IS NOT NUMERIC
                       OR ACK-REJECTED IS NOT NUMERIC
                       OR ACK-HASH IS NOT NUMERIC
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE WS-ACK-IDX TO WS-COUNT-PRINT
                   STRING "ACKNOWLEDGMENT LINE " DELIMITED BY SIZE
                           WS-COUNT-PRINT DELIMITED BY SIZE
                           " CANNOT BE READ - NOT APPLIED"
                               DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   PERFORM APPLY-ACKNOWLEDGMENT
           END-EVALUATE.

       APPLY-ACKNOWLEDGMENT.
           MOVE 0 TO WS-XMIT-HIT
           PERFORM MATCH-NEXT-REGISTER-ENTRY
               VARYING WS-XMIT-IDX FROM 1 BY 1
               UNTIL WS-XMIT-IDX > WS-XMIT-COUNT
           IF WS-XMIT-HIT = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               STRING "FILE " DELIMITED BY SIZE
                       ACK-FILE-REF DELIMITED BY SIZE
                       " - NO INTERFACE FILE OF THAT DATE ON THE "
                           DELIMITED BY SIZE
                       "REGISTER" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE WS-XMIT-ENTRY(WS-XMIT-HIT) TO WS-XMIT-REC
               EVALUATE TRUE
                   WHEN ACK-ACCEPTED = 0
                       MOVE "REJECTED" TO WS-NEW-DISPOSITION
                       ADD 1 TO WS-REJECTED-FILES
                   WHEN ACK-REJECTED > 0
                           OR ACK-ACCEPTED NOT = XMT-COUNT
                           OR ACK-HASH NOT = XMT-HASH
                       MOVE "PARTIAL" TO WS-NEW-DISPOSITION
                       ADD 1 TO WS-PARTIAL-FILES
                   WHEN OTHER
                       MOVE "ACCEPTED" TO WS-NEW-DISPOSITION
                       ADD 1 TO WS-ACCEPTED-FILES
               END-EVALUATE
               MOVE WS-NEW-DISPOSITION TO XMT-DISPOSITION
               MOVE WS-XMIT-REC TO WS-XMIT-ENTRY(WS-XMIT-HIT)
               MOVE "Y" TO WS-XMIT-CHANGED
               PERFORM REPORT-ACKNOWLEDGED-FILE
               IF WS-NEW-DISPOSITION NOT = "ACCEPTED"
                   MOVE SPACES TO WS-ALERT-LINE
                   STRING "FINANCE " DELIMITED BY SIZE
                           WS-NEW-DISPOSITION DELIMITED BY SPACE
                           " FILE " DELIMITED BY SIZE
                           ACK-FILE-REF DELIMITED BY SIZE
                       INTO WS-ALERT-LINE
                   END-STRING
                   PERFORM RAISE-FINANCE-ALERT
               END-IF
           END-IF.

       MATCH-NEXT-REGISTER-ENTRY.
           MOVE WS-XMIT-ENTRY(WS-XMIT-IDX) TO WS-XMIT-REC
           IF XMT-FILE = "FINLEDG.DAT"
                   AND XMT-DATE IS NUMERIC
                   AND XMT-DATE = ACK-FILE-REF
               MOVE WS-XMIT-IDX TO WS-XMIT-HIT
           END-IF.

       REPORT-ACKNOWLEDGED-FILE.
           MOVE XMT-COUNT TO WS-COUNT-PRINT
           STRING "FILE " DELIMITED BY SIZE
                   ACK-FILE-REF DELIMITED BY SIZE
                   "  SENT " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-NEW-DISPOSITION DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE ACK-ACCEPTED TO WS-COUNT-PRINT
           STRING "    ACCEPTED " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE ACK-REJECTED TO WS-COUNT-PRINT
           STRING "  REJECTED " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE(20:20)
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF ACK-HASH NOT = XMT-HASH
               MOVE XMT-HASH TO WS-HASH-PRINT
               STRING "    HASH SENT   " DELIMITED BY SIZE
                       WS-HASH-PRINT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE ACK-HASH TO WS-HASH-PRINT
               STRING "    HASH LEDGER " DELIMITED BY SIZE
                       WS-HASH-PRINT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE ACK-FILE-REF TO WS-MATCH-REF
           PERFORM REPORT-NEXT-REJECT-REASON
               VARYING WS-REJ-IDX FROM 1 BY 1
               UNTIL WS-REJ-IDX > WS-ACK-COUNT
           MOVE WS-ACK-LINE(WS-ACK-IDX) TO WS-ACK-REC.

       REPORT-NEXT-REJECT-REASON.
           MOVE WS-ACK-LINE(WS-REJ-IDX) TO WS-ACK-REC
           IF ACK-REJECT AND ACK-FILE-REF = WS-MATCH-REF
               STRING "    REJECTED " DELIMITED BY SIZE
                       ACK-REJ-SOURCE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       ACK-REJ-REASON DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *a file produced on an earlier business date and still
      *PRODUCED was not acknowledged by the next night; an entry a
      *later rerun of the same date replaced is passed over
       CHECK-NEXT-UNACKNOWLEDGED.
           MOVE WS-XMIT-ENTRY(WS-XMIT-IDX) TO WS-XMIT-REC
           IF XMT-FILE = "FINLEDG.DAT"
                   AND XMT-DISPOSITION = "PRODUCED"
                   AND XMT-DATE IS NUMERIC
                   AND XMT-DATE < WS-TODAY-DATE
               MOVE XMT-DATE TO WS-MATCH-REF
               MOVE "N" TO WS-SUPERSEDED
               COMPUTE WS-XMIT-IDX2 = WS-XMIT-IDX + 1
               PERFORM CHECK-NEXT-LATER-ENTRY
                   VARYING WS-XMIT-IDX2 FROM WS-XMIT-IDX2 BY 1
                   UNTIL WS-XMIT-IDX2 > WS-XMIT-COUNT
               MOVE WS-XMIT-ENTRY(WS-XMIT-IDX) TO WS-XMIT-REC
               IF WS-SUPERSEDED = "N"
                   MOVE "UNACKED" TO XMT-DISPOSITION
                   MOVE WS-XMIT-REC TO WS-XMIT-ENTRY(WS-XMIT-IDX)
                   MOVE "Y" TO WS-XMIT-CHANGED
                   ADD 1 TO WS-UNACKED-COUNT
                   IF WS-UNACKED-COUNT = 1
                       MOVE XMT-DATE TO WS-FIRST-UNACKED
                   END-IF
                   STRING "FILE " DELIMITED BY SIZE
                           XMT-DATE DELIMITED BY SIZE
                           " - NOT ACKNOWLEDGED BY FINANCE, NOW "
                               DELIMITED BY SIZE
                           "UNACKED" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       CHECK-NEXT-LATER-ENTRY.
           MOVE WS-XMIT-ENTRY(WS-XMIT-IDX2) TO WS-XMIT-REC
           IF XMT-FILE = "FINLEDG.DAT"
                   AND XMT-DATE IS NUMERIC
                   AND XMT-DATE = WS-MATCH-REF
               MOVE "Y" TO WS-SUPERSEDED
           END-IF.

      *one alert for the night however many files went
      *unacknowledged - the report lists them
       RAISE-UNACKNOWLEDGED-ALERT.
           MOVE SPACES TO WS-ALERT-LINE
           IF WS-UNACKED-COUNT = 1
               STRING "FINANCE FILE " DELIMITED BY SIZE
                       WS-FIRST-UNACKED DELIMITED BY SIZE
                       " NOT ACKNOWLEDGED" DELIMITED BY SIZE
                   INTO WS-ALERT-LINE
               END-STRING
           ELSE
               MOVE WS-UNACKED-COUNT TO WS-COUNT-PRINT
               STRING WS-COUNT-PRINT DELIMITED BY SIZE
                       " FINANCE FILES NOT ACKNOWLEDGED"
                           DELIMITED BY SIZE
                   INTO WS-ALERT-LINE
               END-STRING
           END-IF
           PERFORM RAISE-FINANCE-ALERT.

       RAISE-FINANCE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           CLOSE ALERT-FILE
           MOVE "FIN_ACK" TO WS-ALRG-SOURCE
           MOVE WS-ALERT-LINE TO WS-ALRG-TEXT
           PERFORM REGISTER-OPERATOR-ALERT.

       WRITE-REPORT-TOTALS.
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ACCEPTED-FILES TO WS-COUNT-PRINT
           STRING "FILES ACCEPTED......: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PARTIAL-FILES TO WS-COUNT-PRINT
           STRING "FILES PARTIAL.......: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REJECTED-FILES TO WS-COUNT-PRINT
           STRING "FILES REJECTED......: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNACKED-COUNT TO WS-COUNT-PRINT
           STRING "FILES UNACKNOWLEDGED: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-PRINT
           STRING "ACKS NOT APPLIED....: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE ACK-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-REPORT-LINES
           MOVE SPACES TO WS-REPORT-LINE.

      *the acknowledgment is kept on the history as received and
      *the file emptied, so tomorrow night does not work it again
       FILE-ACKNOWLEDGMENTS.
           OPEN EXTEND ACK-HISTORY-FILE
           IF WS-ACKHIST-STATUS = "35"
               OPEN OUTPUT ACK-HISTORY-FILE
           END-IF
           PERFORM FILE-NEXT-ACKNOWLEDGMENT
               VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-COUNT
           CLOSE ACK-HISTORY-FILE
           OPEN OUTPUT ACKNOWLEDGMENT-FILE
           CLOSE ACKNOWLEDGMENT-FILE.

       FILE-NEXT-ACKNOWLEDGMENT.
           MOVE WS-RUN-DATE TO AKH-RUN-DATE
           MOVE WS-ACK-LINE(WS-ACK-IDX) TO AKH-LINE
           WRITE ACK-HISTORY-RECORD FROM WS-ACK-HIST-REC.

       copy errlog replacing ==:PROGRAM-NAME:== by =="FIN_ACK"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy procdate.

       copy alrgp.

       copy spoolreg.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="FIN_ACK"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program fin_ack.
