       program-id. mail_confirm.

      *delivery confirmation load - the mail gateway answers every
      *delivery file it is handed with a confirmation file,
      *MAILCONF.DAT, one line per letter quoting the letter
      *reference from the envelope, D (delivered) or B (bounced),
      *the date, and for a bounce the reason.  each line marks its
      *letter on the letter register MAILDLV.DAT.  bounced letters,
      *and any confirmation quoting a reference we never sent, are
      *listed on a report registered on the spool index, so a
      *bounced letter can be sent again on paper.  the confirmation
      *file is entered on the transmission register as received.

       environment division.
       input-output section.
       file-control.
           select confirmation-file assign to "MAILCONF.DAT"
               organization is line sequential
               file status is WS-CONFIRM-STATUS.
           select confirm-report-file assign to "MAILCRPT.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           copy dlvsel.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy spoolsl.
           copy opersel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.

       data division.
       file section.
      *the gateway's published confirmation layout
       fd  confirmation-file.
       01 confirmation-record.
           05 CNF-REF pic x(20).
           05 filler pic x.
           05 CNF-OUTCOME pic x.
             88 CNF-DELIVERED value "D".
             88 CNF-BOUNCED value "B".
           05 filler pic x.
           05 CNF-DATE pic x(8).
           05 filler pic x.
           05 CNF-REASON pic x(30).

       fd  confirm-report-file.
       01 confirm-report-record pic x(80).

       copy dlvfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy spoolfd.

       fd  operator-file.
       copy operfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       01 WS-CONFIRM-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CONFIRM-EOF PIC X VALUE "N".
         88 AT-CONFIRM-EOF VALUE "Y".
       01 WS-LETTER-EOF PIC X VALUE "N".
         88 AT-LETTER-EOF VALUE "Y".

      *the whole letter register is carried in memory and rewritten
      *in full once the confirmations are applied
       01 WS-LETTER-TABLE.
           05 WS-LETTER-ENTRY PIC X(144) OCCURS 2000 TIMES.
       01 WS-LETTER-COUNT PIC 9(4) VALUE 0.
       01 WS-LETTER-IDX PIC 9(4) VALUE 0.
       01 WS-LETTER-HIT PIC 9(4) VALUE 0.
       01 WS-LETTER-OVERFLOW PIC X VALUE "N".
         88 REGISTER-OVERFLOWED VALUE "Y".

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-LINE-COUNT PIC 9(6) VALUE 0.
       01 WS-DELIVERED-COUNT PIC 9(6) VALUE 0.
       01 WS-BOUNCED-COUNT PIC 9(6) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-PRINT PIC Z(5)9.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-REPORT-LINES PIC 9(6) VALUE 0.

      *shared electronic-delivery working storage
       copy dlvws.

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
           MOVE "MAIL_CONFIRM" TO WS-ENTL-PROGRAM.
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

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT CONFIRMATION-FILE
           IF WS-CONFIRM-STATUS NOT = "00"
               DISPLAY "ERROR! NO CONFIRMATION FILE MAILCONF.DAT."
               MOVE "NO CONFIRMATIONS" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF

      *a register too big to hold would lose its tail on the
      *rewrite, so nothing is applied until it has been archived
           PERFORM LOAD-LETTER-REGISTER
           IF REGISTER-OVERFLOWED
               DISPLAY "ERROR! MAILDLV.DAT HOLDS MORE THAN 2000 "
                   "LETTERS - ARCHIVE IT BEFORE LOADING."
               CLOSE CONFIRMATION-FILE
               MOVE "REGISTER OVERFLOWED" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           OPEN OUTPUT CONFIRM-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DELIVERY CONFIRMATIONS LOADED " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM APPLY-NEXT-CONFIRMATION UNTIL AT-CONFIRM-EOF
           CLOSE CONFIRMATION-FILE
           PERFORM WRITE-REPORT-TRAILER
           CLOSE CONFIRM-REPORT-FILE
           PERFORM SAVE-LETTER-REGISTER
           PERFORM REGISTER-CONFIRMATION-FILE

           MOVE "MAILCRPT.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = (WS-REPORT-LINES + 59) / 60
           PERFORM REGISTER-SPOOL-REPORT

           MOVE WS-DELIVERED-COUNT TO WS-COUNT-PRINT
           DISPLAY "LETTERS DELIVERED.......: " WS-COUNT-PRINT
           MOVE WS-BOUNCED-COUNT TO WS-COUNT-PRINT
           DISPLAY "LETTERS BOUNCED.........: " WS-COUNT-PRINT
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-PRINT
           DISPLAY "UNKNOWN REFERENCES......: " WS-COUNT-PRINT
           MOVE WS-REJECT-COUNT TO WS-COUNT-PRINT
           DISPLAY "LINES REJECTED..........: " WS-COUNT-PRINT

           MOVE SPACES TO WS-OUTCOME
           MOVE WS-BOUNCED-COUNT TO WS-COUNT-PRINT
           STRING "* BOUNCED " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING
           PERFORM write-suite-audit
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       LOAD-LETTER-REGISTER.
           MOVE 0 TO WS-LETTER-COUNT
           MOVE "N" TO WS-LETTER-EOF
           OPEN INPUT MAIL-LETTER-FILE
           IF WS-MAILDLV-STATUS = "00"
               PERFORM LOAD-NEXT-LETTER UNTIL AT-LETTER-EOF
               CLOSE MAIL-LETTER-FILE
           END-IF.

       LOAD-NEXT-LETTER.
           READ MAIL-LETTER-FILE
               AT END MOVE "Y" TO WS-LETTER-EOF
           END-READ
           IF NOT AT-LETTER-EOF
               IF MAIL-LETTER-RECORD NOT = SPACES
                   IF WS-LETTER-COUNT < 2000
                       ADD 1 TO WS-LETTER-COUNT
                       MOVE MAIL-LETTER-RECORD
                           TO WS-LETTER-ENTRY(WS-LETTER-COUNT)
                   ELSE
                       MOVE "Y" TO WS-LETTER-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       SAVE-LETTER-REGISTER.
           OPEN OUTPUT MAIL-LETTER-FILE
           PERFORM SAVE-NEXT-LETTER
               VARYING WS-LETTER-IDX FROM 1 BY 1
               UNTIL WS-LETTER-IDX > WS-LETTER-COUNT
           CLOSE MAIL-LETTER-FILE.

       SAVE-NEXT-LETTER.
           MOVE WS-LETTER-ENTRY(WS-LETTER-IDX) TO MAIL-LETTER-RECORD
           WRITE MAIL-LETTER-RECORD.

       APPLY-NEXT-CONFIRMATION.
           READ CONFIRMATION-FILE
               AT END MOVE "Y" TO WS-CONFIRM-EOF
           END-READ
           IF NOT AT-CONFIRM-EOF
               IF CONFIRMATION-RECORD NOT = SPACES
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM APPLY-ONE-CONFIRMATION
               END-IF
           END-IF.

       APPLY-ONE-CONFIRMATION.
           MOVE 0 TO WS-LETTER-HIT
           PERFORM MATCH-NEXT-LETTER
               VARYING WS-LETTER-IDX FROM 1 BY 1
               UNTIL WS-LETTER-IDX > WS-LETTER-COUNT
                   OR WS-LETTER-HIT > 0
           EVALUATE TRUE
               WHEN NOT CNF-DELIVERED AND NOT CNF-BOUNCED
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "REJECTED - OUTCOME NOT D OR B: "
                           DELIMITED BY SIZE
                           CNF-REF DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-LETTER-HIT = 0
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "NO LETTER SENT WITH REFERENCE "
                           DELIMITED BY SIZE
                           CNF-REF DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   PERFORM MARK-LETTER
           END-EVALUATE.

       MATCH-NEXT-LETTER.
           IF WS-LETTER-ENTRY(WS-LETTER-IDX)(1:20) = CNF-REF
               MOVE WS-LETTER-IDX TO WS-LETTER-HIT
           END-IF.

       MARK-LETTER.
           MOVE WS-LETTER-ENTRY(WS-LETTER-HIT) TO MAIL-LETTER-RECORD
           MOVE CNF-DATE TO MLR-STATUS-DATE
           IF CNF-DELIVERED
               ADD 1 TO WS-DELIVERED-COUNT
               MOVE "DELIVERED" TO MLR-STATUS
               MOVE SPACES TO MLR-REASON
           ELSE
               ADD 1 TO WS-BOUNCED-COUNT
               MOVE "BOUNCED" TO MLR-STATUS
               MOVE CNF-REASON TO MLR-REASON
               MOVE SPACES TO WS-REPORT-LINE
               STRING "BOUNCED " DELIMITED BY SIZE
                       MLR-REF DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MLR-RECIPIENT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MLR-REASON DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "        SENT TO " DELIMITED BY SIZE
                       MLR-ADDRESS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE MAIL-LETTER-RECORD TO WS-LETTER-ENTRY(WS-LETTER-HIT).

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LINE-COUNT TO WS-COUNT-PRINT
           STRING "CONFIRMATIONS READ " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DELIVERED-COUNT TO WS-COUNT-PRINT
           STRING "DELIVERED          " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-BOUNCED-COUNT TO WS-COUNT-PRINT
           STRING "BOUNCED            " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-PRINT
           STRING "UNKNOWN REFERENCE  " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-PRINT
           STRING "REJECTED           " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE CONFIRM-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-REPORT-LINES.

      *the confirmation goes on the same register as the delivery
      *files it answers, with the delivered count as its hash
       REGISTER-CONFIRMATION-FILE.
           MOVE WS-TODAY-DATE TO DXM-DATE
           MOVE WS-RUN-TIME TO DXM-TIME
           MOVE "MAILCONF.DAT" TO DXM-FILE
           MOVE WS-LINE-COUNT TO DXM-COUNT
           MOVE WS-DELIVERED-COUNT TO DXM-HASH
           MOVE WS-OPERATOR-ID TO DXM-OPERATOR
           MOVE "RECEIVED" TO DXM-DISPOSITION
           OPEN EXTEND MAIL-XMIT-FILE
           IF WS-MAILXMIT-STATUS = "35"
               OPEN OUTPUT MAIL-XMIT-FILE
           END-IF
           WRITE MAIL-XMIT-RECORD FROM WS-DLV-XMIT-REC
           CLOSE MAIL-XMIT-FILE.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="MAIL_CONFIRM"==
                               ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program mail_confirm.
