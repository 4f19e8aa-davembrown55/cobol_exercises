      *the monitoring control file, and a processing calendar says
      *which days are working days, so a quiet Sunday stops raising
      *false alarms and a run on a day it should not have happened
      *is flagged as well as a miss.  each watched program's runs
      *for the day are looked up on the audit-log index rather than
      *read out of the whole log.

       environment division.
       input-output section.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy aidxsel.
           select exception-file assign to "AUDITEXC.DAT"
               organization is line sequential
               file status is WS-EXCEPTION-STATUS.
           select alert-file assign to "OPALERT.DAT"
               organization is line sequential
               file status is WS-ALERT-STATUS.
           copy alrgsel.
           copy opersel.
           copy secevsel.
           copy audseqsl.
       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy aidxfd.

       fd  exception-file.
       01 exception-record pic x(60).

       fd  alert-file.
       01 alert-record pic x(45).

       copy alrgfd.

       fd  operator-file.
       copy operfd.

           05 FILLER PIC X VALUE SPACE.
           05 ALR-DETECTED-TIME PIC 9(8).

      *shared operator-alert register
       copy alrgws.

      *shared audit-log index
       copy aidxws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
           PERFORM LOAD-MONITOR-CONTROL.
           PERFORM WORK-OUT-WHAT-IS-DUE.

           PERFORM OPEN-AUDIT-INDEX
           IF AUDIT-INDEX-OPEN
               PERFORM CHECK-STEP-ON-INDEX
                   VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-COUNT
               CLOSE AUDIT-INDEX-FILE
           ELSE
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AUDITLOG-STATUS = "00"
                   PERFORM CHECK-NEXT-AUDIT-RECORD
                   CLOSE AUDIT-LOG-FILE
               END-IF
           END-IF

           OPEN OUTPUT EXCEPTION-FILE
               AT END MOVE "Y" TO WS-AUDITLOG-EOF
           END-READ
           IF NOT AT-AUDITLOG-EOF
               MOVE AUDIT-LOG-RECORD TO WS-AIDX-LOG-LINE
               PERFORM UNSTRING-AUDIT-RECORD
               PERFORM MARK-STEP-IF-COMPLETED-TODAY
               PERFORM CHECK-NEXT-AUDIT-RECORD
           END-IF.

      *one watched program's lines for today, straight off the
      *index
       CHECK-STEP-ON-INDEX.
           MOVE WS-MON-PROGRAM(WS-MON-IDX) TO WS-AIDX-PROGRAM
           MOVE WS-TODAY-DATE TO WS-AIDX-FROM-DATE
           MOVE WS-TODAY-DATE TO WS-AIDX-TO-DATE
           PERFORM START-AUDIT-INDEX-PROGRAM
           PERFORM CHECK-NEXT-INDEXED-RUN UNTIL AT-AIDX-EOF.

       CHECK-NEXT-INDEXED-RUN.
           PERFORM READ-NEXT-AUDIT-INDEX
           IF NOT AT-AIDX-EOF
               PERFORM UNSTRING-AUDIT-RECORD
               IF WS-AL-OUTCOME = "COMPLETED"
                   MOVE "Y" TO WS-MON-RAN(WS-MON-IDX)
               END-IF
           END-IF.

       UNSTRING-AUDIT-RECORD.
           UNSTRING WS-AIDX-LOG-LINE DELIMITED BY ALL SPACE
               INTO WS-AL-PROGRAM WS-AL-OPERATOR WS-AL-DATE
                   WS-AL-TIME WS-AL-OUTCOME
           END-UNSTRING.
           MOVE WS-MON-PROGRAM(WS-MON-IDX) TO ALR-PROGRAM
           MOVE WS-TODAY-DATE TO ALR-EXPECTED-DATE
           ACCEPT ALR-DETECTED-TIME FROM TIME
           WRITE ALERT-RECORD FROM WS-ALERT-REC
           MOVE "AUDIT_EXCEPTION" TO WS-ALRG-SOURCE
           MOVE WS-ALERT-REC TO WS-ALRG-TEXT
           PERFORM REGISTER-OPERATOR-ALERT.

       copy procdate.

       copy alrgp.

       copy aidxp.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==
