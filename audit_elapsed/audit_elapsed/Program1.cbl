      *program's STARTED record with its completion to show elapsed
      *time per run and average duration by program, and lists
      *STARTED records with no matching completion, which are the
      *hung or abended runs that used to be invisible.  the runs are
      *read from the audit-log index a program at a time, as far as
      *the nightly build has taken it.

       environment division.
       input-output section.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy aidxsel.
           select elapsed-report-file assign to "AUDITELP.DAT"
               organization is line sequential
               file status is WS-ELPRPT-STATUS.
       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy aidxfd.

       fd  elapsed-report-file.
       01 elapsed-report-record pic x(90).

       01 WS-REPORT-LINE PIC X(90) VALUE SPACES.
       01 WS-HEADER-DONE PIC X VALUE "N".

      *shared audit-log index
       copy aidxws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
           MOVE "PROGRAM RUN ELAPSED TIMES" TO WS-REPORT-LINE
           WRITE ELAPSED-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM OPEN-AUDIT-INDEX
           IF AUDIT-INDEX-OPEN
               MOVE SPACES TO WS-AIDX-PROGRAM
               MOVE 0 TO WS-AIDX-FROM-DATE
               PERFORM START-AUDIT-INDEX-PROGRAM
               PERFORM PAIR-NEXT-INDEX-LINE UNTIL AT-AIDX-EOF
               CLOSE AUDIT-INDEX-FILE
           ELSE
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AUDITLOG-STATUS = "00"
                   PERFORM PAIR-NEXT-AUDIT-LINE UNTIL AT-AUDITLOG-EOF
                   CLOSE AUDIT-LOG-FILE
               END-IF
           END-IF

           PERFORM WRITE-AVERAGE-SECTION
           CLOSE AUDIT-LOG-FILE
           goback.

      *the index holds each program's lines together and in the
      *order they were logged, which is all the pairing needs
       PAIR-NEXT-INDEX-LINE.
           PERFORM READ-NEXT-AUDIT-INDEX
           IF NOT AT-AIDX-EOF
               PERFORM PAIR-AUDIT-LINE
           END-IF.

       PAIR-NEXT-AUDIT-LINE.
           READ AUDIT-LOG-FILE
               AT END MOVE "Y" TO WS-AUDITLOG-EOF
           END-READ

           IF NOT AT-AUDITLOG-EOF
               MOVE AUDIT-LOG-RECORD TO WS-AIDX-LOG-LINE
               PERFORM PAIR-AUDIT-LINE
           END-IF.

       PAIR-AUDIT-LINE.
           UNSTRING WS-AIDX-LOG-LINE DELIMITED BY ALL SPACE
               INTO WS-AL-PROGRAM WS-AL-OPERATOR WS-AL-DATE
                   WS-AL-TIME WS-AL-OUTCOME
           END-UNSTRING
           IF WS-AL-DATE IS NUMERIC AND WS-AL-TIME IS NUMERIC
      *a "*" line is a mid-run change-log entry, not an outcome -
      *pairing one with a STARTED record would understate the
      *elapsed time and hide a run that hung after logging it
               EVALUATE TRUE
                   WHEN WS-AL-OUTCOME = "STARTED"
                       PERFORM RECORD-STARTED-RUN
                   WHEN WS-AL-OUTCOME(1:1) = "*"
                       CONTINUE
                   WHEN OTHER
                       PERFORM MATCH-COMPLETED-RUN
               END-EVALUATE
           END-IF.

       RECORD-STARTED-RUN.
               WRITE ELAPSED-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       copy aidxp.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==
