      *ascending, reporting gaps and out-of-order stamps with the
      *surrounding records, and ends nonzero so the nightly stream's
      *COND chain stops before any report is built on a damaged log.
      *it also proves the audit-log index the reports read holds
      *exactly the log's lines as far as it has been built - none
      *missing, none altered and none the log does not have.

       environment division.
       input-output section.
           select check-report-file assign to "AUDITCHK.DAT"
               organization is line sequential
               file status is WS-CHKRPT-STATUS.
           copy aidxsel.
           copy opersel.
           copy secevsel.
           copy audseqsl.
       fd  check-report-file.
       01 check-report-record pic x(90).

       copy aidxfd.

       fd  operator-file.
       copy operfd.


       01 WS-REPORT-LINE PIC X(90) VALUE SPACES.

      *the audit-log index against the log
       01 WS-INDEX-PROBLEM-COUNT PIC 9(6) VALUE 0.
       01 WS-NOT-INDEXED-COUNT PIC 9(6) VALUE 0.
       01 WS-INDEX-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-INDEX-PROBLEM-TEXT PIC X(40) VALUE SPACES.

      *shared audit-log index
       copy aidxws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
           MOVE "AUDIT LOG SEQUENCE CHECK" TO WS-REPORT-LINE
           WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM READ-AUDIT-INDEX-CONTROL
           PERFORM OPEN-AUDIT-INDEX
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS = "00"
               PERFORM CHECK-NEXT-AUDIT-RECORD UNTIL AT-AUDITLOG-EOF
           END-IF

           PERFORM WRITE-CHECK-TOTALS
           PERFORM CHECK-AUDIT-INDEX-TOTALS
           CLOSE CHECK-REPORT-FILE

           PERFORM open-suite-audit-log
           EVALUATE TRUE
               WHEN WS-PROBLEM-COUNT > 0
                   MOVE "SEQUENCE ERRORS" TO WS-OUTCOME
               WHEN WS-INDEX-PROBLEM-COUNT > 0
                   MOVE "INDEX MISMATCH" TO WS-OUTCOME
               WHEN OTHER
                   MOVE "COMPLETED" TO WS-OUTCOME
           END-EVALUATE
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE

           ELSE
               DISPLAY "AUDIT LOG SEQUENCE CHECK CLEAN"
           END-IF
      *a wrong index gives wrong reports but leaves the log sound -
      *a warning, put right by rebuilding the index
           IF WS-INDEX-PROBLEM-COUNT > 0
               DISPLAY "ERROR! AUDIT INDEX DOES NOT MATCH THE LOG - "
                   "SEE AUDITCHK.DAT AND REBUILD IT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           goback.

       CHECK-NEXT-AUDIT-RECORD.

           IF NOT AT-AUDITLOG-EOF
               ADD 1 TO WS-RECORD-COUNT
               IF AUDIT-INDEX-OPEN
                   PERFORM CHECK-INDEXED-LOG-LINE
               END-IF
               PERFORM FIND-SEQUENCE-TOKEN
               IF WS-LAST-TOKEN(1:6) IS NUMERIC
                       AND WS-LAST-TOKEN(7:17) = SPACES
           END-STRING
           WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE.

      *a line inside the built part of the index must be on it
      *under the key it would be given now, and word for word
       CHECK-INDEXED-LOG-LINE.
           IF WS-RECORD-COUNT > AXC-LINES-INDEXED
               ADD 1 TO WS-NOT-INDEXED-COUNT
           ELSE
               MOVE WS-RECORD-COUNT TO WS-AIDX-LINE-NO
               MOVE AUDIT-LOG-RECORD TO WS-AIDX-LOG-LINE
               PERFORM BUILD-AUDIT-INDEX-RECORD
               MOVE SPACES TO WS-INDEX-PROBLEM-TEXT
               READ AUDIT-INDEX-FILE KEY IS AIX-KEY
                   INVALID KEY
                       MOVE "LOG LINE MISSING FROM THE INDEX:"
                           TO WS-INDEX-PROBLEM-TEXT
                   NOT INVALID KEY
                       IF AIX-LOG-LINE NOT = WS-AIDX-LOG-LINE
                           MOVE "INDEX DIFFERS FROM LOG LINE:"
                               TO WS-INDEX-PROBLEM-TEXT
                       END-IF
               END-READ
               IF WS-INDEX-PROBLEM-TEXT NOT = SPACES
                   ADD 1 TO WS-INDEX-PROBLEM-COUNT
                   WRITE CHECK-REPORT-RECORD FROM WS-INDEX-PROBLEM-TEXT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                           AUDIT-LOG-RECORD DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-IF.

      *every log line found on the index, so the index must hold
      *no more records than the lines it was built from
       CHECK-AUDIT-INDEX-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
           IF NOT AUDIT-INDEX-OPEN
               MOVE "AUDIT INDEX NOT BUILT - NOT CHECKED"
                   TO WS-REPORT-LINE
               WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE 0 TO WS-INDEX-RECORD-COUNT
               MOVE LOW-VALUES TO AIX-KEY
               START AUDIT-INDEX-FILE KEY IS NOT LESS THAN AIX-KEY
                   INVALID KEY MOVE "Y" TO WS-AIDX-EOF
               END-START
               PERFORM COUNT-NEXT-INDEX-RECORD UNTIL AT-AIDX-EOF
               CLOSE AUDIT-INDEX-FILE
               IF WS-RECORD-COUNT < AXC-LINES-INDEXED
                   ADD 1 TO WS-INDEX-PROBLEM-COUNT
                   MOVE "INDEX BUILT PAST THE END OF THE LOG"
                       TO WS-REPORT-LINE
                   WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
               IF WS-INDEX-RECORD-COUNT NOT = AXC-LINES-INDEXED
                   ADD 1 TO WS-INDEX-PROBLEM-COUNT
                   MOVE "INDEX RECORD COUNT DIFFERS FROM LINES INDEXED"
                       TO WS-REPORT-LINE
                   WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
               MOVE AXC-LINES-INDEXED TO WS-COUNT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LOG LINES INDEXED..: " DELIMITED BY SIZE
                       WS-COUNT-PRINT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE WS-INDEX-RECORD-COUNT TO WS-COUNT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "INDEX RECORDS......: " DELIMITED BY SIZE
                       WS-COUNT-PRINT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE WS-NOT-INDEXED-COUNT TO WS-COUNT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LINES NOT INDEXED..: " DELIMITED BY SIZE
                       WS-COUNT-PRINT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE WS-INDEX-PROBLEM-COUNT TO WS-COUNT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "INDEX PROBLEMS.....: " DELIMITED BY SIZE
                       WS-COUNT-PRINT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       COUNT-NEXT-INDEX-RECORD.
           READ AUDIT-INDEX-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-AIDX-EOF
           END-READ
           IF NOT AT-AIDX-EOF
               ADD 1 TO WS-INDEX-RECORD-COUNT
           END-IF.

       copy aidxp.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="AUDIT_CHECK"==
