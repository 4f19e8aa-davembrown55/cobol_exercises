      *by shift band (early, late, night), and a section for IDs in
      *the log that are missing from the operator file, so
      *supervisors stop reconstructing "who did what yesterday" from
      *the raw 80-byte log lines.  the date range is read from the
      *audit-log index, as far as the nightly build has taken it.

       environment division.
       input-output section.
           select activity-report-file assign to "AUDITACT.DAT"
               organization is line sequential
               file status is WS-ACTRPT-STATUS.
           copy aidxsel.
           copy opersel.
           copy secevsel.
           copy audseqsl.
       fd  activity-report-file.
       01 activity-report-record pic x(80).

       copy aidxfd.

       fd  operator-file.
       copy operfd.

       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-MISSING-HEADER-DONE PIC X VALUE "N".

      *shared audit-log index
       copy aidxws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
       GATHER-ACTIVITY.
           MOVE 0 TO WS-ACT-COUNT
           MOVE 0 TO WS-PRG-COUNT
           PERFORM OPEN-AUDIT-INDEX
           IF AUDIT-INDEX-OPEN
               MOVE WS-FROM-DATE TO WS-AIDX-FROM-DATE
               MOVE WS-TO-DATE TO WS-AIDX-TO-DATE
               PERFORM START-AUDIT-INDEX-DATE
               PERFORM GATHER-NEXT-INDEX-LINE UNTIL AT-AIDX-EOF
               CLOSE AUDIT-INDEX-FILE
           ELSE
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AUDITLOG-STATUS = "00"
                   PERFORM GATHER-NEXT-AUDIT-LINE
                       UNTIL AT-AUDITLOG-EOF
                   CLOSE AUDIT-LOG-FILE
               END-IF
           END-IF.

       GATHER-NEXT-INDEX-LINE.
           PERFORM READ-NEXT-AUDIT-INDEX
           IF NOT AT-AIDX-EOF
               PERFORM GATHER-AUDIT-LINE
           END-IF.

       GATHER-NEXT-AUDIT-LINE.
           END-READ

           IF NOT AT-AUDITLOG-EOF
               MOVE AUDIT-LOG-RECORD TO WS-AIDX-LOG-LINE
               PERFORM GATHER-AUDIT-LINE
           END-IF.

       GATHER-AUDIT-LINE.
           UNSTRING WS-AIDX-LOG-LINE DELIMITED BY ALL SPACE
               INTO WS-AL-PROGRAM WS-AL-OPERATOR WS-AL-DATE
                   WS-AL-TIME WS-AL-OUTCOME
           END-UNSTRING
           IF WS-AL-DATE IS NUMERIC AND WS-AL-TIME IS NUMERIC
                   AND WS-AL-DATE >= WS-FROM-DATE
                   AND WS-AL-DATE <= WS-TO-DATE
               PERFORM TALLY-AUDIT-LINE
           END-IF.

       TALLY-AUDIT-LINE.
               WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       copy aidxp.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==
