               organization is line sequential
               file status is WS-REPORT-STATUS.
           copy alrtsel.
           copy alrgsel.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.

       copy alrtfd.

       copy alrgfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-ALERT-LINE PIC X(45) VALUE SPACES.

      *shared operator-alert register
       copy alrgws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
                   OPEN OUTPUT ALERT-FILE
               END-IF
               WRITE ALERT-RECORD FROM WS-ALERT-LINE
               MOVE "PROBLEM_TRACK" TO WS-ALRG-SOURCE
               MOVE WS-ALERT-LINE TO WS-ALRG-TEXT
               PERFORM REGISTER-OPERATOR-ALERT
               CLOSE ALERT-FILE
               DISPLAY "** ALERT: " WS-ALERT-LINE
               MOVE "OPENED PROBLEM" TO WS-OUTCOME
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy alrgp.

       copy auditopen.

       copy auditlog replacing
