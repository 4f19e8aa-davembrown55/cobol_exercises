      *when a file's count or its weekly growth crosses the
      *thresholds held in the suite configuration (CAP-MAX-RECORDS
      *and CAP-MAX-GROWTH), so the next runaway file is caught
      *before a run slows to a crawl instead of after.  the files
      *counted are the ones the data-file catalog marks counted.

       environment division.
       input-output section.
           select counted-file assign to dynamic WS-COUNTED-NAME
               organization is line sequential
               file status is WS-COUNTED-STATUS.
           copy fcatsel.
           select capacity-history-file assign to "FILECAP.DAT"
               organization is line sequential
               file status is WS-HISTORY-STATUS.
           select alert-file assign to "OPALERT.DAT"
               organization is line sequential
               file status is WS-ALERT-STATUS.
           copy alrgsel.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
       fd  counted-file.
       01 counted-record pic x(130).

       copy fcatfd.

       fd  capacity-history-file.
       01 capacity-history-record.
           05 CAP-FILE-NAME pic x(20).
       fd  alert-file.
       01 alert-record pic x(45).

       copy alrgfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).


       01 WS-COUNTED-NAME PIC X(20) VALUE SPACES.


       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-RECORD-COUNT PIC 9(9) VALUE 0.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-ALERT-LINE PIC X(45) VALUE SPACES.

      *shared data-file catalog - the flat files marked counted;
      *the indexed masters are covered by their own cross-foot
      *utilities
       copy fcatws.

      *shared operator-alert register
       copy alrgws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
           MOVE "SUITE FILE CAPACITY - WEEK-OVER-WEEK GROWTH"
               TO WS-REPORT-LINE
           WRITE CAPACITY-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM LOAD-FILE-CATALOG
           PERFORM TRACK-ONE-FILE
               VARYING WS-FCAT-IDX FROM 1 BY 1
               UNTIL WS-FCAT-IDX > WS-FCAT-COUNT
           CLOSE CAPACITY-REPORT-FILE
           DISPLAY "CAPACITY REPORT WRITTEN TO CAPRPT.DAT"
           IF WS-ALERT-COUNT > 0
           goback.

       TRACK-ONE-FILE.
           MOVE WS-FCAT-ENTRY(WS-FCAT-IDX) TO WS-FCAT-REC
           IF FCAT-IS-COUNTED AND FCAT-LINE-SEQUENTIAL
               MOVE FCAT-NAME TO WS-COUNTED-NAME
               PERFORM COUNT-FILE-RECORDS
               PERFORM FIND-PRIOR-COUNT
               PERFORM RECORD-TODAYS-COUNT
               PERFORM WRITE-GROWTH-LINE
               PERFORM CHECK-THRESHOLDS
           END-IF.

       COUNT-FILE-RECORDS.
           MOVE 0 TO WS-RECORD-COUNT
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           MOVE "CAPACITY" TO WS-ALRG-SOURCE
           MOVE WS-ALERT-LINE TO WS-ALRG-TEXT
           PERFORM REGISTER-OPERATOR-ALERT
           CLOSE ALERT-FILE
           DISPLAY "** ALERT: " WS-ALERT-LINE.

                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy fcatp.

       copy procdate.

       copy alrgp.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="CAPACITY"==
