      *record count (and, for the value-bearing masters, the value
      *control total) is compared against the live file.  a
      *pass/fail certificate is written, and a failed verification
      *raises a standing operator alert the same night.  a file
      *the data-file catalog marks backed up that is missing from
      *the generation fails it, and a member the catalog does not
      *know is noted on the certificate.

       environment division.
       input-output section.
               access mode is dynamic
               record key is MSG-KEY
               file status is WS-MSG-STATUS.
           select accumulator-file assign to "ADD01ACC.DAT"
               organization is indexed
               access mode is dynamic
               record key is ACC-KEY-DATE
               file status is WS-ACC-STATUS.
           select certificate-file assign to "BKVERIFY.DAT"
               organization is line sequential
               file status is WS-CERT-STATUS.
           select alert-file assign to "OPALERT.DAT"
               organization is line sequential
               file status is WS-ALERT-STATUS.
           copy alrgsel.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy fcatsel.
           copy opersel.
           copy erevsel.
           copy secevsel.
           05 MSG-EFF-FROM pic 9(8).
           05 MSG-EFF-TO pic 9(8).

       fd  accumulator-file.
       01 accumulator-record.
           05 ACC-KEY-DATE PIC 9(8).
           05 FILLER PIC X(13).

       fd  certificate-file.
       01 certificate-record pic x(80).

       fd  alert-file.
       01 alert-record pic x(45).

       copy alrgfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy fcatfd.

       fd  operator-file.
       copy operfd.

       01 WS-GEN1-STATUS PIC XX VALUE SPACES.
       01 WS-SIDE-STATUS PIC XX VALUE SPACES.
       01 WS-LIVE-STATUS PIC XX VALUE SPACES.
       01 WS-ACC-STATUS PIC XX VALUE SPACES.
       01 WS-MSG-STATUS PIC XX VALUE SPACES.
       01 WS-CERT-STATUS PIC XX VALUE SPACES.
       01 WS-ALERT-STATUS PIC XX VALUE SPACES.
       01 WS-LIVE-NAME PIC X(20) VALUE SPACES.
       01 WS-MEMBER-NAME PIC X(20) VALUE SPACES.
       01 WS-IN-MEMBER PIC X VALUE "N".
       01 WS-TAKEN-SHOWN PIC X VALUE "N".

       01 WS-BACKUP-COUNT PIC 9(6) VALUE 0.
       01 WS-LIVE-COUNT PIC 9(6) VALUE 0.
       01 WS-ALERT-LINE PIC X(45) VALUE SPACES.
       01 WS-VERDICT PIC X(4) VALUE SPACES.

      *which catalog entries turned up as generation members
       01 WS-CAT-SEEN-TABLE.
           05 WS-CAT-SEEN PIC X OCCURS 80 TIMES.

      *value parses for the value-bearing members
       01 WS-ACC-PARSE.
           05 ACP-DATE PIC X(8).
           05 TLP-YES PIC X(7).
           05 FILLER PIC X.
           05 TLP-NO PIC X(7).
           05 FILLER PIC X(3).
           05 TLP-SCALE-ENTRY OCCURS 9 TIMES.
               10 FILLER PIC X.
               10 TLP-SCALE PIC X(7).
       01 WS-TLP-IDX PIC 99 VALUE 0.
       01 WS-TLP-SCALE-SUM PIC 9(9) VALUE 0.

      *shared data-file catalog
       copy fcatws.

      *shared operator-alert register
       copy alrgws.

      *shared suite-wide audit trail
       copy auditws.
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-FILE-CATALOG
           MOVE SPACES TO WS-CAT-SEEN-TABLE
           OPEN INPUT BACKUP-GEN1-FILE
           IF WS-GEN1-STATUS NOT = "00"
               DISPLAY "ERROR! NO NEWEST BACKUP GENERATION TO "
           WRITE CERTIFICATE-RECORD FROM WS-CERT-LINE
           PERFORM VERIFY-NEXT-MEMBER UNTIL AT-GEN-EOF
           CLOSE BACKUP-GEN1-FILE
           PERFORM CHECK-CATALOGUED-MEMBER
               VARYING WS-FCAT-IDX FROM 1 BY 1
               UNTIL WS-FCAT-IDX > WS-FCAT-COUNT
           PERFORM WRITE-FINAL-VERDICT
           CLOSE CERTIFICATE-FILE
           DISPLAY "CERTIFICATE WRITTEN TO BKVERIFY.DAT"
           END-READ
           IF NOT AT-GEN-EOF
               IF BACKUP-GEN1-RECORD(1:6) = "*FILE "
                   IF WS-TAKEN-SHOWN = "N"
                       PERFORM WRITE-GENERATION-TAKEN
                   END-IF
                   MOVE BACKUP-GEN1-RECORD(7:20) TO WS-MEMBER-NAME
                   MOVE "Y" TO WS-IN-MEMBER
                   MOVE 0 TO WS-BACKUP-COUNT
               END-IF
           END-IF.

      *the date and time the generation was taken, off its first
      *member header, goes on the certificate so a later reader can
      *tell which generation this verdict belongs to once newer
      *backups have rotated it down
       WRITE-GENERATION-TAKEN.
           MOVE "Y" TO WS-TAKEN-SHOWN
           MOVE SPACES TO WS-CERT-LINE
           STRING "GENERATION TAKEN " DELIMITED BY SIZE
                   BACKUP-GEN1-RECORD(28:17) DELIMITED BY SIZE
               INTO WS-CERT-LINE
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-CERT-LINE.

       SUM-BACKUP-VALUE.
           EVALUATE WS-MEMBER-NAME
               WHEN "ADD01ACC.DAT"
                       ADD FUNCTION NUMVAL(TLP-NO)
                           TO WS-BACKUP-TOTAL
                   END-IF
                   PERFORM SUM-TALLY-SCALE-COUNTS
                   ADD WS-TLP-SCALE-SUM TO WS-BACKUP-TOTAL
           END-EVALUATE.

      *rating questions carry a count per scale point after the
      *yes/no counts, and those are sealed along with them
       SUM-TALLY-SCALE-COUNTS.
           MOVE 0 TO WS-TLP-SCALE-SUM
           PERFORM ADD-TALLY-SCALE-COUNT
               VARYING WS-TLP-IDX FROM 1 BY 1
               UNTIL WS-TLP-IDX > 9.

       ADD-TALLY-SCALE-COUNT.
           IF TLP-SCALE(WS-TLP-IDX) IS NUMERIC
               ADD FUNCTION NUMVAL(TLP-SCALE(WS-TLP-IDX))
                   TO WS-TLP-SCALE-SUM
           END-IF.

       COMPARE-MEMBER-TO-LIVE.
           ADD 1 TO WS-MEMBERS-CHECKED
           MOVE WS-MEMBER-NAME TO WS-FCAT-WANTED
           PERFORM FIND-CATALOG-ENTRY
           IF WS-FCAT-HIT > 0
               MOVE "Y" TO WS-CAT-SEEN(WS-FCAT-HIT)
           ELSE
               MOVE SPACES TO WS-CERT-LINE
               STRING WS-MEMBER-NAME DELIMITED BY SIZE
                       " NOT IN THE DATA-FILE CATALOG - NOTE"
                       DELIMITED BY SIZE
                   INTO WS-CERT-LINE
               END-STRING
               WRITE CERTIFICATE-RECORD FROM WS-CERT-LINE
           END-IF
           MOVE 0 TO WS-LIVE-COUNT
           MOVE 0 TO WS-LIVE-TOTAL
           EVALUATE WS-MEMBER-NAME
                   PERFORM COUNT-LIVE-MESSAGES
               WHEN "OPERATOR.DAT"
                   PERFORM COUNT-LIVE-OPERATORS
               WHEN "ADD01ACC.DAT"
                   PERFORM COUNT-LIVE-ACCUMULATOR
               WHEN OTHER
                   PERFORM COUNT-LIVE-FLAT-FILE
           END-EVALUATE
           END-READ
           IF NOT AT-LIVE-EOF
               ADD 1 TO WS-LIVE-COUNT
               EVALUATE WS-MEMBER-NAME
                   WHEN "YNTALLY.DAT"
                       MOVE LIVE-RECORD TO WS-TALLY-PARSE
                       IF TLP-YES IS NUMERIC
                           ADD FUNCTION NUMVAL(TLP-NO)
                               TO WS-LIVE-TOTAL
                       END-IF
                       PERFORM SUM-TALLY-SCALE-COUNTS
                       ADD WS-TLP-SCALE-SUM TO WS-LIVE-TOTAL
               END-EVALUATE
           END-IF.

       COUNT-LIVE-ACCUMULATOR.
           MOVE "N" TO WS-LIVE-EOF
           OPEN INPUT ACCUMULATOR-FILE
           IF WS-ACC-STATUS = "00"
               PERFORM COUNT-NEXT-ACCUMULATOR UNTIL AT-LIVE-EOF
               CLOSE ACCUMULATOR-FILE
           END-IF.

       COUNT-NEXT-ACCUMULATOR.
           READ ACCUMULATOR-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LIVE-EOF
           END-READ
           IF NOT AT-LIVE-EOF
               ADD 1 TO WS-LIVE-COUNT
               MOVE ACCUMULATOR-RECORD TO WS-ACC-PARSE
               IF ACP-AMOUNT IS NUMERIC
                   MOVE ACP-AMOUNT TO WS-ACC-AMOUNT
                   IF ACP-SIGN = "-"
                       SUBTRACT WS-ACC-AMOUNT FROM WS-LIVE-TOTAL
                   ELSE
                       ADD WS-ACC-AMOUNT TO WS-LIVE-TOTAL
                   END-IF
               END-IF
           END-IF.

       COUNT-LIVE-MESSAGES.
           MOVE "N" TO WS-MSG-EOF
           OPEN INPUT MESSAGE-FILE
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           MOVE "BACKUP_VERIFY" TO WS-ALRG-SOURCE
           MOVE WS-ALERT-LINE TO WS-ALRG-TEXT
           PERFORM REGISTER-OPERATOR-ALERT
           CLOSE ALERT-FILE
           DISPLAY "** ALERT: " WS-ALERT-LINE.

      *a catalogued backed-up file the generation does not carry
      *fails it - unless it is one the backup cannot carry (an
      *indexed file with no dump routine, or records wider than
      *the container), which the backup run already reports
       CHECK-CATALOGUED-MEMBER.
           MOVE WS-FCAT-ENTRY(WS-FCAT-IDX) TO WS-FCAT-REC
           IF FCAT-IS-BACKED-UP AND WS-CAT-SEEN(WS-FCAT-IDX) NOT = "Y"
               MOVE FCAT-NAME TO WS-MEMBER-NAME
               MOVE SPACES TO WS-CERT-LINE
               IF FCAT-RECLEN > 100
                       OR (FCAT-INDEXED
                           AND FCAT-NAME NOT = "MENUMSG.DAT"
                           AND FCAT-NAME NOT = "OPERATOR.DAT"
                           AND FCAT-NAME NOT = "ADD01ACC.DAT")
                   STRING WS-MEMBER-NAME DELIMITED BY SIZE
                           " CANNOT BE CARRIED IN A GENERATION - NOTE"
                           DELIMITED BY SIZE
                       INTO WS-CERT-LINE
                   END-STRING
               ELSE
                   ADD 1 TO WS-MEMBERS-CHECKED
                   ADD 1 TO WS-MEMBERS-FAILED
                   STRING WS-MEMBER-NAME DELIMITED BY SIZE
                           " MISSING FROM THE GENERATION  FAIL"
                           DELIMITED BY SIZE
                       INTO WS-CERT-LINE
                   END-STRING
                   PERFORM RAISE-VERIFY-ALERT
               END-IF
               WRITE CERTIFICATE-RECORD FROM WS-CERT-LINE
           END-IF.

       WRITE-FINAL-VERDICT.
           MOVE WS-MEMBERS-CHECKED TO WS-COUNT-PRINT
           MOVE WS-MEMBERS-FAILED TO WS-COUNT-PRINT-2
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy fcatp.

       copy alrgp.

       copy auditopen.

       copy auditlog replacing
