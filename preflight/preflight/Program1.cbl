      *operator bytes in the +-*/M set, checkpoint and accumulator
      *records well-formed.  failures go to the validation report
      *and the run ends nonzero so the existing COND chains stop
      *the stream before any step runs on bad data.  the files
      *checked are the ones the data-file catalog marks validated;
      *a catalogued file with no layout rules of its own here is
      *checked against its catalogued record length.

       environment division.
       input-output section.
               organization is line sequential
               file status is WS-CKPT-STATUS.
           select add01-acc-file assign to "ADD01ACC.DAT"
               organization is indexed
               access mode is sequential
               record key is ACC-DATE
               file status is WS-ACC-STATUS.
           select catalogued-file assign to dynamic WS-CATALOGUED-NAME
               organization is line sequential
               file status is WS-CATALOGUED-STATUS.
           copy fcatsel.
           select preflight-report-file assign to "PREFLGHT.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           05 filler pic x.
           05 PIN-2ND-NUMBER pic x(5).
           05 filler pic x(35).
           05 filler pic x.
           05 PIN-COST-CENTRE pic x(6).
           05 filler pic x.
           05 PIN-CURRENCY pic x(3).

       fd  ttab-parm-file.
       01 ttab-parm-record pic x(2).
           05 ACC-SIGN pic x.
           05 ACC-TOTAL pic x(11).

       fd  catalogued-file.
       01 catalogued-record pic x(200).

       copy fcatfd.

       fd  preflight-report-file.
       01 preflight-report-record pic x(90).

       01 WS-CKPT-STATUS PIC XX VALUE SPACES.
       01 WS-ACC-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-CATALOGUED-STATUS PIC XX VALUE SPACES.
       01 WS-CATALOGUED-NAME PIC X(20) VALUE SPACES.
       01 WS-LENGTH-START PIC 9(4) VALUE 0.

       01 WS-FILE-EOF PIC X VALUE "N".
         88 AT-FILE-EOF VALUE "Y".
       01 WS-FILE-ERRORS PIC 9(5) VALUE 0.
       01 WS-TOTAL-ERRORS PIC 9(5) VALUE 0.
       01 WS-ERROR-PRINT PIC Z(4)9.
       01 WS-FILE-LABEL PIC X(20) VALUE SPACES.

       01 WS-REPORT-LINE PIC X(90) VALUE SPACES.

      *shared data-file catalog
       copy fcatws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
               TO WS-REPORT-LINE
           WRITE PREFLIGHT-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM LOAD-FILE-CATALOG.
           PERFORM VALIDATE-CATALOGUED-FILE
               VARYING WS-FCAT-IDX FROM 1 BY 1
               UNTIL WS-FCAT-IDX > WS-FCAT-COUNT.

           MOVE WS-TOTAL-ERRORS TO WS-ERROR-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           END-IF
           goback.

      *files with layout rules of their own get them; any other
      *flat file is held to its catalogued record length, and an
      *indexed file with no rules here is noted as not checked
       VALIDATE-CATALOGUED-FILE.
           MOVE WS-FCAT-ENTRY(WS-FCAT-IDX) TO WS-FCAT-REC
           IF FCAT-IS-VALIDATED
               EVALUATE FCAT-NAME
                   WHEN "ADD01PIN.DAT"
                       PERFORM VALIDATE-ADD01-INPUT
                   WHEN "TTABPARM.DAT"
                       PERFORM VALIDATE-TTAB-PARMS
                   WHEN "WORDPAIR.DAT"
                       PERFORM VALIDATE-WORD-PAIRS
                   WHEN "SURVEY.DAT"
                       PERFORM VALIDATE-SURVEY
                   WHEN "YNTALLY.DAT"
                       PERFORM VALIDATE-TALLY
                   WHEN "ADD01CKPT.DAT"
                       PERFORM VALIDATE-CHECKPOINT
                   WHEN "ADD01ACC.DAT"
                       PERFORM VALIDATE-ACCUMULATOR
                   WHEN OTHER
                       IF FCAT-LINE-SEQUENTIAL
                           PERFORM VALIDATE-RECORD-LENGTHS
                       ELSE
                           PERFORM WRITE-NO-LAYOUT-RULES
                       END-IF
               END-EVALUATE
           END-IF.

       WRITE-NO-LAYOUT-RULES.
           MOVE FCAT-NAME TO WS-FILE-LABEL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                   WS-FILE-LABEL DELIMITED BY SIZE
                   " NO LAYOUT RULES - NOT CHECKED" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE PREFLIGHT-REPORT-RECORD FROM WS-REPORT-LINE.

       START-FILE-SECTION.
           MOVE 0 TO WS-RECORD-NUMBER
           MOVE 0 TO WS-FILE-ERRORS
               END-IF
           END-IF.

       VALIDATE-RECORD-LENGTHS.
           MOVE FCAT-NAME TO WS-FILE-LABEL
           MOVE FCAT-NAME TO WS-CATALOGUED-NAME
           COMPUTE WS-LENGTH-START = FCAT-RECLEN + 1
           PERFORM START-FILE-SECTION
           OPEN INPUT CATALOGUED-FILE
           IF WS-CATALOGUED-STATUS NOT = "00"
               PERFORM WRITE-FILE-MISSING
           ELSE
               PERFORM CHECK-NEXT-RECORD-LENGTH UNTIL AT-FILE-EOF
               CLOSE CATALOGUED-FILE
               PERFORM WRITE-FILE-VERDICT
           END-IF.

       CHECK-NEXT-RECORD-LENGTH.
           READ CATALOGUED-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ

           IF NOT AT-FILE-EOF
               ADD 1 TO WS-RECORD-NUMBER
               IF WS-LENGTH-START <= 200
                   IF CATALOGUED-RECORD(WS-LENGTH-START:) NOT = SPACES
                       MOVE WS-RECORD-NUMBER TO WS-RECORD-PRINT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                               WS-FILE-LABEL DELIMITED BY SPACE
                               " RECORD " DELIMITED BY SIZE
                               WS-RECORD-PRINT DELIMITED BY SIZE
                               " LONGER THAN CATALOGUED LENGTH"
                                   DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM WRITE-FIELD-ERROR
                   END-IF
               END-IF
           END-IF.

       copy fcatp.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="PREFLIGHT"==
