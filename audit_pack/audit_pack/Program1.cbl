       program-id. audit_pack.

      *external auditor extract pack - the auditors' yearly request
      *(the Add01 transactions, voids, review approvals and
      *rejections, operator and entitlement changes and security
      *events for their period) used to take a week of pulling
      *from different files.  this run takes the period and writes
      *each of the seven as its own fixed-layout file: a header
      *naming the file, the period and who produced it, one detail
      *per source record carrying the record as the suite holds
      *it, and a trailer with the record count and a control
      *total.  the index document APKINDEX.DAT lists every file in
      *the pack with the count and total its trailer carries, so
      *the auditors can prove the pack is complete.  operator and
      *entitlement changes are the change lines on the audit trail
      *(the archive and then the live log).  supervisors only; the
      *pack is recorded on the audit trail.

       environment division.
       input-output section.
       file-control.
           select transaction-file assign to "ADD01TRN.DAT"
               organization is line sequential
               file status is WS-TRANSACTION-STATUS.
           select trn-archive-file assign to "ADD01ARC.DAT"
               organization is line sequential
               file status is WS-TRN-ARCHIVE-STATUS.
           select trn-year-archive-file assign to "ADD01YRA.DAT"
               organization is line sequential
               file status is WS-TRN-YEAR-STATUS.
           select review-approved-file assign to "ADD01PAP.DAT"
               organization is line sequential
               file status is WS-APPROVED-STATUS.
           select review-reject-file assign to "ADD01PRJ.DAT"
               organization is line sequential
               file status is WS-REJECTED-STATUS.
           select archive-file assign to "AUDLGARC.DAT"
               organization is line sequential
               file status is WS-ARCHIVE-STATUS.
           select pack-transaction-file assign to "APKTRN.DAT"
               organization is line sequential
               file status is WS-PACK-STATUS.
           select pack-void-file assign to "APKVOID.DAT"
               organization is line sequential
               file status is WS-PACK-STATUS.
           select pack-approval-file assign to "APKAPPR.DAT"
               organization is line sequential
               file status is WS-PACK-STATUS.
           select pack-rejection-file assign to "APKREJ.DAT"
               organization is line sequential
               file status is WS-PACK-STATUS.
           select pack-operator-file assign to "APKOPER.DAT"
               organization is line sequential
               file status is WS-PACK-STATUS.
           select pack-entitlement-file assign to "APKENTL.DAT"
               organization is line sequential
               file status is WS-PACK-STATUS.
           select pack-security-file assign to "APKSEC.DAT"
               organization is line sequential
               file status is WS-PACK-STATUS.
           select pack-index-file assign to "APKINDEX.DAT"
               organization is line sequential
               file status is WS-INDEX-STATUS.
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
       fd  transaction-file.
       01 transaction-record pic x(120).

       fd  trn-archive-file.
       01 trn-archive-record pic x(120).

       fd  trn-year-archive-file.
       01 trn-year-archive-record pic x(120).

       fd  review-approved-file.
       01 review-approved-record pic x(130).

       fd  review-reject-file.
       01 review-reject-record pic x(96).

       fd  archive-file.
       01 archive-record pic x(80).

       fd  pack-transaction-file.
       01 pack-transaction-record pic x(146).

       fd  pack-void-file.
       01 pack-void-record pic x(146).

       fd  pack-approval-file.
       01 pack-approval-record pic x(146).

       fd  pack-rejection-file.
       01 pack-rejection-record pic x(146).

       fd  pack-operator-file.
       01 pack-operator-record pic x(146).

       fd  pack-entitlement-file.
       01 pack-entitlement-record pic x(146).

       fd  pack-security-file.
       01 pack-security-record pic x(146).

       fd  pack-index-file.
       01 pack-index-record pic x(80).

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

       01 WS-TRANSACTION-STATUS PIC XX VALUE SPACES.
       01 WS-TRN-ARCHIVE-STATUS PIC XX VALUE SPACES.
       01 WS-TRN-YEAR-STATUS PIC XX VALUE SPACES.
       01 WS-APPROVED-STATUS PIC XX VALUE SPACES.
       01 WS-REJECTED-STATUS PIC XX VALUE SPACES.
       01 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
       01 WS-PACK-STATUS PIC XX VALUE SPACES.
       01 WS-INDEX-STATUS PIC XX VALUE SPACES.
       01 WS-FILE-EOF PIC X VALUE "N".
         88 AT-FILE-EOF VALUE "Y".

      *the period, as keyed
       01 WS-PERIOD-FROM PIC 9(8) VALUE 0.
       01 WS-PERIOD-FROM-PARTS REDEFINES WS-PERIOD-FROM.
           05 WS-FROM-YYYY PIC 9(4).
           05 WS-FROM-MM PIC 99.
           05 WS-FROM-DD PIC 99.
       01 WS-PERIOD-TO PIC 9(8) VALUE 0.
       01 WS-PERIOD-TO-PARTS REDEFINES WS-PERIOD-TO.
           05 WS-TO-YYYY PIC 9(4).
           05 WS-TO-MM PIC 99.
           05 WS-TO-DD PIC 99.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.

       copy add01trn.
       copy add01pnd.

      *an approved held entry, as the review screen records it
       01 WS-REVIEW-APPROVED-REC.
           05 WPAP-PENDING PIC X(103).
           05 FILLER PIC X.
           05 WPAP-POST-DATE PIC 9(8).
           05 FILLER PIC X.
           05 WPAP-POST-SEQUENCE PIC 9(6).
           05 FILLER PIC X.
           05 WPAP-APPROVED-BY PIC X(10).

      *a rejected held entry, as the review screen records it
       01 WS-REVIEW-REJECT-REC.
           05 WPRJ-PENDING PIC X(54).
           05 FILLER PIC X.
           05 WPRJ-DATE PIC 9(8).
           05 FILLER PIC X.
           05 WPRJ-REJECTED-BY PIC X(10).
           05 FILLER PIC X.
           05 WPRJ-COST-CENTRE PIC X(6).
           05 FILLER PIC X.
           05 WPRJ-CURRENCY PIC X(3).
           05 FILLER PIC X.
           05 WPRJ-STERLING PIC S9(7)V99 SIGN LEADING SEPARATE.

      *one audit-log line unstrung into its leading fields; a
      *change line's outcome starts with "*"
       01 WS-AL-PROGRAM PIC X(23).
       01 WS-AL-OPERATOR PIC X(10).
       01 WS-AL-DATE PIC X(8).
       01 WS-AL-TIME PIC X(8).
       01 WS-AL-WORD-1 PIC X(10).
       01 WS-AUDIT-LINE PIC X(80).
       01 WS-AUDIT-DATE PIC 9(8) VALUE 0.

      *the pack's files - name, the file code its records carry,
      *what it holds and what its control total is the sum of
       01 WS-PACK-DEFS.
           05 FILLER PIC X(12) VALUE "APKTRN.DAT".
           05 FILLER PIC X(8) VALUE "ADD01TRN".
           05 FILLER PIC X(24) VALUE "ADD01 TRANSACTIONS".
           05 FILLER PIC X(24) VALUE "STERLING RESULTS".
           05 FILLER PIC X(12) VALUE "APKVOID.DAT".
           05 FILLER PIC X(8) VALUE "ADD01VOI".
           05 FILLER PIC X(24) VALUE "ADD01 VOIDS".
           05 FILLER PIC X(24) VALUE "STERLING RESULTS".
           05 FILLER PIC X(12) VALUE "APKAPPR.DAT".
           05 FILLER PIC X(8) VALUE "ADD01APR".
           05 FILLER PIC X(24) VALUE "ADD01 REVIEW APPROVALS".
           05 FILLER PIC X(24) VALUE "STERLING RESULTS".
           05 FILLER PIC X(12) VALUE "APKREJ.DAT".
           05 FILLER PIC X(8) VALUE "ADD01RJT".
           05 FILLER PIC X(24) VALUE "ADD01 REVIEW REJECTIONS".
           05 FILLER PIC X(24) VALUE "STERLING RESULTS".
           05 FILLER PIC X(12) VALUE "APKOPER.DAT".
           05 FILLER PIC X(8) VALUE "OPERCHG".
           05 FILLER PIC X(24) VALUE "OPERATOR CHANGES".
           05 FILLER PIC X(24) VALUE "EVENT DATES".
           05 FILLER PIC X(12) VALUE "APKENTL.DAT".
           05 FILLER PIC X(8) VALUE "ENTLCHG".
           05 FILLER PIC X(24) VALUE "ENTITLEMENT CHANGES".
           05 FILLER PIC X(24) VALUE "EVENT DATES".
           05 FILLER PIC X(12) VALUE "APKSEC.DAT".
           05 FILLER PIC X(8) VALUE "SECEVENT".
           05 FILLER PIC X(24) VALUE "SECURITY EVENTS".
           05 FILLER PIC X(24) VALUE "EVENT DATES".
       01 WS-PACK-TABLE REDEFINES WS-PACK-DEFS.
           05 WS-PACK-ENTRY OCCURS 7 TIMES.
               10 WS-PACK-NAME PIC X(12).
               10 WS-PACK-CODE PIC X(8).
               10 WS-PACK-TITLE PIC X(24).
               10 WS-PACK-BASIS PIC X(24).
       01 WS-PACK-IDX PIC 9 VALUE 0.

      *what each file's trailer carried, for the index
       01 WS-PACK-RESULTS.
           05 WS-PACK-RESULT OCCURS 7 TIMES.
               10 WS-PKR-COUNT PIC 9(7).
               10 WS-PKR-TOTAL PIC S9(13)V99.

      *every record in the pack - H header, D detail carrying the
      *source record, T trailer; the file code on each
       01 WS-PACK-REC.
           05 PK-TYPE PIC X.
           05 PK-FILE PIC X(8).
           05 PK-BODY PIC X(137).
           05 PK-HEADER-BODY REDEFINES PK-BODY.
               10 PK-PERIOD-FROM PIC 9(8).
               10 PK-PERIOD-TO PIC 9(8).
               10 PK-PRODUCED-DATE PIC 9(8).
               10 PK-PRODUCED-TIME PIC 9(8).
               10 PK-PRODUCED-BY PIC X(10).
               10 PK-TITLE PIC X(24).
               10 FILLER PIC X(71).
           05 PK-DETAIL-BODY REDEFINES PK-BODY.
               10 PK-SEQUENCE PIC 9(7).
               10 PK-DATA PIC X(130).
           05 PK-TRAILER-BODY REDEFINES PK-BODY.
               10 PK-COUNT PIC 9(7).
               10 PK-SIGN PIC X.
               10 PK-TOTAL PIC 9(13)V99.
               10 PK-BASIS PIC X(24).
               10 FILLER PIC X(90).

       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-CONTROL-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-WORK-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-DETAIL-DATA PIC X(130) VALUE SPACES.
       01 WS-PACK-RECORDS PIC 9(8) VALUE 0.

       01 WS-INDEX-LINE PIC X(80) VALUE SPACES.
       01 WS-INDEX-LINES PIC 9(5) VALUE 0.
       01 WS-INDEX-DETAIL.
           05 IDX-NAME PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 IDX-TITLE PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 IDX-COUNT PIC Z(6)9.
           05 FILLER PIC XX VALUE SPACES.
           05 IDX-SIGN PIC X.
           05 IDX-TOTAL PIC Z(12)9.99.
           05 FILLER PIC X(16) VALUE SPACES.
       01 WS-COUNT-PRINT PIC Z(7)9.

      *shared print-spool index record
       copy spoolws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(30) VALUE SPACES.

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
           MOVE "AUDIT_PACK" TO WS-ENTL-PROGRAM.
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
      *the pack carries every operator's work and the security
      *trail out of the building - supervisor work only
           IF NOT ROLE-SUPERVISOR
               DISPLAY "ERROR! THE AUDITOR EXTRACT PACK IS "
                   "RESTRICTED TO SUPERVISORS."
               MOVE "DENIED" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF

           DISPLAY "AUDIT PERIOD FROM (YYYYMMDD)? "
           ACCEPT WS-PERIOD-FROM
           DISPLAY "AUDIT PERIOD TO (YYYYMMDD)? "
           ACCEPT WS-PERIOD-TO
           IF WS-PERIOD-FROM IS NOT NUMERIC
                   OR WS-PERIOD-TO IS NOT NUMERIC
                   OR WS-FROM-MM < 1 OR WS-FROM-MM > 12
                   OR WS-FROM-DD < 1 OR WS-FROM-DD > 31
                   OR WS-TO-MM < 1 OR WS-TO-MM > 12
                   OR WS-TO-DD < 1 OR WS-TO-DD > 31
                   OR WS-PERIOD-FROM > WS-PERIOD-TO
               DISPLAY ERRMSG-NOT-NUMERIC
               MOVE "E002" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               MOVE "BAD PERIOD" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
      *the live log is read for the change lines, so it is put out
      *of the way until the pack is written
           CLOSE AUDIT-LOG-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 0 TO WS-PACK-RECORDS

           MOVE 1 TO WS-PACK-IDX
           PERFORM BEGIN-PACK-FILE
           PERFORM EXTRACT-TRANSACTIONS
           PERFORM END-PACK-FILE
           MOVE 2 TO WS-PACK-IDX
           PERFORM BEGIN-PACK-FILE
           PERFORM EXTRACT-TRANSACTIONS
           PERFORM END-PACK-FILE
           MOVE 3 TO WS-PACK-IDX
           PERFORM BEGIN-PACK-FILE
           PERFORM EXTRACT-APPROVALS
           PERFORM END-PACK-FILE
           MOVE 4 TO WS-PACK-IDX
           PERFORM BEGIN-PACK-FILE
           PERFORM EXTRACT-REJECTIONS
           PERFORM END-PACK-FILE
           MOVE 5 TO WS-PACK-IDX
           PERFORM BEGIN-PACK-FILE
           PERFORM EXTRACT-CHANGE-LINES
           PERFORM END-PACK-FILE
           MOVE 6 TO WS-PACK-IDX
           PERFORM BEGIN-PACK-FILE
           PERFORM EXTRACT-CHANGE-LINES
           PERFORM END-PACK-FILE
           MOVE 7 TO WS-PACK-IDX
           PERFORM BEGIN-PACK-FILE
           PERFORM EXTRACT-SECURITY-EVENTS
           PERFORM END-PACK-FILE

           PERFORM WRITE-PACK-INDEX
           MOVE "APKINDEX.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = (WS-INDEX-LINES + 59) / 60
           PERFORM REGISTER-SPOOL-REPORT

           MOVE WS-PACK-RECORDS TO WS-COUNT-PRINT
           DISPLAY "AUDITOR EXTRACT PACK WRITTEN - " WS-COUNT-PRINT
               " RECORDS IN 7 FILES"
           DISPLAY "THE PACK INDEX IS APKINDEX.DAT"

           PERFORM open-suite-audit-log
           MOVE SPACES TO WS-OUTCOME
           STRING "* PACK " DELIMITED BY SIZE
                   WS-PERIOD-FROM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PERIOD-TO DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING
           PERFORM write-suite-audit
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

      *one pack file - opened and headed here, its details written
      *by the extract, and closed with its trailer
       BEGIN-PACK-FILE.
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-CONTROL-TOTAL
           EVALUATE WS-PACK-IDX
               WHEN 1 OPEN OUTPUT PACK-TRANSACTION-FILE
               WHEN 2 OPEN OUTPUT PACK-VOID-FILE
               WHEN 3 OPEN OUTPUT PACK-APPROVAL-FILE
               WHEN 4 OPEN OUTPUT PACK-REJECTION-FILE
               WHEN 5 OPEN OUTPUT PACK-OPERATOR-FILE
               WHEN 6 OPEN OUTPUT PACK-ENTITLEMENT-FILE
               WHEN 7 OPEN OUTPUT PACK-SECURITY-FILE
           END-EVALUATE
           MOVE SPACES TO WS-PACK-REC
           MOVE "H" TO PK-TYPE
           MOVE WS-PACK-CODE(WS-PACK-IDX) TO PK-FILE
           MOVE WS-PERIOD-FROM TO PK-PERIOD-FROM
           MOVE WS-PERIOD-TO TO PK-PERIOD-TO
           MOVE WS-RUN-DATE TO PK-PRODUCED-DATE
           MOVE WS-RUN-TIME TO PK-PRODUCED-TIME
           MOVE WS-OPERATOR-ID TO PK-PRODUCED-BY
           MOVE WS-PACK-TITLE(WS-PACK-IDX) TO PK-TITLE
           PERFORM PUT-PACK-RECORD.

       WRITE-PACK-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-WORK-AMOUNT TO WS-CONTROL-TOTAL
           MOVE SPACES TO WS-PACK-REC
           MOVE "D" TO PK-TYPE
           MOVE WS-PACK-CODE(WS-PACK-IDX) TO PK-FILE
           MOVE WS-DETAIL-COUNT TO PK-SEQUENCE
           MOVE WS-DETAIL-DATA TO PK-DATA
           PERFORM PUT-PACK-RECORD.

       END-PACK-FILE.
           MOVE SPACES TO WS-PACK-REC
           MOVE "T" TO PK-TYPE
           MOVE WS-PACK-CODE(WS-PACK-IDX) TO PK-FILE
           MOVE WS-DETAIL-COUNT TO PK-COUNT
           IF WS-CONTROL-TOTAL < 0
               MOVE "-" TO PK-SIGN
               COMPUTE PK-TOTAL = 0 - WS-CONTROL-TOTAL
           ELSE
               MOVE "+" TO PK-SIGN
               MOVE WS-CONTROL-TOTAL TO PK-TOTAL
           END-IF
           MOVE WS-PACK-BASIS(WS-PACK-IDX) TO PK-BASIS
           PERFORM PUT-PACK-RECORD
           MOVE WS-DETAIL-COUNT TO WS-PKR-COUNT(WS-PACK-IDX)
           MOVE WS-CONTROL-TOTAL TO WS-PKR-TOTAL(WS-PACK-IDX)
           ADD WS-DETAIL-COUNT TO WS-PACK-RECORDS
           EVALUATE WS-PACK-IDX
               WHEN 1 CLOSE PACK-TRANSACTION-FILE
               WHEN 2 CLOSE PACK-VOID-FILE
               WHEN 3 CLOSE PACK-APPROVAL-FILE
               WHEN 4 CLOSE PACK-REJECTION-FILE
               WHEN 5 CLOSE PACK-OPERATOR-FILE
               WHEN 6 CLOSE PACK-ENTITLEMENT-FILE
               WHEN 7 CLOSE PACK-SECURITY-FILE
           END-EVALUATE.

       PUT-PACK-RECORD.
           EVALUATE WS-PACK-IDX
               WHEN 1
                   WRITE PACK-TRANSACTION-RECORD FROM WS-PACK-REC
               WHEN 2
                   WRITE PACK-VOID-RECORD FROM WS-PACK-REC
               WHEN 3
                   WRITE PACK-APPROVAL-RECORD FROM WS-PACK-REC
               WHEN 4
                   WRITE PACK-REJECTION-RECORD FROM WS-PACK-REC
               WHEN 5
                   WRITE PACK-OPERATOR-RECORD FROM WS-PACK-REC
               WHEN 6
                   WRITE PACK-ENTITLEMENT-RECORD FROM WS-PACK-REC
               WHEN 7
                   WRITE PACK-SECURITY-RECORD FROM WS-PACK-REC
           END-EVALUATE.

      *the transaction log - everything but the voids for the
      *transactions file, the type V records for the voids file.
      *a record from before currencies existed is sterling already
      *the period can reach back past month-end and year-end, so
      *the closed years are read first, then the monthly archive,
      *then the live log - the same order as the unified inquiry
       EXTRACT-TRANSACTIONS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TRN-YEAR-ARCHIVE-FILE
           IF WS-TRN-YEAR-STATUS = "00"
               PERFORM EXTRACT-NEXT-YEAR-ARCHIVED UNTIL AT-FILE-EOF
               CLOSE TRN-YEAR-ARCHIVE-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TRN-ARCHIVE-FILE
           IF WS-TRN-ARCHIVE-STATUS = "00"
               PERFORM EXTRACT-NEXT-ARCHIVED UNTIL AT-FILE-EOF
               CLOSE TRN-ARCHIVE-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "00"
               PERFORM EXTRACT-NEXT-TRANSACTION UNTIL AT-FILE-EOF
               CLOSE TRANSACTION-FILE
           END-IF.

      *the archives' month-end control (C), opening (O) and year
      *control (Y) records are not transactions
       EXTRACT-NEXT-YEAR-ARCHIVED.
           READ TRN-YEAR-ARCHIVE-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               IF TRN-YEAR-ARCHIVE-RECORD(1:1) NOT = "C"
                       AND TRN-YEAR-ARCHIVE-RECORD(1:1) NOT = "O"
                       AND TRN-YEAR-ARCHIVE-RECORD(1:1) NOT = "Y"
                   MOVE TRN-YEAR-ARCHIVE-RECORD TO WS-TRANSACTION-REC
                   PERFORM EXTRACT-ONE-TRANSACTION
               END-IF
           END-IF.

       EXTRACT-NEXT-ARCHIVED.
           READ TRN-ARCHIVE-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               IF TRN-ARCHIVE-RECORD(1:1) NOT = "C"
                       AND TRN-ARCHIVE-RECORD(1:1) NOT = "O"
                   MOVE TRN-ARCHIVE-RECORD TO WS-TRANSACTION-REC
                   PERFORM EXTRACT-ONE-TRANSACTION
               END-IF
           END-IF.

       EXTRACT-NEXT-TRANSACTION.
           READ TRANSACTION-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               MOVE TRANSACTION-RECORD TO WS-TRANSACTION-REC
               PERFORM EXTRACT-ONE-TRANSACTION
           END-IF.

       EXTRACT-ONE-TRANSACTION.
           IF WSTR-DATE IS NUMERIC
                   AND WSTR-DATE >= WS-PERIOD-FROM
                   AND WSTR-DATE <= WS-PERIOD-TO
               IF (WS-PACK-IDX = 1 AND WSTR-RECORD-TYPE NOT = "V")
                       OR (WS-PACK-IDX = 2
                           AND WSTR-RECORD-TYPE = "V")
                   IF WSTR-STERLING IS NUMERIC
                       MOVE WSTR-STERLING TO WS-WORK-AMOUNT
                   ELSE
                       MOVE WSTR-RESULT TO WS-WORK-AMOUNT
                   END-IF
                   MOVE WS-TRANSACTION-REC TO WS-DETAIL-DATA
                   PERFORM WRITE-PACK-DETAIL
               END-IF
           END-IF.

      *an approval is dated by the posting it made
       EXTRACT-APPROVALS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT REVIEW-APPROVED-FILE
           IF WS-APPROVED-STATUS = "00"
               PERFORM EXTRACT-NEXT-APPROVAL UNTIL AT-FILE-EOF
               CLOSE REVIEW-APPROVED-FILE
           END-IF.

       EXTRACT-NEXT-APPROVAL.
           READ REVIEW-APPROVED-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               MOVE REVIEW-APPROVED-RECORD TO WS-REVIEW-APPROVED-REC
               IF WPAP-POST-DATE IS NUMERIC
                       AND WPAP-POST-DATE >= WS-PERIOD-FROM
                       AND WPAP-POST-DATE <= WS-PERIOD-TO
                   MOVE WPAP-PENDING TO WS-PENDING-REVIEW-REC
                   IF WPND-STERLING IS NUMERIC
                       MOVE WPND-STERLING TO WS-WORK-AMOUNT
                   ELSE
                       MOVE WPND-RESULT TO WS-WORK-AMOUNT
                   END-IF
                   MOVE REVIEW-APPROVED-RECORD TO WS-DETAIL-DATA
                   PERFORM WRITE-PACK-DETAIL
               END-IF
           END-IF.

       EXTRACT-REJECTIONS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT REVIEW-REJECT-FILE
           IF WS-REJECTED-STATUS = "00"
               PERFORM EXTRACT-NEXT-REJECTION UNTIL AT-FILE-EOF
               CLOSE REVIEW-REJECT-FILE
           END-IF.

       EXTRACT-NEXT-REJECTION.
           READ REVIEW-REJECT-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               MOVE REVIEW-REJECT-RECORD TO WS-REVIEW-REJECT-REC
               IF WPRJ-DATE IS NUMERIC
                       AND WPRJ-DATE >= WS-PERIOD-FROM
                       AND WPRJ-DATE <= WS-PERIOD-TO
                   MOVE WPRJ-PENDING TO WS-PENDING-REVIEW-REC
                   IF WPRJ-STERLING IS NUMERIC
                       MOVE WPRJ-STERLING TO WS-WORK-AMOUNT
                   ELSE
                       MOVE WPND-RESULT TO WS-WORK-AMOUNT
                   END-IF
                   MOVE REVIEW-REJECT-RECORD TO WS-DETAIL-DATA
                   PERFORM WRITE-PACK-DETAIL
               END-IF
           END-IF.

      *the change lines on the audit trail - the archive first,
      *then the live log, which between them hold it in order.
      *operator changes are made in operator maintenance and by
      *the dormant-account scan; entitlement changes in entitlement
      *maintenance and by access recertification
       EXTRACT-CHANGE-LINES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM EXTRACT-NEXT-ARCHIVE-LINE UNTIL AT-FILE-EOF
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS = "00"
               PERFORM EXTRACT-NEXT-LOG-LINE UNTIL AT-FILE-EOF
               CLOSE AUDIT-LOG-FILE
           END-IF.

      *the archive's "C " lines are its own control records
       EXTRACT-NEXT-ARCHIVE-LINE.
           READ ARCHIVE-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               IF ARCHIVE-RECORD(1:2) NOT = "C "
                   MOVE ARCHIVE-RECORD TO WS-AUDIT-LINE
                   PERFORM CHECK-CHANGE-LINE
               END-IF
           END-IF.

       EXTRACT-NEXT-LOG-LINE.
           READ AUDIT-LOG-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               MOVE AUDIT-LOG-RECORD TO WS-AUDIT-LINE
               PERFORM CHECK-CHANGE-LINE
           END-IF.

       CHECK-CHANGE-LINE.
           MOVE SPACES TO WS-AL-PROGRAM WS-AL-OPERATOR WS-AL-DATE
               WS-AL-TIME WS-AL-WORD-1
           UNSTRING WS-AUDIT-LINE DELIMITED BY ALL SPACE
               INTO WS-AL-PROGRAM WS-AL-OPERATOR WS-AL-DATE
                   WS-AL-TIME WS-AL-WORD-1
           END-UNSTRING
           IF WS-AL-DATE IS NUMERIC AND WS-AL-WORD-1 = "*"
               MOVE WS-AL-DATE TO WS-AUDIT-DATE
               IF WS-AUDIT-DATE >= WS-PERIOD-FROM
                       AND WS-AUDIT-DATE <= WS-PERIOD-TO
                   IF (WS-PACK-IDX = 5
                           AND (WS-AL-PROGRAM = "OPER_MAINT"
                               OR WS-AL-PROGRAM = "DORMANT_SCAN"))
                       OR (WS-PACK-IDX = 6
                           AND (WS-AL-PROGRAM = "ENTL_MAINT"
                               OR WS-AL-PROGRAM = "ACCESS_RECERT"))
                       MOVE WS-AUDIT-DATE TO WS-WORK-AMOUNT
                       MOVE WS-AUDIT-LINE TO WS-DETAIL-DATA
                       PERFORM WRITE-PACK-DETAIL
                   END-IF
               END-IF
           END-IF.

       EXTRACT-SECURITY-EVENTS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SECURITY-EVENT-FILE
           IF WS-SECEVENT-STATUS = "00"
               PERFORM EXTRACT-NEXT-SECURITY-EVENT UNTIL AT-FILE-EOF
               CLOSE SECURITY-EVENT-FILE
           END-IF.

       EXTRACT-NEXT-SECURITY-EVENT.
           READ SECURITY-EVENT-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ
           IF NOT AT-FILE-EOF
               MOVE SECURITY-EVENT-RECORD TO WS-SECEVENT-REC
               IF SEC-DATE IS NUMERIC
                       AND SEC-DATE >= WS-PERIOD-FROM
                       AND SEC-DATE <= WS-PERIOD-TO
                   MOVE SEC-DATE TO WS-WORK-AMOUNT
                   MOVE SECURITY-EVENT-RECORD TO WS-DETAIL-DATA
                   PERFORM WRITE-PACK-DETAIL
               END-IF
           END-IF.

      *the index document - one line per file with the count and
      *control total its trailer carries
       WRITE-PACK-INDEX.
           MOVE 0 TO WS-INDEX-LINES
           OPEN OUTPUT PACK-INDEX-FILE
           MOVE "EXTERNAL AUDITOR EXTRACT PACK - INDEX"
               TO WS-INDEX-LINE
           PERFORM WRITE-INDEX-LINE
           STRING "PERIOD " DELIMITED BY SIZE
                   WS-PERIOD-FROM DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-PERIOD-TO DELIMITED BY SIZE
                   "   PRODUCED " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RUN-TIME(1:4) DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-INDEX-LINE
           END-STRING
           PERFORM WRITE-INDEX-LINE
           PERFORM WRITE-INDEX-LINE
           MOVE "FILE         CONTENTS                 RECORDS  "
               TO WS-INDEX-LINE
           MOVE "   CONTROL TOTAL" TO WS-INDEX-LINE(47:16)
           PERFORM WRITE-INDEX-LINE
           PERFORM WRITE-NEXT-INDEX-ENTRY
               VARYING WS-PACK-IDX FROM 1 BY 1
               UNTIL WS-PACK-IDX > 7
           PERFORM WRITE-INDEX-LINE
           MOVE WS-PACK-RECORDS TO WS-COUNT-PRINT
           STRING "DETAIL RECORDS IN THE PACK: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-INDEX-LINE
           END-STRING
           PERFORM WRITE-INDEX-LINE
           PERFORM WRITE-INDEX-LINE
           MOVE "EACH FILE OPENS WITH AN H HEADER (FILE CODE, PERIOD,"
               TO WS-INDEX-LINE
           PERFORM WRITE-INDEX-LINE
           MOVE "PRODUCED DATE AND BY) AND CLOSES WITH A T TRAILER"
               TO WS-INDEX-LINE
           PERFORM WRITE-INDEX-LINE
           MOVE "CARRYING ITS D RECORD COUNT AND CONTROL TOTAL, AS"
               TO WS-INDEX-LINE
           PERFORM WRITE-INDEX-LINE
           MOVE "LISTED ABOVE." TO WS-INDEX-LINE
           PERFORM WRITE-INDEX-LINE
           CLOSE PACK-INDEX-FILE.

       WRITE-NEXT-INDEX-ENTRY.
           MOVE WS-PACK-NAME(WS-PACK-IDX) TO IDX-NAME
           MOVE WS-PACK-TITLE(WS-PACK-IDX) TO IDX-TITLE
           MOVE WS-PKR-COUNT(WS-PACK-IDX) TO IDX-COUNT
           IF WS-PKR-TOTAL(WS-PACK-IDX) < 0
               MOVE "-" TO IDX-SIGN
               COMPUTE IDX-TOTAL = 0 - WS-PKR-TOTAL(WS-PACK-IDX)
           ELSE
               MOVE "+" TO IDX-SIGN
               MOVE WS-PKR-TOTAL(WS-PACK-IDX) TO IDX-TOTAL
           END-IF
           MOVE WS-INDEX-DETAIL TO WS-INDEX-LINE
           PERFORM WRITE-INDEX-LINE
           STRING "             CONTROL TOTAL IS THE SUM OF THE "
                       DELIMITED BY SIZE
                   WS-PACK-BASIS(WS-PACK-IDX) DELIMITED BY SIZE
               INTO WS-INDEX-LINE
           END-STRING
           PERFORM WRITE-INDEX-LINE.

       WRITE-INDEX-LINE.
           WRITE PACK-INDEX-RECORD FROM WS-INDEX-LINE
           ADD 1 TO WS-INDEX-LINES
           MOVE SPACES TO WS-INDEX-LINE.

       copy errlog replacing ==:PROGRAM-NAME:== by =="AUDIT_PACK"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy spoolreg.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="AUDIT_PACK"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program audit_pack.
