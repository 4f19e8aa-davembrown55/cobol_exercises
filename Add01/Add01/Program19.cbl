       program-id. Program19 as "Add01.Program19".

      * nightly re-check sampling - internal audit wants to see that
      * someone other than the keying operator checks a share of
      * each day's calculations.  this pass reads the business
      * date's records off the indexed master, draws the configured
      * percentage of them at random (ADD01-SAMPLE-PCT, ten per
      * cent when it is not set), always takes every approval and
      * every void whatever the draw, and queues them as open items
      * in ADD01RCQ.DAT for the re-check screen.  intermediate steps
      * of a multi-step record are not calculations anyone keyed,
      * so they are never drawn.  a date already sampled is left
      * alone, so a rerun of the stream does not queue it twice.

       environment division.
       input-output section.
       file-control.
           select transaction-master assign to "ADD01TRX.DAT"
               organization is indexed
               access mode is dynamic
               record key is trx-key
               file status is ws-master-status.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy rcqsel.
           copy procdtsl.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.

       data division.
       file section.
       fd  transaction-master.
       01 transaction-master-record.
           05 trx-key.
               10 trx-date pic 9(8).
               10 trx-sequence pic 9(6).
           05 trx-record pic x(120).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy rcqfd.

       copy procdtfd.

       fd  operator-file.
       copy operfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       copy errmsgs.

       01 ws-master-status pic xx value spaces.
       01 ws-master-eof pic x value "N".
         88 at-master-eof value "Y".

       copy add01trn.

      * shared Add01 re-check queue
       copy rcqws.

      * shared processing date
       copy procdtws.

       01 ws-business-date pic 9(8) value 0.
       01 ws-already-sampled pic x value "N".
         88 date-already-sampled value "Y".

       01 ws-sample-pct pic 9(3) value 10.
       01 ws-sample-seed pic 9(8) value 0.
       01 ws-sample-draw pic 9v9(6) value 0.

       01 ws-read-count pic 9(6) value 0.
       01 ws-sampled-count pic 9(6) value 0.
       01 ws-mandatory-count pic 9(6) value 0.
       01 ws-count-print pic z(5)9.

      * shared suite-wide audit trail
       copy auditws.
       01 ws-outcome pic x(20) value spaces.

      * shared operator sign-on
       copy opsignws.

      *shared sign-on bulletin data
       copy bltnws.

      *shared per-program entitlements
       copy entlws.

      *central suite configuration
       copy cfgws.

       procedure division.
       perform sign-on-operator.
       perform open-suite-audit-log.
       move "STARTED" to ws-outcome.
       perform write-suite-audit.
       perform SHOW-SIGNON-BULLETINS.
       move "ADD01" TO WS-ENTL-PROGRAM.
       perform CHECK-PROGRAM-ENTITLEMENT.
       if ENTITLEMENT-DENIED
           display "ERROR! YOU ARE NOT ENTITLED TO RUN "
               "THIS PROGRAM."
           move "DENIED ENTITLEMENT" TO WS-OUTCOME
           perform WRITE-SUITE-AUDIT
           close AUDIT-LOG-FILE
           move 8 TO RETURN-CODE
           goback
       end-if.
      * the sample is an audit control - only a supervisor runs it,
      * the same as the batch it samples
       if not ROLE-SUPERVISOR
           display "Error! The re-check sampling pass is restricted "
               "to supervisors."
           move "DENIED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform GET-PROCESSING-DATE
       move WS-PROCESS-DATE to ws-business-date
       perform load-sample-percentage
       perform check-date-sampled
       if date-already-sampled
           display "Business date " ws-business-date " has already "
               "been sampled - nothing queued."
           move "ALREADY SAMPLED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 4 to return-code
           goback
       end-if
       open input transaction-master
       if ws-master-status not = "00"
           display "Error! Cannot open the transaction master."
           move "FAILED FILE OPEN" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       open extend recheck-queue-file
       if WS-RCQ-STATUS = "35"
           open output recheck-queue-file
       end-if
      * seeded from the clock so no one can tell in advance which
      * calculations will be drawn
       accept ws-sample-seed from time
       compute ws-sample-draw = function random(ws-sample-seed)
       perform position-at-date
       perform sample-next-record
       close transaction-master
       close recheck-queue-file
       move ws-read-count to ws-count-print
       display "RECORDS FOR " ws-business-date ": " ws-count-print
       move ws-mandatory-count to ws-count-print
       display "APPROVALS AND VOIDS QUEUED: " ws-count-print
       move ws-sampled-count to ws-count-print
       display "RANDOM SAMPLE QUEUED......: " ws-count-print
       move "COMPLETED" to ws-outcome
       perform write-suite-audit
       close audit-log-file
       goback.

       load-sample-percentage.
           move "ADD01-SAMPLE-PCT" to WS-CFG-WANTED-NAME
           perform GET-NUMERIC-PARAMETER
           if CONFIG-NUMERIC and WS-CFG-VALUE-NUM <= 100
               move WS-CFG-VALUE-NUM to ws-sample-pct
           end-if.

       check-date-sampled.
           move "N" to ws-already-sampled
           move "N" to WS-RCQ-EOF
           open input recheck-queue-file
           if WS-RCQ-STATUS = "00"
               perform scan-next-queue-item
               close recheck-queue-file
           end-if.

       scan-next-queue-item.
           read recheck-queue-file
               at end move "Y" to WS-RCQ-EOF
           end-read
           if not AT-RCQ-EOF
               move RECHECK-QUEUE-RECORD to WS-RECHECK-QUEUE-REC
               if RCQ-DATE = ws-business-date
                   move "Y" to ws-already-sampled
               else
                   perform scan-next-queue-item
               end-if
           end-if.

       position-at-date.
           move ws-business-date to trx-date
           move 0 to trx-sequence
           start transaction-master key is not less than trx-key
               invalid key move "Y" to ws-master-eof
           end-start.

       sample-next-record.
           if not at-master-eof
               read transaction-master next record
                   at end move "Y" to ws-master-eof
               end-read
               if not at-master-eof
                   if trx-date = ws-business-date
                       perform sample-current-record
                       perform sample-next-record
                   else
                       move "Y" to ws-master-eof
                   end-if
               end-if
           end-if.

       sample-current-record.
           move trx-record to WS-TRANSACTION-REC
           evaluate WSTR-RECORD-TYPE
               when "I"
                   continue
               when "A"
               when "V"
                   add 1 to ws-read-count
                   move "M" to RCQ-SELECTION
                   perform queue-current-record
                   add 1 to ws-mandatory-count
               when other
                   add 1 to ws-read-count
                   compute ws-sample-draw = function random
                   if ws-sample-draw * 100 < ws-sample-pct
                       move "S" to RCQ-SELECTION
                       perform queue-current-record
                       add 1 to ws-sampled-count
                   end-if
           end-evaluate.

       queue-current-record.
           move trx-date to RCQ-DATE
           move trx-sequence to RCQ-SEQUENCE
           move "O" to RCQ-STATUS
           move WSTR-OPERATOR to RCQ-KEYED-BY
           move spaces to RCQ-CHECKER
           move 0 to RCQ-CHECK-DATE
           move 0 to RCQ-1ST-NUMBER
           move 0 to RCQ-2ND-NUMBER
           move 0 to RCQ-RESULT
           move space to RCQ-OUTCOME
           write RECHECK-QUEUE-RECORD from WS-RECHECK-QUEUE-REC.

       copy errlog replacing ==:PROGRAM-NAME:== by =="ADD01_SAMPL"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="ADD01_SAMPL"==
           ==:OUTCOME-FIELD:== BY ==ws-outcome==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy procdate.

       copy opsignon.

       end program Program19.
