       program-id. Program20 as "Add01.Program20".

      * independent re-check of the sampled calculations - the
      * nightly sampling pass queues a share of each business date
      * in ADD01RCQ.DAT, and here a second operator works through
      * the open items.  the item's date, sequence and operation
      * are shown, but never the original amounts or result: the
      * checker re-keys both operands from the source document and
      * the result is worked out afresh by the calculator's own
      * rules, then compared with the original on the master.  the
      * operator stamped on the original can never check it.  the
      * checker's ID, the date and what was keyed are recorded on
      * the queue, and the discrepancy report lists every re-check
      * that did not agree, for internal audit.

       environment division.
       input-output section.
       file-control.
           select transaction-master assign to "ADD01TRX.DAT"
               organization is indexed
               access mode is dynamic
               record key is trx-key
               file status is ws-master-status.
           select discrepancy-report-file assign to "ADD01RCR.DAT"
               organization is line sequential
               file status is ws-report-status.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy rcqsel.
           copy procdtsl.
           copy opersel.
           copy spoolsl.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy helpsel.
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

       fd  discrepancy-report-file.
       01 discrepancy-report-record pic x(100).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy rcqfd.

       copy procdtfd.

       fd  operator-file.
       copy operfd.

       copy spoolfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy helpfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       copy errmsgs.

       01 ws-master-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.

       copy add01trn.

      * shared Add01 re-check queue
       copy rcqws.

      * shared processing date
       copy procdtws.

      * the whole queue is carried in memory and written back after
      * each check, the same way the cost-centre master is kept
       01 ws-queue-table.
           05 ws-queue-entry pic x(90) occurs 3000 times.
       01 ws-queue-count pic 9(4) value 0.
       01 ws-queue-idx pic 9(4) value 0.
       01 ws-queue-hit pic 9(4) value 0.

       01 ws-function-pick pic x value spaces.
       01 ws-open-count pic 9(4) value 0.
       01 ws-own-count pic 9(4) value 0.

      * what the checker keys
       01 ws-amount-raw pic x(7) value spaces.
       01 ws-amount-value pic s9(5)v99 value 0.
       01 ws-check-1st pic 9(3)v99 value 0.
       01 ws-check-2nd pic 9(3)v99 value 0.
       01 ws-check-result pic s9(7)v99 value 0.
       01 ws-check-remainder pic s9(3)v9(4) value 0.
       01 ws-check-error pic x value "N".
         88 check-calc-error value "Y".

       01 ws-op-name pic x(8) value spaces.

       01 ws-display-line.
           05 dsp-date pic 9(8).
           05 filler pic x value space.
           05 dsp-sequence pic 9(6).
           05 filler pic x value space.
           05 dsp-status pic x(7).
           05 filler pic x value space.
           05 dsp-selection pic x(9).
           05 filler pic x value space.
           05 dsp-keyed-by pic x(10).
           05 filler pic x value space.
           05 dsp-checker pic x(10).
           05 filler pic x value space.
           05 dsp-outcome pic x(11).

      * discrepancy report - the original beside the re-check
       01 ws-report-line pic x(100) value spaces.
       01 ws-discrepancy-line.
           05 rdl-date pic 9(8).
           05 filler pic x value space.
           05 rdl-sequence pic 9(6).
           05 filler pic x value space.
           05 rdl-operation pic x.
           05 filler pic x(2) value spaces.
           05 rdl-orig-1st pic 999.99.
           05 filler pic x value space.
           05 rdl-orig-2nd pic 999.99.
           05 filler pic x value space.
           05 rdl-orig-result pic -(6)9.99.
           05 filler pic x(2) value spaces.
           05 rdl-check-1st pic 999.99.
           05 filler pic x value space.
           05 rdl-check-2nd pic 999.99.
           05 filler pic x value space.
           05 rdl-check-result pic -(6)9.99.
           05 filler pic x(2) value spaces.
           05 rdl-keyed-by pic x(10).
           05 filler pic x value space.
           05 rdl-checker pic x(10).
           05 filler pic x value space.
           05 rdl-check-date pic 9(8).
       01 ws-sampled-total pic 9(6) value 0.
       01 ws-checked-total pic 9(6) value 0.
       01 ws-matched-total pic 9(6) value 0.
       01 ws-discrepancy-total pic 9(6) value 0.
       01 ws-count-print pic z(5)9.
       01 ws-line-count pic 9(6) value 0.

      * shared suite-wide audit trail
       copy auditws.
       01 ws-outcome pic x(20) value spaces.

      * shared print-spool registration
       copy spoolws.

      * shared operator sign-on
       copy opsignws.
      * shared context-sensitive help
       copy helpws.

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
      * a trainee does not key live calculations, so cannot vouch
      * for one either
       if ROLE-TRAINEE
           display "Error! Re-checking is restricted to operators "
               "and supervisors."
           move "DENIED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform GET-PROCESSING-DATE
       open input transaction-master
       if ws-master-status not = "00"
           display "Error! Cannot open the transaction master."
           move "FAILED FILE OPEN" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform load-queue-table
       perform get-function.

       exit-program-para.
           close transaction-master
           move "COMPLETED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           goback.

       load-queue-table.
           move 0 to ws-queue-count
           move "N" to WS-RCQ-EOF
           open input recheck-queue-file
           if WS-RCQ-STATUS = "00"
               perform load-next-queue-item
               close recheck-queue-file
           end-if.

       load-next-queue-item.
           read recheck-queue-file
               at end move "Y" to WS-RCQ-EOF
           end-read
           if not AT-RCQ-EOF
               if ws-queue-count < 3000
                   add 1 to ws-queue-count
                   move RECHECK-QUEUE-RECORD
                       to ws-queue-entry(ws-queue-count)
               else
                   display "Error! The re-check queue holds more "
                       "items than can be loaded - the newest are "
                       "not shown."
                   move "Y" to WS-RCQ-EOF
               end-if
               perform load-next-queue-item
           end-if.

       save-queue-table.
           open output recheck-queue-file
           perform save-next-queue-item
               varying ws-queue-idx from 1 by 1
               until ws-queue-idx > ws-queue-count
           close recheck-queue-file.

       save-next-queue-item.
           write RECHECK-QUEUE-RECORD
               from ws-queue-entry(ws-queue-idx).

       get-function.
           display " "
           display "ADD01 INDEPENDENT RE-CHECK"
           display "L LIST THE RE-CHECK QUEUE"
           display "C RE-CHECK THE NEXT OPEN ITEM"
           display "R PRODUCE THE DISCREPANCY REPORT"
           display "X EXIT"
           accept ws-function-pick
           move function upper-case(ws-function-pick)
               to ws-function-pick

           evaluate ws-function-pick
               when "L"
                   perform list-queue
               when "C"
                   perform recheck-next-item
               when "R"
                   perform produce-discrepancy-report
               when "X"
                   perform exit-program-para
               when other
                   display ERRMSG-GENERIC
                   move "E001" to WS-ERROR-CODE
                   perform LOG-ERROR-EVENT
           end-evaluate
           perform get-function.

       list-queue.
           if ws-queue-count = 0
               display "Nothing has been queued for re-check."
           end-if
           perform list-next-queue-item
               varying ws-queue-idx from 1 by 1
               until ws-queue-idx > ws-queue-count.

       list-next-queue-item.
           move ws-queue-entry(ws-queue-idx) to WS-RECHECK-QUEUE-REC
           move RCQ-DATE to dsp-date
           move RCQ-SEQUENCE to dsp-sequence
           if RCQ-OPEN
               move "OPEN" to dsp-status
               move spaces to dsp-outcome
           else
               move "CHECKED" to dsp-status
               if RCQ-MATCHED
                   move "AGREED" to dsp-outcome
               else
                   move "DISCREPANCY" to dsp-outcome
               end-if
           end-if
           if RCQ-MANDATORY
               move "MANDATORY" to dsp-selection
           else
               move "SAMPLED" to dsp-selection
           end-if
           move RCQ-KEYED-BY to dsp-keyed-by
           move RCQ-CHECKER to dsp-checker
           display ws-display-line.

      * the first open item this operator did not key - their own
      * work is skipped, however far down the queue it sits
       recheck-next-item.
           move 0 to ws-queue-hit
           move 0 to ws-own-count
           perform find-next-open-item
               varying ws-queue-idx from 1 by 1
               until ws-queue-idx > ws-queue-count
                   or ws-queue-hit > 0
           if ws-queue-hit = 0
               if ws-own-count > 0
                   display "The only open items are calculations "
                       "you keyed yourself - another operator "
                       "must check them."
               else
                   display "No open items are waiting for re-check."
               end-if
           else
               perform check-queued-item
           end-if.

       find-next-open-item.
           move ws-queue-entry(ws-queue-idx) to WS-RECHECK-QUEUE-REC
           if RCQ-OPEN
               if RCQ-KEYED-BY = WS-OPERATOR-ID
                   add 1 to ws-own-count
               else
                   move ws-queue-idx to ws-queue-hit
               end-if
           end-if.

       check-queued-item.
           move ws-queue-entry(ws-queue-hit) to WS-RECHECK-QUEUE-REC
           move RCQ-DATE to trx-date
           move RCQ-SEQUENCE to trx-sequence
           read transaction-master
               invalid key
                   display "Error! Item " RCQ-DATE " " RCQ-SEQUENCE
                       " is no longer on the master."
               not invalid key
                   move trx-record to WS-TRANSACTION-REC
      * the master is the authority on who keyed it - the queue
      * copy is only there to skip the operator's own items fast
                   if WSTR-OPERATOR = WS-OPERATOR-ID
                       display "Error! You keyed this calculation "
                           "and cannot re-check it."
                   else
                       perform rekey-and-compare
                   end-if
           end-read.

       rekey-and-compare.
           evaluate WSTR-OPERATION
               when "+" move "ADD" to ws-op-name
               when "-" move "SUBTRACT" to ws-op-name
               when "*" move "MULTIPLY" to ws-op-name
               when "/" move "DIVIDE" to ws-op-name
               when other move WSTR-OPERATION to ws-op-name
           end-evaluate
           display " "
           display "RE-CHECK ITEM  DATE: " RCQ-DATE
               "  SEQUENCE: " RCQ-SEQUENCE
               "  OPERATION: " ws-op-name
           display "Key the amounts from the source document."
           perform get-check-1st
           perform get-check-2nd
           perform work-out-check-result
           move WS-OPERATOR-ID to RCQ-CHECKER
           move WS-PROCESS-DATE to RCQ-CHECK-DATE
           move ws-check-1st to RCQ-1ST-NUMBER
           move ws-check-2nd to RCQ-2ND-NUMBER
           move ws-check-result to RCQ-RESULT
           move "C" to RCQ-STATUS
           if not check-calc-error
                   and ws-check-1st = WSTR-1ST-NUMBER
                   and ws-check-2nd = WSTR-2ND-NUMBER
                   and ws-check-result = WSTR-RESULT
               move "M" to RCQ-OUTCOME
               display "Re-check AGREES with the original."
           else
               move "D" to RCQ-OUTCOME
               display "Re-check DOES NOT AGREE with the original - "
                   "it will appear on the discrepancy report."
           end-if
           move WS-RECHECK-QUEUE-REC to ws-queue-entry(ws-queue-hit)
           perform save-queue-table
           move spaces to ws-outcome
           string "* RCHK " delimited by size
                   RCQ-SEQUENCE delimited by size
                   " " delimited by size
                   RCQ-OUTCOME delimited by size
               into ws-outcome
           end-string
           perform write-suite-audit.

       get-check-1st.
           display "Enter the first amount: "
           perform accept-check-amount
           if ws-amount-value < 0
               perform get-check-1st
           else
               move ws-amount-value to ws-check-1st
           end-if.

       get-check-2nd.
           display "Enter the second amount: "
           perform accept-check-amount
           if ws-amount-value < 0
               perform get-check-2nd
           else
               move ws-amount-value to ws-check-2nd
           end-if.

      * a bad entry comes back negative so the caller asks again
       accept-check-amount.
           move spaces to ws-amount-raw
           accept ws-amount-raw
           move -1 to ws-amount-value
           evaluate true
               when ws-amount-raw = spaces
                   display ERRMSG-NOTHING-ENTERED
                   move "E003" to WS-ERROR-CODE
                   perform LOG-ERROR-EVENT
               when function test-numval(ws-amount-raw) not = 0
                   display ERRMSG-NOT-NUMERIC
                   move "E002" to WS-ERROR-CODE
                   perform LOG-ERROR-EVENT
               when other
                   compute ws-amount-value =
                       function numval(ws-amount-raw)
                       on size error move -1 to ws-amount-value
                   end-compute
                   if ws-amount-value < 0 or ws-amount-value > 999.99
                       display "Error! Enter an amount from 0 to "
                           "999.99."
                       move -1 to ws-amount-value
                   end-if
           end-evaluate.

      * the calculator's own rules, divide rounding and all - a void
      * carries the negation of the result it reverses
       work-out-check-result.
           move "N" to ws-check-error
           move 0 to ws-check-result
           move 0 to ws-check-remainder
           evaluate WSTR-OPERATION
               when "+"
                   compute ws-check-result = ws-check-1st + ws-check-2nd
               when "-"
                   compute ws-check-result = ws-check-1st - ws-check-2nd
               when "*"
                   compute ws-check-result = ws-check-1st * ws-check-2nd
               when "/"
                   if ws-check-2nd = 0
                       move "Y" to ws-check-error
                   else
                       divide ws-check-1st by ws-check-2nd
                           giving ws-check-result
                           remainder ws-check-remainder
                       if ws-check-remainder * 200 >= ws-check-2nd
                           add 0.01 to ws-check-result
                       end-if
                   end-if
               when other
                   move "Y" to ws-check-error
           end-evaluate
           if WSTR-RECORD-TYPE = "V"
               compute ws-check-result = 0 - ws-check-result
           end-if.

       produce-discrepancy-report.
           move 0 to ws-sampled-total
           move 0 to ws-checked-total
           move 0 to ws-matched-total
           move 0 to ws-discrepancy-total
           move 0 to ws-line-count
           open output discrepancy-report-file
           move spaces to ws-report-line
           string "ADD01 RE-CHECK DISCREPANCY REPORT  RUN DATE: "
                   delimited by size
                   WS-PROCESS-DATE delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           string "DATE     SEQ    OP  ORIGINAL AMOUNTS AND RESULT"
                   delimited by size
                   "     RE-CHECKED AMOUNTS AND RESULT  KEYED BY"
                   delimited by size
                   "   CHECKED BY CHECKED" delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           perform report-next-queue-item
               varying ws-queue-idx from 1 by 1
               until ws-queue-idx > ws-queue-count
           if ws-discrepancy-total = 0
               move "NO DISCREPANCIES FOUND" to ws-report-line
               perform write-report-line
           end-if
           move ws-sampled-total to ws-count-print
           move spaces to ws-report-line
           string "ITEMS QUEUED........: " delimited by size
                   ws-count-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-checked-total to ws-count-print
           move spaces to ws-report-line
           string "ITEMS RE-CHECKED....: " delimited by size
                   ws-count-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-matched-total to ws-count-print
           move spaces to ws-report-line
           string "AGREED..............: " delimited by size
                   ws-count-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-discrepancy-total to ws-count-print
           move spaces to ws-report-line
           string "DISCREPANCIES.......: " delimited by size
                   ws-count-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           compute ws-count-print = ws-sampled-total - ws-checked-total
           move spaces to ws-report-line
           string "STILL OPEN..........: " delimited by size
                   ws-count-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           close discrepancy-report-file
           move "ADD01RCR.DAT" to SPL-NAME
           compute SPL-PAGES = ws-line-count / 60 + 1
           perform REGISTER-SPOOL-REPORT
           move ws-discrepancy-total to ws-count-print
           display "Discrepancy report written to ADD01RCR.DAT - "
               ws-count-print " discrepancies.".

       report-next-queue-item.
           move ws-queue-entry(ws-queue-idx) to WS-RECHECK-QUEUE-REC
           add 1 to ws-sampled-total
           if RCQ-CHECKED
               add 1 to ws-checked-total
               if RCQ-MATCHED
                   add 1 to ws-matched-total
               else
                   add 1 to ws-discrepancy-total
                   perform write-discrepancy-line
               end-if
           end-if.

       write-discrepancy-line.
           move RCQ-DATE to trx-date
           move RCQ-SEQUENCE to trx-sequence
           move spaces to WS-TRANSACTION-REC
           read transaction-master
               invalid key
                   move 0 to WSTR-1ST-NUMBER
                   move 0 to WSTR-2ND-NUMBER
                   move 0 to WSTR-RESULT
               not invalid key
                   move trx-record to WS-TRANSACTION-REC
           end-read
           move RCQ-DATE to rdl-date
           move RCQ-SEQUENCE to rdl-sequence
           move WSTR-OPERATION to rdl-operation
           move WSTR-1ST-NUMBER to rdl-orig-1st
           move WSTR-2ND-NUMBER to rdl-orig-2nd
           move WSTR-RESULT to rdl-orig-result
           move RCQ-1ST-NUMBER to rdl-check-1st
           move RCQ-2ND-NUMBER to rdl-check-2nd
           move RCQ-RESULT to rdl-check-result
           move RCQ-KEYED-BY to rdl-keyed-by
           move RCQ-CHECKER to rdl-checker
           move RCQ-CHECK-DATE to rdl-check-date
           move ws-discrepancy-line to ws-report-line
           perform write-report-line.

       write-report-line.
           write discrepancy-report-record from ws-report-line
           add 1 to ws-line-count.

       copy errlog replacing ==:PROGRAM-NAME:== by =="ADD01_RECHK"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="ADD01_RECHK"==
           ==:OUTCOME-FIELD:== BY ==ws-outcome==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy procdate.

       copy helpp.

       copy opsignon.

       end program Program20.
