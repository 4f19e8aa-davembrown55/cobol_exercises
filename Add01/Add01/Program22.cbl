       program-id. Program22 as "Add01.Program22".

      * rate-change impact simulation - before a proposed rate goes
      * into ADD01RTE.DAT, finance keys it into a proposed rate file
      * ADD01RTP.DAT in the same layout, and this run re-prices
      * every rate-based calculation on the transaction master in
      * a keyed date range as if the proposed rates had applied.
      * nothing is posted and no file the books depend on is
      * touched.  the report in ADD01RSM.DAT gives the old result,
      * the new result and the difference for each record, totals
      * per rate code and an overall impact figure in sterling, so
      * the change can be signed off knowing its effect.  the last
      * line for a code on the proposed file is the proposal - its
      * effective date is when it would start, not a limit on the
      * simulation - and a code not on the proposed file is
      * unchanged.  only a calculation stamped with the rate code
      * it was priced from can be re-priced.

       environment division.
       input-output section.
       file-control.
           select transaction-master assign to "ADD01TRX.DAT"
               organization is indexed
               access mode is dynamic
               record key is trx-key
               file status is ws-master-status.
           select proposed-rate-file assign to "ADD01RTP.DAT"
               organization is line sequential
               file status is ws-proposed-status.
           select simulation-report-file assign to "ADD01RSM.DAT"
               organization is line sequential
               file status is ws-report-status.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy spoolsl.
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

       fd  proposed-rate-file.
       01 proposed-rate-record pic x(21).

       fd  simulation-report-file.
       01 simulation-report-record pic x(100).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy spoolfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       copy errmsgs.

       01 ws-master-status pic xx value spaces.
       01 ws-proposed-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-master-eof pic x value "N".
         88 at-master-eof value "Y".
       01 ws-proposed-eof pic x value "N".
         88 at-proposed-eof value "Y".

       copy add01trn.

       copy add01rte.

       01 ws-from-raw pic x(8) value spaces.
       01 ws-to-raw pic x(8) value spaces.
       01 ws-from-date pic 9(8) value 0.
       01 ws-to-date pic 9(8) value 0.

      * the proposal, one line per code, last line wins
       01 ws-proposed-table.
           05 ws-proposed-entry occurs 100 times.
               10 ws-prp-code pic x(6).
               10 ws-prp-rate pic 9(3)v99.
       01 ws-proposed-count pic 9(3) value 0.
       01 ws-proposed-idx pic 9(3) value 0.
       01 ws-proposed-hit pic 9(3) value 0.
       01 ws-wanted-code pic x(6) value spaces.

      * the impact per rate code, in sterling
       01 ws-code-table.
           05 ws-code-entry occurs 100 times.
               10 ws-cde-code pic x(6).
               10 ws-cde-count pic 9(6).
               10 ws-cde-old pic s9(11)v99.
               10 ws-cde-new pic s9(11)v99.
       01 ws-code-count pic 9(3) value 0.
       01 ws-code-idx pic 9(3) value 0.
       01 ws-code-hit pic 9(3) value 0.

       01 ws-new-rate pic 9(3)v99 value 0.
       01 ws-new-result pic s9(7)v99 value 0.
       01 ws-new-remainder pic s9(3)v9(4) value 0.
       01 ws-difference pic s9(7)v99 value 0.
       01 ws-fx-rate pic 9(3)v9(6) value 1.
       01 ws-old-sterling pic s9(9)v99 value 0.
       01 ws-new-sterling pic s9(9)v99 value 0.

       01 ws-read-count pic 9(7) value 0.
       01 ws-rate-based-count pic 9(7) value 0.
       01 ws-changed-count pic 9(7) value 0.
       01 ws-overall-old pic s9(11)v99 value 0.
       01 ws-overall-new pic s9(11)v99 value 0.

       01 ws-count-print pic z(6)9.
       01 ws-total-print pic -(10)9.99.
       01 ws-old-print pic -(10)9.99.
       01 ws-new-print pic -(10)9.99.
       01 ws-report-line pic x(100) value spaces.
       01 ws-line-count pic 9(6) value 0.

       01 ws-detail-line.
           05 dtl-date pic 9(8).
           05 filler pic x value space.
           05 dtl-sequence pic 9(6).
           05 filler pic x value space.
           05 dtl-code pic x(6).
           05 filler pic x value space.
           05 dtl-operation pic x.
           05 filler pic x value space.
           05 dtl-1st-number pic 999.99.
           05 filler pic x value space.
           05 dtl-old-rate pic 999.99.
           05 filler pic x value space.
           05 dtl-new-rate pic 999.99.
           05 filler pic x(2) value spaces.
           05 dtl-old-result pic -(6)9.99.
           05 filler pic x value space.
           05 dtl-new-result pic -(6)9.99.
           05 filler pic x value space.
           05 dtl-difference pic -(6)9.99.
           05 filler pic x value space.
           05 dtl-currency pic x(3).
           05 filler pic x value space.
           05 dtl-type pic x.

      * shared suite-wide audit trail
       copy auditws.
       01 ws-outcome pic x(20) value spaces.

      * shared print-spool registration
       copy spoolws.

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
       perform load-proposed-rates
       if ws-proposed-count = 0
           display "Error! No proposed rates in ADD01RTP.DAT - "
               "there is nothing to simulate."
           move "NO PROPOSAL" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform get-from-date
       perform get-to-date
       open input transaction-master
       if ws-master-status not = "00"
           display "Error! Cannot open the transaction master."
           move "FAILED FILE OPEN" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       open output simulation-report-file
       perform write-report-header
       perform position-at-from-date
       perform simulate-next-record
       close transaction-master
       perform write-report-totals
       close simulation-report-file
       move "ADD01RSM.DAT" to SPL-NAME
       compute SPL-PAGES = ws-line-count / 60 + 1
       perform REGISTER-SPOOL-REPORT
       compute ws-total-print = ws-overall-new - ws-overall-old
       display "Simulation written to ADD01RSM.DAT - overall "
           "impact " ws-total-print " sterling."
       move "COMPLETED" to ws-outcome
       perform write-suite-audit
       close audit-log-file
       goback.

       load-proposed-rates.
           move 0 to ws-proposed-count
           move "N" to ws-proposed-eof
           open input proposed-rate-file
           if ws-proposed-status = "00"
               perform load-next-proposed-rate
               close proposed-rate-file
           end-if.

       load-next-proposed-rate.
           read proposed-rate-file
               at end move "Y" to ws-proposed-eof
           end-read

           if not at-proposed-eof
               move proposed-rate-record to WS-RATE-TABLE-REC
               if WRTE-CODE not = spaces and WRTE-RATE is numeric
                   move WRTE-CODE to ws-wanted-code
                   perform find-proposed-rate
                   if ws-proposed-hit = 0 and ws-proposed-count < 100
                       add 1 to ws-proposed-count
                       move ws-proposed-count to ws-proposed-hit
                       move WRTE-CODE to ws-prp-code(ws-proposed-hit)
                   end-if
                   if ws-proposed-hit > 0
                       move WRTE-RATE to ws-prp-rate(ws-proposed-hit)
                   end-if
               end-if
               perform load-next-proposed-rate
           end-if.

       find-proposed-rate.
           move 0 to ws-proposed-hit
           perform match-next-proposed-rate
               varying ws-proposed-idx from 1 by 1
               until ws-proposed-idx > ws-proposed-count.

       match-next-proposed-rate.
           if ws-prp-code(ws-proposed-idx) = ws-wanted-code
               move ws-proposed-idx to ws-proposed-hit
           end-if.

       get-from-date.
           display "Enter the first business date to re-price "
               "(YYYYMMDD): "
           accept ws-from-raw
           if ws-from-raw is not numeric
               display ERRMSG-NOT-NUMERIC
               move "E002" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-from-date
           else
               move ws-from-raw to ws-from-date
           end-if.

       get-to-date.
           display "Enter the last business date to re-price "
               "(YYYYMMDD): "
           accept ws-to-raw
           if ws-to-raw is not numeric
               display ERRMSG-NOT-NUMERIC
               move "E002" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-to-date
           else
               move ws-to-raw to ws-to-date
               if ws-to-date < ws-from-date
                   display "Error! The last date is before the "
                       "first."
                   perform get-to-date
               end-if
           end-if.

       position-at-from-date.
           move ws-from-date to trx-date
           move 0 to trx-sequence
           start transaction-master key is not less than trx-key
               invalid key move "Y" to ws-master-eof
           end-start.

       simulate-next-record.
           if not at-master-eof
               read transaction-master next record
                   at end move "Y" to ws-master-eof
               end-read
               if not at-master-eof
                   if trx-date > ws-to-date
                       move "Y" to ws-master-eof
                   else
                       add 1 to ws-read-count
                       move trx-record to WS-TRANSACTION-REC
                       if WSTR-RATE-CODE not = spaces
                               and WSTR-RECORD-TYPE not = "I"
                           perform reprice-current-record
                       end-if
                       perform simulate-next-record
                   end-if
               end-if
           end-if.

       reprice-current-record.
           add 1 to ws-rate-based-count
           move WSTR-RATE-CODE to ws-wanted-code
           perform find-proposed-rate
           if ws-proposed-hit > 0
               move ws-prp-rate(ws-proposed-hit) to ws-new-rate
           else
               move WSTR-2ND-NUMBER to ws-new-rate
           end-if
           perform work-out-new-result
           compute ws-difference = ws-new-result - WSTR-RESULT
           if ws-difference not = 0
               add 1 to ws-changed-count
           end-if
      * the impact is stated in sterling at the rate the original
      * was converted at, so a foreign-currency calculation moves
      * the books by what it would really have moved them by
           if WSTR-FX-RATE is numeric and WSTR-FX-RATE > 0
               move WSTR-FX-RATE to ws-fx-rate
           else
               move 1 to ws-fx-rate
           end-if
           if WSTR-STERLING is numeric
               move WSTR-STERLING to ws-old-sterling
           else
               move WSTR-RESULT to ws-old-sterling
           end-if
           compute ws-new-sterling rounded = ws-new-result * ws-fx-rate
           add ws-old-sterling to ws-overall-old
           add ws-new-sterling to ws-overall-new
           perform tally-rate-code
           perform write-detail-line.

      * the calculator's own arithmetic, divide rounding and all; a
      * void carries the negation of what it reverses
       work-out-new-result.
           move 0 to ws-new-result
           move 0 to ws-new-remainder
           evaluate WSTR-OPERATION
               when "+"
                   compute ws-new-result = WSTR-1ST-NUMBER + ws-new-rate
               when "-"
                   compute ws-new-result = WSTR-1ST-NUMBER - ws-new-rate
               when "*"
                   compute ws-new-result = WSTR-1ST-NUMBER * ws-new-rate
               when "/"
                   if ws-new-rate = 0
                       move WSTR-RESULT to ws-new-result
                   else
                       divide WSTR-1ST-NUMBER by ws-new-rate
                           giving ws-new-result
                           remainder ws-new-remainder
                       if ws-new-remainder * 200 >= ws-new-rate
                           add 0.01 to ws-new-result
                       end-if
                   end-if
               when other
                   move WSTR-RESULT to ws-new-result
           end-evaluate
           if WSTR-RECORD-TYPE = "V"
               compute ws-new-result = 0 - ws-new-result
           end-if.

       tally-rate-code.
           move 0 to ws-code-hit
           perform match-next-rate-code
               varying ws-code-idx from 1 by 1
               until ws-code-idx > ws-code-count
           if ws-code-hit = 0 and ws-code-count < 100
               add 1 to ws-code-count
               move ws-code-count to ws-code-hit
               move WSTR-RATE-CODE to ws-cde-code(ws-code-hit)
               move 0 to ws-cde-count(ws-code-hit)
               move 0 to ws-cde-old(ws-code-hit)
               move 0 to ws-cde-new(ws-code-hit)
           end-if
           if ws-code-hit > 0
               add 1 to ws-cde-count(ws-code-hit)
               add ws-old-sterling to ws-cde-old(ws-code-hit)
               add ws-new-sterling to ws-cde-new(ws-code-hit)
           end-if.

       match-next-rate-code.
           if ws-cde-code(ws-code-idx) = WSTR-RATE-CODE
               move ws-code-idx to ws-code-hit
           end-if.

       write-report-header.
           move spaces to ws-report-line
           string "ADD01 RATE-CHANGE IMPACT SIMULATION  DATES "
                   delimited by size
                   ws-from-raw delimited by size
                   " TO " delimited by size
                   ws-to-raw delimited by size
                   "  NOTHING POSTED" delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           string "DATE     SEQ    CODE   OP  AMOUNT OLD RT NEW RT"
                   delimited by size
                   "   OLD RESULT  NEW RESULT  DIFFERENCE CCY T"
                   delimited by size
               into ws-report-line
           end-string
           perform write-report-line.

       write-detail-line.
           move trx-date to dtl-date
           move trx-sequence to dtl-sequence
           move WSTR-RATE-CODE to dtl-code
           move WSTR-OPERATION to dtl-operation
           move WSTR-1ST-NUMBER to dtl-1st-number
           move WSTR-2ND-NUMBER to dtl-old-rate
           move ws-new-rate to dtl-new-rate
           move WSTR-RESULT to dtl-old-result
           move ws-new-result to dtl-new-result
           move ws-difference to dtl-difference
           if WSTR-CURRENCY = spaces
               move "GBP" to dtl-currency
           else
               move WSTR-CURRENCY to dtl-currency
           end-if
           move WSTR-RECORD-TYPE to dtl-type
           move ws-detail-line to ws-report-line
           perform write-report-line.

       write-report-totals.
           move "TOTALS PER RATE CODE (STERLING)" to ws-report-line
           perform write-report-line
           perform write-code-total
               varying ws-code-idx from 1 by 1
               until ws-code-idx > ws-code-count
           move ws-read-count to ws-count-print
           move spaces to ws-report-line
           string "RECORDS IN RANGE.......: " delimited by size
                   ws-count-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-rate-based-count to ws-count-print
           move spaces to ws-report-line
           string "RATE-BASED RE-PRICED...: " delimited by size
                   ws-count-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-changed-count to ws-count-print
           move spaces to ws-report-line
           string "RESULTS THAT CHANGE....: " delimited by size
                   ws-count-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-overall-old to ws-old-print
           move ws-overall-new to ws-new-print
           compute ws-total-print = ws-overall-new - ws-overall-old
           move spaces to ws-report-line
           string "OVERALL  OLD: " delimited by size
                   ws-old-print delimited by size
                   "  NEW: " delimited by size
                   ws-new-print delimited by size
                   "  IMPACT: " delimited by size
                   ws-total-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line.

       write-code-total.
           move ws-cde-count(ws-code-idx) to ws-count-print
           move ws-cde-old(ws-code-idx) to ws-old-print
           move ws-cde-new(ws-code-idx) to ws-new-print
           compute ws-total-print = ws-cde-new(ws-code-idx)
               - ws-cde-old(ws-code-idx)
           move spaces to ws-report-line
           string "  " delimited by size
                   ws-cde-code(ws-code-idx) delimited by size
                   "  COUNT: " delimited by size
                   ws-count-print delimited by size
                   "  OLD: " delimited by size
                   ws-old-print delimited by size
                   "  NEW: " delimited by size
                   ws-new-print delimited by size
                   "  DIFF: " delimited by size
                   ws-total-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line.

       write-report-line.
           write simulation-report-record from ws-report-line
           add 1 to ws-line-count.

       copy errlog replacing ==:PROGRAM-NAME:== by =="ADD01_RTSIM"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="ADD01_RTSIM"==
           ==:OUTCOME-FIELD:== BY ==ws-outcome==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program Program22.
