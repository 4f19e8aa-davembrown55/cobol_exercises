      * written to the reconciliation report file with each source's
      * count and total and an IN BALANCE / OUT OF BALANCE verdict
      * per leg, so the nightly stream can run this unattended.
      * every total is in sterling, with a per-currency subtotal of
      * the day's log beneath the per-operator lines.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-batch-out-status.
           select accumulator-file assign to "ADD01ACC.DAT"
               organization is indexed
               access mode is dynamic
               record key is acc-key-date
               file status is ws-accum-status.
           select recon-report-file assign to "ADD01REC.DAT"
               organization is line sequential
       data division.
       file section.
       fd  transaction-file.
       01 transaction-record pic x(120).

       fd  batch-output-file.
       01 batch-output-record pic x(56).

       fd  accumulator-file.
       01 accumulator-record.
           05 acc-key-date pic 9(8).
           05 filler pic x(13).

       fd  recon-report-file.
       01 recon-report-record pic x(70).

       fd  pending-review-file.
       01 pending-review-record pic x(103).

       fd  review-reject-file.
       01 review-reject-record pic x(96).

       fd  audit-log-file.
       01 audit-log-record pic x(80).
           05 wprj-date pic 9(8).
           05 filler pic x value space.
           05 wprj-rejected-by pic x(10).
      * the pending record's cost centre rides at the end, so a
      * rejected entry written before cost-centre coding existed
      * still lines up
           05 filler pic x value space.
           05 wprj-cost-centre pic x(6).
           05 filler pic x value space.
           05 wprj-currency pic x(3).
           05 filler pic x value space.
           05 wprj-sterling pic s9(7)v99 sign leading separate.
       01 ws-batch-count pic 9(7) value 0.
       01 ws-batch-total pic s9(9)v99 value 0.
       01 ws-acc-total pic s9(9)v99 value 0.
       01 ws-oper-hit pic 9(3) value 0.
       01 ws-oper-wanted pic x(11) value spaces.

      * every control total above is in sterling; a record logged
      * before currencies were carried is sterling already.  the
      * day's log is also subtotalled per currency, in the currency
      * keyed and in sterling, so a foreign-currency file can be
      * proved against the department's own figures
       01 ws-trn-currency pic x(3) value spaces.
       01 ws-trn-sterling pic s9(7)v99 value 0.
       01 ws-ccy-table.
           05 ws-ccy-entry occurs 20 times.
               10 ws-ccy-code pic x(3).
               10 ws-ccy-count pic 9(7).
               10 ws-ccy-original pic s9(9)v99.
               10 ws-ccy-sterling pic s9(9)v99.
       01 ws-ccy-count-used pic 99 value 0.
       01 ws-ccy-idx pic 99 value 0.
       01 ws-ccy-hit pic 99 value 0.
       01 ws-original-print pic -(8)9.99.

      * shared suite-wide audit trail
       copy auditws.
       01 ws-outcome pic x(20) value spaces.
                       and wstr-record-type not = "I"
      * a void entry's reversal belongs in the day's value but not
      * in the record count the batch trailer was written against
                   perform resolve-sterling
                   add ws-trn-sterling to ws-log-total
                   perform tally-operator
                   perform tally-currency
                   evaluate wstr-record-type
                       when "V"
                           add 1 to ws-void-count
                           add ws-trn-sterling to ws-void-total
                       when "A"
                           add 1 to ws-appr-count
                           add ws-trn-sterling to ws-appr-total
                       when other
                           add 1 to ws-log-count
                   end-evaluate
           end-if
           if ws-oper-hit > 0
               add 1 to ws-opr-count(ws-oper-hit)
               add ws-trn-sterling to ws-opr-total(ws-oper-hit)
           end-if.

       resolve-sterling.
           if wstr-sterling is numeric
               move wstr-currency to ws-trn-currency
               move wstr-sterling to ws-trn-sterling
           else
               move "GBP" to ws-trn-currency
               move wstr-result to ws-trn-sterling
           end-if.

       tally-currency.
           move 0 to ws-ccy-hit
           perform match-next-currency-slot
               varying ws-ccy-idx from 1 by 1
               until ws-ccy-idx > ws-ccy-count-used
           if ws-ccy-hit = 0 and ws-ccy-count-used < 20
               add 1 to ws-ccy-count-used
               move ws-ccy-count-used to ws-ccy-hit
               move ws-trn-currency to ws-ccy-code(ws-ccy-hit)
               move 0 to ws-ccy-count(ws-ccy-hit)
               move 0 to ws-ccy-original(ws-ccy-hit)
               move 0 to ws-ccy-sterling(ws-ccy-hit)
           end-if
           if ws-ccy-hit > 0
               add 1 to ws-ccy-count(ws-ccy-hit)
               add wstr-result to ws-ccy-original(ws-ccy-hit)
               add ws-trn-sterling to ws-ccy-sterling(ws-ccy-hit)
           end-if.

       match-next-currency-slot.
           if ws-ccy-code(ws-ccy-idx) = ws-trn-currency
               move ws-ccy-idx to ws-ccy-hit
           end-if.

       match-next-operator-slot.
               perform sum-next-batch-record
           end-if.

      * the day's record is read straight off its business date
       find-accumulator-total.
           open input accumulator-file
           if ws-accum-status = "00"
               move ws-today-date to acc-key-date
               read accumulator-file
                   invalid key move "N" to ws-acc-found
                   not invalid key
                       move accumulator-record to ws-accumulator-rec
                       move acc-total to ws-acc-total
                       move "Y" to ws-acc-found
               end-read
               close accumulator-file
           end-if.

       sum-review-queue.
           open input pending-review-file
           if ws-pending-status = "00"
               move pending-review-record to WS-PENDING-REVIEW-REC
               if WPND-DATE = ws-today-date
                   add 1 to ws-held-count
                   if WPND-STERLING is numeric
                       add WPND-STERLING to ws-held-total
                   else
                       add WPND-RESULT to ws-held-total
                   end-if
               end-if
               perform sum-next-pending
           end-if.
               if wprj-date = ws-today-date
                   move wprj-pending to WS-PENDING-REVIEW-REC
                   add 1 to ws-revrej-count
                   if wprj-sterling is numeric
                       add wprj-sterling to ws-revrej-total
                   else
                       add WPND-RESULT to ws-revrej-total
                   end-if
               end-if
               perform sum-next-review-rejection
           end-if.

           perform write-leg-verdicts
           perform write-operator-balancing
           perform write-currency-subtotals
           close recon-report-file.

       write-currency-subtotals.
           move spaces to ws-report-line
           move "PER-CURRENCY SUBTOTALS" to ws-report-line
           write recon-report-record from ws-report-line
           perform write-next-currency-line
               varying ws-ccy-idx from 1 by 1
               until ws-ccy-idx > ws-ccy-count-used.

       write-next-currency-line.
           move ws-ccy-count(ws-ccy-idx) to ws-count-print
           move ws-ccy-original(ws-ccy-idx) to ws-original-print
           move ws-ccy-sterling(ws-ccy-idx) to ws-total-print
           move spaces to ws-report-line
           string "  " delimited by size
                   ws-ccy-code(ws-ccy-idx) delimited by size
                   "  COUNT: " delimited by size
                   ws-count-print delimited by size
                   "  ORIG: " delimited by size
                   ws-original-print delimited by size
                   "  GBP: " delimited by size
                   ws-total-print delimited by size
               into ws-report-line
           end-string
           write recon-report-record from ws-report-line.

       write-operator-balancing.
           move spaces to ws-report-line
           move "PER-OPERATOR BALANCING" to ws-report-line
