      * the date-and-sequence key so only that month's records are
      * touched.  the statement breaks on business date, subtotals
      * each day by operation, carries a running balance through
      * the month - every total in sterling, with a per-currency
      * subtotal for the month at the foot - and registers itself
      * on the spool index so the branch manager's copy can be
      * printed from the spool menu instead of someone
      * screen-scraping the inquiry program.

       environment division.
       input-output section.
           05 trx-key.
               10 trx-date pic 9(8).
               10 trx-sequence pic 9(6).
           05 trx-record pic x(120).

       fd  statement-file.
       01 statement-record pic x(80).
       01 ws-month-count pic 9(7) value 0.
       01 ws-running-balance pic s9(11)v99 value 0.

      * a record logged before currencies were carried is sterling
      * already
       01 ws-trn-currency pic x(3) value spaces.
       01 ws-trn-sterling pic s9(7)v99 value 0.
       01 ws-ccy-table.
           05 ws-ccy-entry occurs 20 times.
               10 ws-ccy-code pic x(3).
               10 ws-ccy-count pic 9(6).
               10 ws-ccy-original pic s9(9)v99.
               10 ws-ccy-sterling pic s9(9)v99.
       01 ws-ccy-count-used pic 99 value 0.
       01 ws-ccy-idx pic 99 value 0.
       01 ws-ccy-hit pic 99 value 0.
       01 ws-original-print pic -(8)9.99.
       01 ws-op-names.
           05 filler pic x(8) value "ADD".
           05 filler pic x(8) value "SUBTRACT".
           05 dtl-2nd-number pic 999.99.
           05 filler pic x(2) value spaces.
           05 dtl-result pic -(6)9.99.
           05 filler pic x value space.
           05 dtl-currency pic x(3).
           05 filler pic x value space.
           05 dtl-sterling pic -(6)9.99.
           05 filler pic x(2) value spaces.
           05 dtl-type pic x.
           05 filler pic x value space.
                   perform close-day-block
                   perform open-day-block
               end-if
               perform resolve-sterling
               perform write-detail-line
               perform tally-record
               perform tally-currency
           end-if.

       open-day-block.
           move WSTR-1ST-NUMBER to dtl-1st-number
           move WSTR-2ND-NUMBER to dtl-2nd-number
           move WSTR-RESULT to dtl-result
           move ws-trn-currency to dtl-currency
           move ws-trn-sterling to dtl-sterling
           move WSTR-RECORD-TYPE to dtl-type
           move WSTR-OPERATOR to dtl-operator
           write statement-record from ws-detail-line.
       tally-record.
           add 1 to ws-day-count
           add 1 to ws-month-count
           add ws-trn-sterling to ws-day-total
           add ws-trn-sterling to ws-running-balance
           evaluate WSTR-OPERATION
               when "+" move 1 to ws-op-idx
               when "-" move 2 to ws-op-idx
           end-evaluate
           if ws-op-idx > 0
               add 1 to ws-ops-count(ws-op-idx)
               add ws-trn-sterling to ws-ops-total(ws-op-idx)
           end-if.

       resolve-sterling.
           if WSTR-STERLING is numeric
               move WSTR-CURRENCY to ws-trn-currency
               move WSTR-STERLING to ws-trn-sterling
           else
               move "GBP" to ws-trn-currency
               move WSTR-RESULT to ws-trn-sterling
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
               add WSTR-RESULT to ws-ccy-original(ws-ccy-hit)
               add ws-trn-sterling to ws-ccy-sterling(ws-ccy-hit)
           end-if.

       match-next-currency-slot.
           if ws-ccy-code(ws-ccy-idx) = ws-trn-currency
               move ws-ccy-idx to ws-ccy-hit
           end-if.

       write-statement-header.
                   ws-balance-print delimited by size
               into ws-report-line
           end-string
           write statement-record from ws-report-line
           move "PER-CURRENCY SUBTOTALS FOR THE MONTH"
               to ws-report-line
           write statement-record from ws-report-line
           perform write-currency-subtotal
               varying ws-ccy-idx from 1 by 1
               until ws-ccy-idx > ws-ccy-count-used.

       write-currency-subtotal.
           move ws-ccy-count(ws-ccy-idx) to ws-count-print
           move ws-ccy-original(ws-ccy-idx) to ws-original-print
           move ws-ccy-sterling(ws-ccy-idx) to ws-total-print
           move spaces to ws-report-line
           string "  " delimited by size
                   ws-ccy-code(ws-ccy-idx) delimited by size
                   "  COUNT: " delimited by size
                   ws-count-print delimited by size
                   "  ORIGINAL: " delimited by size
                   ws-original-print delimited by size
                   "  STERLING: " delimited by size
                   ws-total-print delimited by size
               into ws-report-line
           end-string
           write statement-record from ws-report-line.

       copy errlog replacing ==:PROGRAM-NAME:== by =="ADD01_STMT"==
