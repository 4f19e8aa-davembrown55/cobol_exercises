               organization is line sequential
               file status is ws-checkpoint-status.
           select accumulator-file assign to dynamic ws-accum-name
               organization is indexed
               access mode is dynamic
               record key is acc-key-date
               file status is ws-accum-status.
           select reject-file assign to "ADD01REJ.DAT"
               organization is line sequential
           select standing-gen-file assign to "ADD01STG.DAT"
               organization is line sequential
               file status is ws-standing-gen-status.
      * each occurrence generated is logged against the date it was
      * due, so a due occurrence that never went through can be
      * listed on the missed-order report; the business calendar
      * decides which due dates fall on working days
           select standing-hist-file assign to "ADD01STH.DAT"
               organization is line sequential
               file status is ws-standing-hist-status.
           select standing-missed-file assign to "ADD01SMR.DAT"
               organization is line sequential
               file status is ws-standing-missed-status.
           select calendar-file assign to "SUITECAL.DAT"
               organization is line sequential
               file status is ws-calendar-status.
      * every calculation a batch run posts is registered against
      * its manifest input file, with the file's trailer, so a whole
      * file can later be reversed as one
           select posted-batch-file assign to "ADD01PBR.DAT"
               organization is line sequential
               file status is ws-posted-batch-status.
      * rates a batch rate record resolves its second operand from
           select rate-table-file assign to "ADD01RTE.DAT"
               organization is line sequential
           copy runlksel.
           copy bltnsel.
           copy entlsel.
           copy ccmsel.
           copy clssel.
           copy fxrsel.

       data division.
       file section.
       fd  transaction-file.
       01 transaction-record pic x(120).

       fd  transaction-master.
       01 transaction-master-record.
           05 trx-key.
               10 trx-date pic 9(8).
               10 trx-sequence pic 9(6).
           05 trx-record pic x(120).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy entlfd.

       copy ccmfd.

       copy clsfd.

       copy fxrfd.

       fd  batch-input-file.
       01 batch-input-record.
           05 bin-operation pic x.
           05 bin-1st-number pic 9(3)v99.
           05 filler pic x.
           05 bin-2nd-number pic 9(3)v99.
      * a pair from an outside party may carry the sender's own row
      * reference, which comes back to them on the output line and
      * on a reject so they can be told what became of each row
           05 filler pic x.
           05 bin-source-ref pic x(10).
           05 filler pic x(24).
      * the cost centre sits in the same column on every record
      * type, clear of the longest multi-step record, so one field
      * serves pairs, rate records and multi-step records alike
           05 filler pic x.
           05 bin-cost-centre pic x(6).
      * the currency the amounts are in, likewise in one column for
      * every record type; blank means sterling
           05 filler pic x.
           05 bin-currency pic x(3).
      * a record type R carries a rate code in place of the second
      * amount; the code is resolved against the rate table when
      * the pair is processed, so the rate on file that day is the
               10 bmr-step-amount pic 9(3)v99.

       fd  batch-output-file.
       01 batch-output-record pic x(56).

       fd  manifest-file.
       01 manifest-record pic x(20).
       fd  checkpoint-file.
       01 checkpoint-record pic x(27).

      * the accumulator holds one record per business date, keyed
      * on the date and retained as history, so each posting reads
      * and rewrites only its own day
       fd  accumulator-file.
       01 accumulator-record.
           05 acc-key-date pic 9(8).
           05 filler pic x(13).

       fd  reject-file.
       01 reject-record pic x(110).

       copy cfgfd.

           05 rsb-2nd-number pic 9(3)v99.

       fd  standing-order-file.
       01 standing-order-record pic x(49).

       fd  standing-gen-file.
       01 standing-gen-record pic x(55).

       fd  standing-hist-file.
       01 standing-hist-record.
           05 sth-number pic 9(4).
           05 filler pic x.
           05 sth-due-date pic 9(8).
           05 filler pic x.
           05 sth-gen-date pic 9(8).

       fd  standing-missed-file.
       01 standing-missed-record pic x(80).

       fd  calendar-file.
       01 calendar-record.
           05 cal-date pic x(8).
           05 filler pic x.
           05 cal-day-type pic x.

       fd  posted-batch-file.
       01 posted-batch-record pic x(58).

       fd  rate-table-file.
       01 rate-table-record pic x(21).

       fd  pending-review-file.
       01 pending-review-record pic x(103).

       fd  duplicate-report-file.
       01 duplicate-report-record pic x(80).
      *shared per-program entitlements
       copy entlws.

      * shared Add01 cost-centre master
       copy ccmws.

      * shared Add01 closed-dates control file
       copy clsws.

      * the cost centre the current calculation is charged to - the
      * batch takes it off each input record, a keyed session asks
      * for it at the start of each fresh calculation
       01 ws-cost-centre pic x(6) value spaces.
       01 ws-coding-bad pic x value "N".
         88 coding-rejected value "Y".

      * shared Add01 exchange-rate file
       copy fxrws.

      * the currency the current calculation's amounts are in, the
      * rate that converts it and the result's sterling equivalent;
      * the accumulator, the batch control total and the review
      * threshold all work in sterling
       01 ws-currency pic x(3) value "GBP".
      * the sender's row reference on a pair record, spaces for
      * anything else
       01 ws-source-ref pic x(10) value spaces.
       01 ws-fx-rate pic 9(3)v9(6) value 1.
       01 ws-sterling pic s9(7)v99 value 0.
       01 ws-sterling-print pic -(6)9.99.

       01 ws-transaction-name pic x(20) value "ADD01TRN.DAT".
       01 ws-master-name pic x(20) value "ADD01TRX.DAT".
       01 ws-accum-name pic x(20) value "ADD01ACC.DAT".
           05 filler pic x value space.
           05 acc-total pic S9(9)V99 sign leading separate.

       01 ws-acc-eof pic x value "N".
         88 at-acc-eof value "Y".
       01 ws-acc-on-file pic x value "N".
         88 acc-date-on-file value "Y".

       01 ws-reject-status pic xx value spaces.
       01 ws-calc-error pic x value "N".
           05 wrej-reason pic x(25).
           05 filler pic x value space.
           05 wrej-source-record pic x(48).
           05 filler pic x value space.
           05 wrej-cost-centre pic x(6).
           05 filler pic x value space.
           05 wrej-currency pic x(3).
           05 filler pic x value space.
           05 wrej-source-ref pic x(10).

       01 ws-checkpoint-status pic xx value spaces.
       01 ws-checkpoint-file pic 9(3) value 0.

       copy add01sto.

       01 ws-standing-hist-status pic xx value spaces.
       01 ws-standing-hist-eof pic x value "N".
         88 at-standing-hist-eof value "Y".
       01 ws-standing-missed-status pic xx value spaces.
       01 ws-calendar-status pic xx value spaces.
       01 ws-calendar-eof pic x value "N".
         88 at-calendar-eof value "Y".

      * the business calendar, carried in memory for the run - a
      * date it lists is working unless marked H, and a date it
      * does not list works monday to friday
       01 ws-calendar-table.
           05 ws-calendar-entry occurs 500 times.
               10 ws-calendar-date pic 9(8).
               10 ws-calendar-type pic x.
       01 ws-calendar-count pic 9(3) value 0.
       01 ws-calendar-idx pic 9(3) value 0.

      * is a day working - the caller sets ws-wd-serial
       01 ws-wd-serial pic 9(7) value 0.
       01 ws-wd-date pic 9(8) value 0.
       01 ws-wd-dow pic 9 value 0.
       01 ws-wd-working pic x value "N".
         88 wd-working value "Y".
       01 ws-wd-tries pic 99 value 0.
       01 ws-wd-serial-day pic 9(7) value 0.
       01 ws-wd-serial-weeks pic 9(7) value 0.

      * the due dates this run generates for: a due date on a
      * non-working day between the previous working day and today
      * moves forward to today, and one between today and the next
      * working day moves back to today
       01 ws-sto-today-serial pic 9(7) value 0.
       01 ws-sto-today-working pic x value "N".
         88 sto-today-working value "Y".
       01 ws-sto-prev-working pic 9(7) value 0.
       01 ws-sto-next-working pic 9(7) value 0.
       01 ws-sto-scan-start pic 9(7) value 0.
       01 ws-sto-scan-end pic 9(7) value 0.
       01 ws-sto-scan-serial pic 9(7) value 0.
       01 ws-sto-due-date pic 9(8) value 0.

      * the generation history back to the start of the missed-order
      * window; the earliest generation date on file is where the
      * history - and so the missed-order check - begins
       01 ws-sth-table.
           05 ws-sth-entry occurs 2000 times.
               10 ws-sth-number pic 9(4).
               10 ws-sth-due-date pic 9(8).
       01 ws-sth-count pic 9(4) value 0.
       01 ws-sth-idx pic 9(4) value 0.
       01 ws-sth-found pic x value "N".
         88 sth-occurrence-found value "Y".
       01 ws-sth-start-date pic 9(8) value 0.
       01 ws-sth-start-serial pic 9(7) value 0.
       01 ws-missed-days pic 9(3) value 35.
       01 ws-missed-start-serial pic 9(7) value 0.
       01 ws-missed-start-date pic 9(8) value 0.
       01 ws-missed-count pic 9(4) value 0.
       01 ws-missed-count-print pic z(3)9.
       01 ws-expected-serial pic 9(7) value 0.
       01 ws-expected-date pic 9(8) value 0.
       01 ws-missed-line pic x(80) value spaces.
       01 ws-day-rule-text pic x(20) value spaces.

       01 ws-posted-batch-status pic xx value spaces.

       copy add01pbr.

       01 ws-rate-table-status pic xx value spaces.
       01 ws-rate-table-eof pic x value "N".
         88 at-rate-table-eof value "Y".
       01 ws-rate-idx pic 9(3) value 0.
       01 ws-rate-hit pic 9(3) value 0.
       01 ws-wanted-rate-code pic x(6) value spaces.
      * the code a rate record was priced from, stamped on the log
      * so the calculation can be re-priced if the rate changes
       01 ws-priced-rate-code pic x(6) value spaces.
       01 ws-rate-pending pic x value "N".
         88 rate-lookup-pending value "Y".
       01 ws-rate-unknown pic x value "N".
           05 stg-1st-number pic 9(3)v99.
           05 filler pic x value space.
           05 stg-2nd-number pic 9(3)v99.
           05 filler pic x(36) value spaces.
           05 stg-cost-centre pic x(6).

       01 ws-batch-out-rec.
           05 bout-operation pic x.
           05 bout-2nd-number pic 999.99.
           05 filler pic x value space.
           05 bout-result pic -(6)9.99.
           05 filler pic x value space.
           05 bout-source-ref pic x(10).

       01 ws-run-mode pic x value "I".
         88 interactive-mode value "I".
       01 ws-transaction-eof pic x value "N".
         88 at-transaction-eof value "Y".
       01 ws-dup-table.
           05 ws-dup-entry pic x(14) occurs 2000 times.
       01 ws-dup-count pic 9(4) value 0.
       01 ws-dup-idx pic 9(4) value 0.
       01 ws-dup-hit pic 9(4) value 0.
           05 wdk-operation pic x.
           05 wdk-1st-number pic 9(3)v99.
           05 wdk-2nd-number pic 9(3)v99.
           05 wdk-currency pic x(3).
       01 ws-duplicate-flag pic x value "N".
         88 duplicate-pair value "Y".
       01 ws-suppressed-count pic 9(6) value 0.
               open output transaction-file
           end-if
       perform load-suite-config.
       perform LOAD-COST-CENTRES.
       perform load-accumulator.
       perform check-posting-date.
      * the rates in effect on the business date convert every
      * foreign-currency result this run
       move ws-today-date to WS-FXR-AS-AT.
       perform LOAD-FX-RATES.
       perform open-transaction-master.
       perform select-run-mode.

                   "USE - NOTHING POSTS TO PRODUCTION ***"
           end-if.

       check-posting-date.
      * a business date reconciled and closed by the day close takes
      * no more postings - a PROCDATE override pointing back at one
      * stops here, before anything is written.  a trainee session
      * posts nothing real, so it is let through
           move ws-today-date to WS-CLS-WANTED-DATE
           perform CHECK-DATE-CLOSED
           if DATE-IS-CLOSED and not training-session
               display "Error! Business date " ws-today-date
                   " is closed to posting.  A supervisor must "
                   "reopen it through the Add01 day close first."
               move "DATE CLOSED" to ws-outcome
               perform write-suite-audit
               close transaction-file
               close audit-log-file
               move 8 to return-code
               goback
           end-if.

       open-transaction-master.
           open i-o transaction-master
      * a first run on a new machine has no master yet
           perform GET-NUMERIC-PARAMETER
           if CONFIG-NUMERIC and WS-CFG-VALUE-NUM > 0
               move WS-CFG-VALUE-NUM to ws-review-limit
           end-if
           move "STO-MISSED-DAYS" to WS-CFG-WANTED-NAME
           perform GET-NUMERIC-PARAMETER
           if CONFIG-NUMERIC and WS-CFG-VALUE-NUM > 0
                   and WS-CFG-VALUE-NUM <= 366
               move WS-CFG-VALUE-NUM to ws-missed-days
           end-if.

       load-accumulator.
           perform GET-PROCESSING-DATE
           move WS-PROCESS-DATE to ws-today-date
           move 0 to ws-grand-total
           move 0 to ws-seal-count
           move 0 to ws-seal-hash
           open input accumulator-file
           end-if.

       load-next-accumulator-record.
           read accumulator-file next record
               at end move "Y" to ws-acc-eof
           end-read

               move accumulator-record to ws-accumulator-rec
               add 1 to ws-seal-count
               add acc-total to ws-seal-hash
               if acc-date = ws-today-date
                   move acc-total to ws-grand-total
               end-if
               perform load-next-accumulator-record
           end-if.
      * the day's accumulator record is journalled before and
      * after the change, so a restored backup can be rolled
      * forward through the journal to the moment of failure
      * only the business date's own record is read and rewritten
      * in place; the seal totals carried from the load are moved on
      * by the change rather than recounted
           move ws-accum-name to ws-jrn-file-name
           open i-o accumulator-file
           if ws-accum-status = "35"
               open output accumulator-file
               close accumulator-file
               open i-o accumulator-file
           end-if
           move ws-today-date to acc-key-date
           move "Y" to ws-acc-on-file
           read accumulator-file
               invalid key move "N" to ws-acc-on-file
           end-read
           if acc-date-on-file
               move accumulator-record to ws-accumulator-rec
               move ws-accumulator-rec to ws-jrn-image
               subtract acc-total from ws-seal-hash
           else
               move spaces to ws-jrn-image
               move ws-today-date to acc-date
               move 0 to acc-total
               add 1 to ws-seal-count
           end-if
           move "B" to ws-jrn-type
           perform WRITE-JOURNAL-IMAGE
           add ws-sterling to acc-total
           move acc-total to ws-grand-total
           move ws-grand-total to ws-grand-total-print
           add acc-total to ws-seal-hash
           move ws-accumulator-rec to ws-jrn-image
           move "A" to ws-jrn-type
           perform WRITE-JOURNAL-IMAGE
           move ws-accumulator-rec to accumulator-record
           if acc-date-on-file
               rewrite accumulator-record
           else
               write accumulator-record
           end-if
           close accumulator-file
      * re-seal the file the moment it closes, so the next opener
      * can prove it is untouched
           move ws-accum-name to ws-seal-file-name
           perform WRITE-FILE-SEAL.

       select-run-mode.
           display "Batch mode? Enter Y to read pairs from a "
               "file, or N to key pairs in one at a time: "
                   end-if
               when "N"
                   move "I" to ws-run-mode
                   perform get-cost-centre
               when other
                   display ERRMSG-YN-PROMPT
                   move "E004" to WS-ERROR-CODE

       generate-standing-orders.
      * rebuild the generated file from scratch every run - what is
      * due is decided by the standing-order file, the business
      * date and the business calendar, never by what a prior run
      * left behind
           move 0 to ws-standing-gen-count
           move "N" to ws-standing-eof
           perform load-business-calendar
           perform find-standing-window
           open input standing-order-file
           if ws-standing-status = "00"
               open output standing-gen-file
               open extend standing-hist-file
               if ws-standing-hist-status = "35"
                   open output standing-hist-file
               end-if
               perform generate-next-standing-order
               close standing-hist-file
               close standing-gen-file
               close standing-order-file
               perform report-missed-standing-orders
           end-if.

       load-business-calendar.
           move 0 to ws-calendar-count
           move "N" to ws-calendar-eof
           open input calendar-file
           if ws-calendar-status = "00"
               perform load-next-calendar-day
               close calendar-file
           end-if.

       load-next-calendar-day.
           read calendar-file
               at end move "Y" to ws-calendar-eof
           end-read

           if not at-calendar-eof
               if cal-date is numeric and ws-calendar-count < 500
                   add 1 to ws-calendar-count
                   move cal-date
                       to ws-calendar-date(ws-calendar-count)
                   move cal-day-type
                       to ws-calendar-type(ws-calendar-count)
               end-if
               perform load-next-calendar-day
           end-if.

       find-standing-window.
           compute ws-sto-today-serial =
               function integer-of-date(ws-today-date)
           move ws-sto-today-serial to ws-wd-serial
           perform check-business-day
           move ws-wd-working to ws-sto-today-working
           move 0 to ws-wd-tries
           move "N" to ws-wd-working
           perform step-back-business-day
               until wd-working or ws-wd-tries > 31
           move ws-wd-serial to ws-sto-prev-working
           move ws-sto-today-serial to ws-wd-serial
           move 0 to ws-wd-tries
           move "N" to ws-wd-working
           perform step-on-business-day
               until wd-working or ws-wd-tries > 31
           move ws-wd-serial to ws-sto-next-working.

      * the serial day number's base day was a monday, so the
      * remainder of a divide by seven gives the weekday, 1 = monday
       check-business-day.
           compute ws-wd-date = function date-of-integer(ws-wd-serial)
           compute ws-wd-serial-day = ws-wd-serial - 1
           divide ws-wd-serial-day by 7
               giving ws-wd-serial-weeks
               remainder ws-wd-dow
           add 1 to ws-wd-dow
           if ws-wd-dow > 5
               move "N" to ws-wd-working
           else
               move "Y" to ws-wd-working
           end-if
           perform match-next-calendar-day
               varying ws-calendar-idx from 1 by 1
               until ws-calendar-idx > ws-calendar-count.

       match-next-calendar-day.
           if ws-calendar-date(ws-calendar-idx) = ws-wd-date
               if ws-calendar-type(ws-calendar-idx) = "H"
                   move "N" to ws-wd-working
               else
                   move "Y" to ws-wd-working
               end-if
           end-if.

       step-back-business-day.
           subtract 1 from ws-wd-serial
           add 1 to ws-wd-tries
           perform check-business-day.

       step-on-business-day.
           add 1 to ws-wd-serial
           add 1 to ws-wd-tries
           perform check-business-day.

       generate-next-standing-order.
           read standing-order-file
               at end move "Y" to ws-standing-eof
           if not at-standing-eof
               move standing-order-record to WS-STANDING-ORDER-REC
               if WSTO-ACTIVE
                   perform set-standing-scan
                   perform generate-standing-occurrence
                       varying ws-sto-scan-serial
                       from ws-sto-scan-start by 1
                       until ws-sto-scan-serial > ws-sto-scan-end
               end-if
               perform generate-next-standing-order
           end-if.

      * the due dates that go through on this run under the order's
      * non-working-day rule; a run on a non-working day puts
      * through only the daily orders
       set-standing-scan.
           move ws-sto-today-serial to ws-sto-scan-start
           move ws-sto-today-serial to ws-sto-scan-end
           evaluate true
               when WSTO-DAILY
                   continue
               when not sto-today-working
                   add 1 to ws-sto-scan-start
               when WSTO-PREV-WORKING
                   compute ws-sto-scan-end = ws-sto-next-working - 1
               when WSTO-SKIP-DAY
                   continue
               when other
                   compute ws-sto-scan-start =
                       ws-sto-prev-working + 1
           end-evaluate.

       generate-standing-occurrence.
           compute ws-sto-due-date =
               function date-of-integer(ws-sto-scan-serial)
           if WSTO-START-DATE <= ws-sto-due-date
                   and (WSTO-END-DATE = 0
                       or WSTO-END-DATE >= ws-sto-due-date)
               perform check-standing-order-due
               if standing-order-due
                   move WSTO-OPERATION to stg-operation
                   move WSTO-1ST-NUMBER to stg-1st-number
                   move WSTO-2ND-NUMBER to stg-2nd-number
                   move WSTO-COST-CENTRE to stg-cost-centre
                   write standing-gen-record
                       from ws-standing-pair-rec
                   add 1 to ws-standing-gen-count
                   move spaces to standing-hist-record
                   move WSTO-NUMBER to sth-number
                   move ws-sto-due-date to sth-due-date
                   move ws-today-date to sth-gen-date
                   write standing-hist-record
               end-if
           end-if.

       check-standing-order-due.
           move "N" to ws-standing-due
           evaluate true
      * due every seventh day counted from the start date, so the
      * order keeps its day of the week whatever day it was keyed
                   compute ws-standing-day-diff =
                       function integer-of-date(ws-sto-due-date)
                       - function integer-of-date(WSTO-START-DATE)
                   divide ws-standing-day-diff by 7
                       giving ws-standing-weeks
               when WSTO-MONTHLY
      * due on the start date's day of the month; a start on the
      * 29th, 30th or 31st simply does not fire in a shorter month
                   if ws-sto-due-date(7:2) = WSTO-START-DATE(7:2)
                       move "Y" to ws-standing-due
                   end-if
           end-evaluate.

      * every weekly or monthly occurrence of an active order due
      * in the last STO-MISSED-DAYS days (35 if not configured)
      * whose working day has come is looked for in the generation
      * history; one that is not there was never put through - a
      * run that did not happen, or an order keyed after the fact.
      * nothing before the history's first generation date is
      * checked, and a daily order belongs to the run, not a date
       report-missed-standing-orders.
           move 0 to ws-missed-count
           compute ws-missed-start-serial =
               ws-sto-today-serial - ws-missed-days
           compute ws-missed-start-date =
               function date-of-integer(ws-missed-start-serial)
           perform load-standing-history
           open output standing-missed-file
           move spaces to ws-missed-line
           string "ADD01 STANDING ORDERS MISSED - BUSINESS DATE "
                       delimited by size
                   ws-today-date delimited by size
               into ws-missed-line
           end-string
           write standing-missed-record from ws-missed-line
           if ws-sth-start-date = 0
               move "NO GENERATION HISTORY YET - NOTHING CHECKED"
                   to ws-missed-line
               write standing-missed-record from ws-missed-line
           else
               compute ws-sth-start-serial =
                   function integer-of-date(ws-sth-start-date)
               move spaces to ws-missed-line
               string "DUE DATES FROM " delimited by size
                       ws-missed-start-date delimited by size
                       ", GENERATION HISTORY FROM "
                           delimited by size
                       ws-sth-start-date delimited by size
                   into ws-missed-line
               end-string
               write standing-missed-record from ws-missed-line
               move "ORDER OP FREQ DUE DATE EXPECTED RULE"
                   to ws-missed-line
               write standing-missed-record from ws-missed-line
               move "N" to ws-standing-eof
               open input standing-order-file
               if ws-standing-status = "00"
                   perform check-next-missed-order
                   close standing-order-file
               end-if
           end-if
           move ws-missed-count to ws-missed-count-print
           move spaces to ws-missed-line
           string "MISSED OCCURRENCES: " delimited by size
                   ws-missed-count-print delimited by size
               into ws-missed-line
           end-string
           write standing-missed-record from ws-missed-line
           close standing-missed-file
           if ws-missed-count > 0
               display "Warning! " ws-missed-count-print
                   " standing-order occurrence(s) missed - see "
                   "ADD01SMR.DAT"
           end-if.

       load-standing-history.
           move 0 to ws-sth-count
           move 0 to ws-sth-start-date
           move "N" to ws-standing-hist-eof
           open input standing-hist-file
           if ws-standing-hist-status = "00"
               perform load-next-standing-history
               close standing-hist-file
           end-if.

       load-next-standing-history.
           read standing-hist-file
               at end move "Y" to ws-standing-hist-eof
           end-read

           if not at-standing-hist-eof
               if sth-gen-date is numeric
                       and sth-due-date is numeric
                   if ws-sth-start-date = 0
                           or sth-gen-date < ws-sth-start-date
                       move sth-gen-date to ws-sth-start-date
                   end-if
                   if sth-due-date >= ws-missed-start-date
                           and ws-sth-count < 2000
                       add 1 to ws-sth-count
                       move sth-number to ws-sth-number(ws-sth-count)
                       move sth-due-date
                           to ws-sth-due-date(ws-sth-count)
                   end-if
               end-if
               perform load-next-standing-history
           end-if.

       check-next-missed-order.
           read standing-order-file
               at end move "Y" to ws-standing-eof
           end-read

           if not at-standing-eof
               move standing-order-record to WS-STANDING-ORDER-REC
               if WSTO-ACTIVE and not WSTO-DAILY
                   perform check-missed-occurrence
                       varying ws-sto-scan-serial
                       from ws-missed-start-serial by 1
                       until ws-sto-scan-serial > ws-sto-today-serial
               end-if
               perform check-next-missed-order
           end-if.

       check-missed-occurrence.
           compute ws-sto-due-date =
               function date-of-integer(ws-sto-scan-serial)
           if WSTO-START-DATE <= ws-sto-due-date
                   and (WSTO-END-DATE = 0
                       or WSTO-END-DATE >= ws-sto-due-date)
               perform check-standing-order-due
               if standing-order-due
                   perform find-expected-day
                   if ws-expected-serial >= ws-sth-start-serial
                           and ws-expected-serial
                               <= ws-sto-today-serial
                       perform find-standing-history
                       if not sth-occurrence-found
                           perform write-missed-line
                       end-if
                   end-if
               end-if
           end-if.

      * the working day the due date goes through on under the
      * order's rule - zero when the rule skips it
       find-expected-day.
           move ws-sto-scan-serial to ws-wd-serial
           perform check-business-day
           move 0 to ws-wd-tries
           if not wd-working
               evaluate true
                   when WSTO-SKIP-DAY
                       move 0 to ws-wd-serial
                   when WSTO-PREV-WORKING
                       perform step-back-business-day
                           until wd-working or ws-wd-tries > 31
                   when other
                       perform step-on-business-day
                           until wd-working or ws-wd-tries > 31
               end-evaluate
           end-if
           move ws-wd-serial to ws-expected-serial.

       find-standing-history.
           move "N" to ws-sth-found
           perform match-next-standing-history
               varying ws-sth-idx from 1 by 1
               until ws-sth-idx > ws-sth-count
                   or sth-occurrence-found.

       match-next-standing-history.
           if ws-sth-number(ws-sth-idx) = WSTO-NUMBER
                   and ws-sth-due-date(ws-sth-idx) = ws-sto-due-date
               move "Y" to ws-sth-found
           end-if.

       write-missed-line.
           add 1 to ws-missed-count
           compute ws-expected-date =
               function date-of-integer(ws-expected-serial)
           evaluate true
               when WSTO-PREV-WORKING
                   move "PREVIOUS WORKING DAY" to ws-day-rule-text
               when WSTO-SKIP-DAY
                   move "SKIP" to ws-day-rule-text
               when other
                   move "NEXT WORKING DAY" to ws-day-rule-text
           end-evaluate
           move spaces to ws-missed-line
           string WSTO-NUMBER delimited by size
                   "  " delimited by size
                   WSTO-OPERATION delimited by size
                   "  " delimited by size
                   WSTO-FREQUENCY delimited by size
                   "    " delimited by size
                   ws-sto-due-date delimited by size
                   " " delimited by size
                   ws-expected-date delimited by size
                   " " delimited by size
                   ws-day-rule-text delimited by size
               into ws-missed-line
           end-string
           write standing-missed-record from ws-missed-line.

       process-one-input-file.
      * a file before the checkpointed one finished before the
      * abend - its block is already complete in the output
           end-read

           if not at-batch-eof
               move bin-cost-centre to ws-cost-centre
               move bin-currency to ws-currency
               move spaces to ws-source-ref
               move spaces to ws-priced-rate-code
               evaluate bin-operation
                   when "M"
                       perform process-multi-step-record
                       move brr-operation to ws-operation
                       move brr-1st-number to 1st-number
                       move brr-rate-code to ws-wanted-rate-code
                       move brr-rate-code to ws-priced-rate-code
                       move "Y" to ws-rate-pending
                       perform process-current-pair
                   when other
                       move bin-operation to ws-operation
                       move bin-1st-number to 1st-number
                       move bin-2nd-number to 2nd-number
                       move bin-source-ref to ws-source-ref
                       perform process-current-pair
               end-evaluate
               perform read-next-pair
      * only the final value goes to the batch output line
           add 1 to ws-pair-number
           if ws-pair-number > ws-checkpoint-number
               perform check-batch-coding
               if coding-rejected
                   move "M" to ws-operation
                   move bmr-initial-value to 1st-number
                   move 0 to 2nd-number
                   perform log-reject
               else
                   perform run-multi-steps
               end-if
               if not calc-error and not review-held
                   add 1 to ws-batch-count
                   add ws-sterling to ws-batch-total
                   perform write-multi-step-result
               end-if
               perform save-checkpoint
           move bmr-initial-value to bout-1st-number
           move 0 to bout-2nd-number
           move result to bout-result
           move spaces to bout-source-ref
           move ws-batch-out-rec to batch-output-record
           write batch-output-record.

               if rate-lookup-pending
                   perform resolve-rate-code
               end-if
               move "N" to ws-coding-bad
               if not rate-code-unknown
                   perform check-batch-coding
               end-if
               if rate-code-unknown or coding-rejected
                   perform log-reject
               else
      * a pair identical to one already processed on this business
                   end-if
               end-if
               if not calc-error and not rate-code-unknown
                       and not coding-rejected
                       and not review-held and not duplicate-pair
                   add 1 to ws-batch-count
                   add ws-sterling to ws-batch-total
                   perform write-batch-result
               end-if
               perform save-checkpoint
               move "N" to ws-rate-pending
           end-if.

       check-batch-coding.
      * an unknown or closed cost centre is set aside the same way
      * a bad operator byte is - nothing is charged to a department
      * finance cannot find on the master
           move "N" to ws-coding-bad
           move ws-cost-centre to WS-CCM-WANTED
           perform CHECK-COST-CENTRE
           move WS-CCM-WANTED to ws-cost-centre
           if not COST-CENTRE-OK
               move "Y" to ws-coding-bad
               move "Y" to ws-calc-error
               if COST-CENTRE-CLOSED
                   move "COST CENTRE CLOSED"
                       to ws-calc-error-reason
               else
                   move "UNKNOWN COST CENTRE"
                       to ws-calc-error-reason
               end-if
           else
      * so is a currency with no rate in effect - it cannot be put
      * into the sterling totals
               move ws-currency to WS-FXR-WANTED
               perform CHECK-FX-RATE
               move WS-FXR-WANTED to ws-currency
               move WS-FXR-RATE to ws-fx-rate
               if not FX-RATE-FOUND
                   move "Y" to ws-coding-bad
                   move "Y" to ws-calc-error
                   move "NO RATE FOR CURRENCY"
                       to ws-calc-error-reason
               end-if
           end-if.

       load-duplicate-table.
      * the flat log is read through the same file the calculator
      * appends to, so it is set aside and re-opened for reading
                   move wstr-operation to wdk-operation
                   move wstr-1st-number to wdk-1st-number
                   move wstr-2nd-number to wdk-2nd-number
      * a record from before currencies were carried is sterling
                   if wstr-currency = spaces
                       move "GBP" to wdk-currency
                   else
                       move wstr-currency to wdk-currency
                   end-if
                   evaluate wstr-record-type
                       when space
                       when "A"
           move ws-operation to wdk-operation
           move 1st-number to wdk-1st-number
           move 2nd-number to wdk-2nd-number
           move ws-currency to wdk-currency
           move 0 to ws-dup-hit
           perform match-next-duplicate
               varying ws-dup-idx from 1 by 1
           move ws-batch-count to btlr-count
           move ws-batch-total to btlr-total
           move ws-batch-trailer-rec to batch-output-record
           write batch-output-record
           if not training-session
               move spaces to WS-POSTED-BATCH-REC
               move "T" to WPBR-TYPE
               move ws-today-date to WPBR-DATE
               move ws-batch-in-name to WPBR-FILE
               move 0 to WPBR-SEQ
               move ws-batch-count to WPBR-COUNT
               move ws-batch-total to WPBR-TOTAL
               perform write-posted-batch-line
           end-if.

       write-posted-batch-line.
           open extend posted-batch-file
           if ws-posted-batch-status = "35"
               open output posted-batch-file
           end-if
           write posted-batch-record from WS-POSTED-BATCH-REC
           close posted-batch-file.

       write-batch-result.
           move ws-operation to bout-operation
           move 1st-number to bout-1st-number
           move 2nd-number to bout-2nd-number
           move result to bout-result
           move ws-source-ref to bout-source-ref
           move ws-batch-out-rec to batch-output-record
           write batch-output-record.

       get-cost-centre.
      * a blank answer charges the suite default cost centre
           display "Enter the cost centre code, or press enter "
               "for the default: "
           move spaces to ws-cost-centre
           accept ws-cost-centre
           move function upper-case(ws-cost-centre)
               to ws-cost-centre
           move ws-cost-centre to WS-CCM-WANTED
           perform CHECK-COST-CENTRE
           evaluate true
               when COST-CENTRE-OK
                   move WS-CCM-WANTED to ws-cost-centre
                   display "Charging cost centre " ws-cost-centre
                       " " CCM-NAME
                   perform get-currency
               when COST-CENTRE-CLOSED
                   display "Error! That cost centre is closed."
                   move "E001" to WS-ERROR-CODE
                   perform LOG-ERROR-EVENT
                   perform get-cost-centre
               when other
                   display "Error! That cost centre is not on the "
                       "cost-centre master."
                   move "E001" to WS-ERROR-CODE
                   perform LOG-ERROR-EVENT
                   perform get-cost-centre
           end-evaluate.

       get-currency.
      * a blank answer is sterling; any other currency needs a rate
      * in effect today
           display "Enter the currency of the amounts, or press "
               "enter for sterling: "
           move spaces to ws-currency
           accept ws-currency
           move function upper-case(ws-currency) to ws-currency
           move ws-currency to WS-FXR-WANTED
           perform CHECK-FX-RATE
           if FX-RATE-FOUND
               move WS-FXR-WANTED to ws-currency
               move WS-FXR-RATE to ws-fx-rate
               perform select-operation
           else
               display "Error! There is no exchange rate in effect "
                   "for that currency."
               move "E001" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-currency
           end-if.

       select-operation.
           display "Add(+) Subtract(-) Multiply(*) Divide(/): "
           accept ws-operation
           if calc-error
               perform handle-calc-error
           else
               compute ws-sterling rounded = result * ws-fx-rate
                   on size error move result to ws-sterling
               end-compute
      * an outsized result - a mis-keyed decimal point, most
      * likely - is held for a supervisor instead of posting;
      * intermediate steps stay within the keyed entry range, so
      * only a posting value can be held.  the threshold is a
      * sterling figure, whatever currency was keyed
               if ws-review-limit > 0
                       and not multi-intermediate
                       and (ws-sterling > ws-review-limit
                           or (0 - ws-sterling) > ws-review-limit)
                   perform hold-for-review
               else
                   move "N" to ws-review-held
           move ws-divide-remainder to WPND-REMAINDER
           move ws-today-date to WPND-DATE
           accept WPND-TIME from time
           move ws-cost-centre to WPND-COST-CENTRE
           move ws-currency to WPND-CURRENCY
           move ws-sterling to WPND-STERLING
           move ws-fx-rate to WPND-FX-RATE
           move ws-priced-rate-code to WPND-RATE-CODE
           move WS-OPERATOR-ID to WPND-HELD-BY
           if running-batch
               move "B" to WPND-SOURCE
           else
           evaluate ws-chain-answer
               when "Y"
                   move "N" to ws-chain-switch
                   perform get-cost-centre
               when "N"
                   display "Press enter to end"
                   accept to-end
           else
               move spaces to wrej-source-record
           end-if
           move ws-cost-centre to wrej-cost-centre
           move ws-currency to wrej-currency
           move ws-source-ref to wrej-source-ref
           move ws-reject-rec to reject-record
           open extend reject-file
           if ws-reject-status = "35"
           move 0 to wstr-void-ref-seq
      * stamp who keyed it, so each desk can prove out its own day
           move WS-OPERATOR-ID to wstr-operator
           move ws-cost-centre to wstr-cost-centre
           move ws-currency to wstr-currency
           move ws-sterling to wstr-sterling
           move ws-fx-rate to wstr-fx-rate
           move ws-priced-rate-code to wstr-rate-code
           move ws-transaction-rec to transaction-record
           write transaction-record
           perform write-master-record
      * a posted batch calculation is registered under the master
      * key it was just given; an intermediate step never counts
      * towards the trailer and is never reversed on its own
           if running-batch and not multi-intermediate
                   and not training-session
               move spaces to WS-POSTED-BATCH-REC
               move "D" to WPBR-TYPE
               move ws-today-date to WPBR-DATE
               move ws-batch-in-name to WPBR-FILE
               move ws-trx-sequence to WPBR-SEQ
               move 1 to WPBR-COUNT
               move ws-sterling to WPBR-TOTAL
               perform write-posted-batch-line
           end-if.

       write-master-record.
      * the same record goes to the indexed master under the next
               display "*** TRAINING ***"
           end-if
           display "The total of your numbers is: " result-to-print.
           if ws-currency not = "GBP"
               move ws-sterling to ws-sterling-print
               display "In " ws-currency " - sterling equivalent: "
                   ws-sterling-print
           end-if
           display "Today's running grand total is: "
               ws-grand-total-print.
           perform ask-continue-chain.

       copy entlchk.

       copy ccmp.

       copy clsp.

       copy fxrp.

       copy runlkp.

       copy sealp.
