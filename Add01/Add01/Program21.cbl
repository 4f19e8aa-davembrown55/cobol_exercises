       program-id. Program21 as "Add01.Program21".

      * year-end close over the monthly archives - the month-end
      * housekeeping moves each closed month to ADD01ARC.DAT behind
      * a control record, and this run brings the financial year's
      * twelve months back together.  the supervisor keys the last
      * month of the financial year; the annual report in
      * ADD01YER.DAT gives the count and sterling total of each
      * month (proved against that month's control record), totals
      * by operation, the year's voids and approvals, and the
      * year's grand total proved against the sum of the
      * accumulator history for the same dates.  a report run
      * stops there.  a close, once every month is archived and
      * every figure proves, moves the year out to the sealed year
      * archive ADD01YRA.DAT behind a year control record, seals
      * it, and rewrites the monthly archive with an opening record
      * for the new year in place of the closed one, so the monthly
      * archive stops growing forever.

       environment division.
       input-output section.
       file-control.
           select archive-file assign to "ADD01ARC.DAT"
               organization is line sequential
               file status is ws-archive-status.
           select archive-work-file assign to "ADD01ARW.DAT"
               organization is line sequential
               file status is ws-work-status.
           select year-archive-file assign to "ADD01YRA.DAT"
               organization is line sequential
               file status is ws-year-archive-status.
           select accumulator-file assign to "ADD01ACC.DAT"
               organization is indexed
               access mode is dynamic
               record key is acc-key-date
               file status is ws-accum-status.
           select year-report-file assign to "ADD01YER.DAT"
               organization is line sequential
               file status is ws-report-status.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy spoolsl.
           copy secevsel.
           copy dualausl.
           copy audseqsl.
           copy sealsel.
           copy alrtsel.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.

       data division.
       file section.
       fd  archive-file.
       01 archive-record pic x(120).

       fd  archive-work-file.
       01 archive-work-record pic x(120).

       fd  year-archive-file.
       01 year-archive-record pic x(120).

       fd  accumulator-file.
       01 accumulator-record.
           05 acc-key-date pic 9(8).
           05 filler pic x(13).

       fd  year-report-file.
       01 year-report-record pic x(80).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy spoolfd.

       copy secevfd.

       copy dualauf.

       copy audseqfd.

       copy sealfd.

       copy alrtfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       01 ws-archive-status pic xx value spaces.
       01 ws-work-status pic xx value spaces.
       01 ws-year-archive-status pic xx value spaces.
       01 ws-accum-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.

       01 ws-archive-eof pic x value "N".
         88 at-archive-eof value "Y".
       01 ws-work-eof pic x value "N".
         88 at-work-eof value "Y".
       01 ws-accum-eof pic x value "N".
         88 at-accum-eof value "Y".

       copy add01trn.

      * the month-end control record, as the archive run writes it
       01 ws-archive-control-rec.
           05 arc-record-type pic x.
           05 filler pic x.
           05 arc-month pic 9(6).
           05 filler pic x.
           05 arc-count pic 9(7).
           05 filler pic x.
           05 arc-total pic s9(9)v99 sign leading separate.
           05 filler pic x.
           05 arc-run-date pic 9(8).

      * the opening record a year-end close leaves at the top of the
      * monthly archive - the first month of the new year and what
      * the closed year carried into the year archive
       01 ws-archive-opening-rec.
           05 ope-record-type pic x value "O".
           05 filler pic x value space.
           05 ope-first-month pic 9(6).
           05 filler pic x value space.
           05 ope-prior-year-end pic 9(6).
           05 filler pic x value space.
           05 ope-prior-count pic 9(7).
           05 filler pic x value space.
           05 ope-prior-total pic s9(11)v99 sign leading separate.
           05 filler pic x value space.
           05 ope-run-date pic 9(8).

      * the control record that closes each year in the year archive
       01 ws-year-control-rec.
           05 yrc-record-type pic x value "Y".
           05 filler pic x value space.
           05 yrc-first-month pic 9(6).
           05 filler pic x value space.
           05 yrc-last-month pic 9(6).
           05 filler pic x value space.
           05 yrc-record-count pic 9(7).
           05 filler pic x value space.
           05 yrc-sterling-total pic s9(11)v99 sign leading separate.
           05 filler pic x value space.
           05 yrc-accum-total pic s9(11)v99 sign leading separate.
           05 filler pic x value space.
           05 yrc-run-date pic 9(8).
           05 filler pic x value space.
           05 yrc-operator pic x(10).

       01 ws-accumulator-rec.
           05 acc-date pic 9(8).
           05 filler pic x value space.
           05 acc-total pic s9(9)v99 sign leading separate.

       01 ws-run-mode pic x value spaces.
         88 report-only value "R".
         88 close-the-year value "C".
       01 ws-month-raw pic x(6) value spaces.
       01 ws-last-month pic 9(6) value 0.
       01 ws-first-month pic 9(6) value 0.
       01 ws-next-first-month pic 9(6) value 0.
       01 ws-work-month pic 9(6) value 0.
       01 ws-work-year pic 9(4) value 0.
       01 ws-work-mm pic 99 value 0.
       01 ws-first-ordinal pic 9(6) value 0.
       01 ws-record-ordinal pic 9(6) value 0.
       01 ws-month-slot pic s9(6) value 0.
       01 ws-record-month pic 9(6) value 0.
       01 ws-today-date pic 9(8) value 0.

      * the year month by month - what the records add up to, in
      * sterling for the report and in the original amounts the
      * month-end control record carries, beside that control
       01 ws-month-table.
           05 ws-month-entry occurs 12 times.
               10 ws-mon-month pic 9(6).
               10 ws-mon-count pic 9(7).
               10 ws-mon-sterling pic s9(11)v99.
               10 ws-mon-raw-count pic 9(7).
               10 ws-mon-raw-total pic s9(11)v99.
               10 ws-mon-ctl-seen pic x.
               10 ws-mon-ctl-count pic 9(7).
               10 ws-mon-ctl-total pic s9(11)v99.
       01 ws-month-idx pic 99 value 0.

      * add, subtract, multiply, divide, in that order
       01 ws-op-totals.
           05 ws-op-slot occurs 4 times.
               10 ws-ops-count pic 9(7).
               10 ws-ops-total pic s9(11)v99.
       01 ws-op-idx pic 9 value 0.
       01 ws-op-names.
           05 filler pic x(8) value "ADD".
           05 filler pic x(8) value "SUBTRACT".
           05 filler pic x(8) value "MULTIPLY".
           05 filler pic x(8) value "DIVIDE".
       01 ws-op-name-table redefines ws-op-names.
           05 ws-op-name pic x(8) occurs 4 times.

       01 ws-trn-sterling pic s9(7)v99 value 0.
       01 ws-void-count pic 9(7) value 0.
       01 ws-void-total pic s9(11)v99 value 0.
       01 ws-approval-count pic 9(7) value 0.
       01 ws-approval-total pic s9(11)v99 value 0.
       01 ws-year-count pic 9(7) value 0.
       01 ws-year-total pic s9(11)v99 value 0.
       01 ws-accum-year-total pic s9(11)v99 value 0.
       01 ws-accum-days pic 9(4) value 0.

      * the close proves itself the same way the month-end split
      * does - every record read lands on one side or the other
       01 ws-archive-in-count pic 9(7) value 0.
       01 ws-to-year-count pic 9(7) value 0.
       01 ws-kept-count pic 9(7) value 0.
       01 ws-year-hash pic s9(13)v99 value 0.

       01 ws-months-missing pic 99 value 0.
       01 ws-months-unproved pic 99 value 0.
       01 ws-year-proved pic x value "N".
         88 year-proved value "Y".
      * how the close itself ended - the annual report is written
      * after it, so it states what actually happened
       01 ws-close-result pic x value space.
         88 close-refused value "R".
         88 close-counts-unproved value "U".
         88 close-done value "C".

       01 ws-count-print pic z(6)9.
       01 ws-total-print pic -(10)9.99.
       01 ws-report-line pic x(80) value spaces.
       01 ws-line-count pic 9(4) value 0.
       01 ws-month-verdict pic x(16) value spaces.

      * shared suite-wide audit trail
       copy auditws.
       01 ws-outcome pic x(20) value spaces.

      * shared print-spool registration
       copy spoolws.

      * shared operator sign-on
       copy opsignws.

      * shared dual-control confirmation
       copy dualctlw.

      * shared control-total seals
       copy sealws.

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
      * the close rewrites the monthly archive - supervisor work,
      * the same as the month-end archive it follows on from
       if not ROLE-SUPERVISOR
           display "Error! The year-end close is restricted to "
               "supervisors."
           move "DENIED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       accept ws-today-date from date yyyymmdd
       perform get-run-mode
       perform get-year-end-month
       perform set-year-months
       open input archive-file
       if ws-archive-status not = "00"
           display "Error! Cannot open the monthly archive."
           move "FAILED FILE OPEN" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform tally-next-archive-record
       close archive-file
       perform total-accumulator-history
       if SEAL-BROKEN
           move "SEAL MISMATCH" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform prove-the-year
       move "COMPLETED" to ws-outcome
       if close-the-year
           if year-proved
               perform close-financial-year
           else
               display "Error! The year does not prove - nothing "
                   "has been archived or rewritten."
               move "YEAR NOT PROVED" to ws-outcome
               move 8 to return-code
           end-if
       end-if
       perform write-annual-report
       perform write-suite-audit
       close audit-log-file
       goback.

       get-run-mode.
           display "Enter R to report the financial year, or C to "
               "report and close it: "
           accept ws-run-mode
           move function upper-case(ws-run-mode) to ws-run-mode
           if not report-only and not close-the-year
               display "Error! Enter R or C."
               perform get-run-mode
           end-if.

       get-year-end-month.
           display "Enter the last month of the financial year "
               "(YYYYMM): "
           accept ws-month-raw
           if ws-month-raw is not numeric
               display "Error! Must be a number."
               perform get-year-end-month
           else
               move ws-month-raw to ws-last-month
               move ws-last-month(5:2) to ws-work-mm
               if ws-work-mm < 1 or ws-work-mm > 12
                   display "Error! The month must be 01 to 12."
                   perform get-year-end-month
               end-if
           end-if.

      * the year is the twelve months ending with the one keyed;
      * months are counted as year times twelve plus month so the
      * arithmetic runs straight across a calendar year end
       set-year-months.
           move ws-last-month to ws-work-month
           perform month-to-ordinal
           compute ws-first-ordinal = ws-record-ordinal - 11
           initialize ws-month-table
           perform name-next-month
               varying ws-month-idx from 1 by 1
               until ws-month-idx > 12
           move ws-mon-month(1) to ws-first-month
           compute ws-record-ordinal = ws-first-ordinal + 12
           perform ordinal-to-month
           move ws-work-month to ws-next-first-month.

       name-next-month.
           compute ws-record-ordinal = ws-first-ordinal
               + ws-month-idx - 1
           perform ordinal-to-month
           move ws-work-month to ws-mon-month(ws-month-idx)
           move "N" to ws-mon-ctl-seen(ws-month-idx).

       month-to-ordinal.
           divide ws-work-month by 100 giving ws-work-year
           move ws-work-month(5:2) to ws-work-mm
           compute ws-record-ordinal = ws-work-year * 12
               + ws-work-mm - 1.

       ordinal-to-month.
           divide ws-record-ordinal by 12 giving ws-work-year
               remainder ws-work-mm
           compute ws-work-month = ws-work-year * 100
               + ws-work-mm + 1.

      * which of the year's twelve slots a month falls in - zero
      * when it is outside the year
       find-month-slot.
           perform month-to-ordinal
           compute ws-month-slot = ws-record-ordinal
               - ws-first-ordinal + 1
           if ws-month-slot < 1 or ws-month-slot > 12
               move 0 to ws-month-slot
           end-if.

       tally-next-archive-record.
           read archive-file
               at end move "Y" to ws-archive-eof
           end-read

           if not at-archive-eof
               evaluate archive-record(1:1)
                   when "C"
                       perform tally-control-record
                   when "O"
                       continue
                   when other
                       perform tally-transaction-record
               end-evaluate
               perform tally-next-archive-record
           end-if.

      * a month archived in two passes has two control records;
      * between them they must cover everything the month holds
       tally-control-record.
           move archive-record to ws-archive-control-rec
           if arc-month is numeric
               move arc-month to ws-work-month
               perform find-month-slot
               if ws-month-slot > 0
                   move "Y" to ws-mon-ctl-seen(ws-month-slot)
                   add arc-count to ws-mon-ctl-count(ws-month-slot)
                   add arc-total to ws-mon-ctl-total(ws-month-slot)
               end-if
           end-if.

       tally-transaction-record.
           move archive-record to ws-transaction-rec
           if wstr-date is numeric
               divide wstr-date by 100 giving ws-work-month
               perform find-month-slot
               if ws-month-slot > 0
                   move ws-month-slot to ws-month-idx
                   add 1 to ws-mon-raw-count(ws-month-idx)
                   add wstr-result to ws-mon-raw-total(ws-month-idx)
      * intermediate steps are part of the audit, not of what the
      * office put through, the same as the monthly statement
                   if wstr-record-type not = "I"
                       perform tally-posting-record
                   end-if
               end-if
           end-if.

       tally-posting-record.
           if wstr-sterling is numeric
               move wstr-sterling to ws-trn-sterling
           else
               move wstr-result to ws-trn-sterling
           end-if
           add 1 to ws-mon-count(ws-month-idx)
           add ws-trn-sterling to ws-mon-sterling(ws-month-idx)
           add 1 to ws-year-count
           add ws-trn-sterling to ws-year-total
           evaluate wstr-operation
               when "+" move 1 to ws-op-idx
               when "-" move 2 to ws-op-idx
               when "*" move 3 to ws-op-idx
               when "/" move 4 to ws-op-idx
               when other move 0 to ws-op-idx
           end-evaluate
           if ws-op-idx > 0
               add 1 to ws-ops-count(ws-op-idx)
               add ws-trn-sterling to ws-ops-total(ws-op-idx)
           end-if
           evaluate wstr-record-type
               when "V"
                   add 1 to ws-void-count
                   add ws-trn-sterling to ws-void-total
               when "A"
                   add 1 to ws-approval-count
                   add ws-trn-sterling to ws-approval-total
           end-evaluate.

      * the accumulator is proved against its closing seal before a
      * penny of it is trusted, the same as the calculator does
       total-accumulator-history.
           move 0 to ws-accum-year-total
           move 0 to ws-accum-days
           move 0 to WS-SEAL-COUNT
           move 0 to WS-SEAL-HASH
           move "N" to ws-accum-eof
           open input accumulator-file
           if ws-accum-status = "00"
               perform total-next-accumulator-record
               close accumulator-file
           end-if
           move "ADD01ACC.DAT" to WS-SEAL-FILE-NAME
           perform CHECK-FILE-SEAL.

       total-next-accumulator-record.
           read accumulator-file next record
               at end move "Y" to ws-accum-eof
           end-read

           if not at-accum-eof
               move accumulator-record to ws-accumulator-rec
               add 1 to WS-SEAL-COUNT
               add acc-total to WS-SEAL-HASH
               if acc-date is numeric
                   divide acc-date by 100 giving ws-work-month
                   perform find-month-slot
                   if ws-month-slot > 0
                       add 1 to ws-accum-days
                       add acc-total to ws-accum-year-total
                   end-if
               end-if
               perform total-next-accumulator-record
           end-if.

       prove-the-year.
           move 0 to ws-months-missing
           move 0 to ws-months-unproved
           perform prove-next-month
               varying ws-month-idx from 1 by 1
               until ws-month-idx > 12
           if ws-months-missing = 0
                   and ws-months-unproved = 0
                   and ws-year-total = ws-accum-year-total
               move "Y" to ws-year-proved
           else
               move "N" to ws-year-proved
           end-if.

       prove-next-month.
           if ws-mon-ctl-seen(ws-month-idx) not = "Y"
               add 1 to ws-months-missing
           else
               if ws-mon-ctl-count(ws-month-idx)
                       not = ws-mon-raw-count(ws-month-idx)
                   or ws-mon-ctl-total(ws-month-idx)
                       not = ws-mon-raw-total(ws-month-idx)
                   add 1 to ws-months-unproved
               end-if
           end-if.

       write-annual-report.
           move 0 to ws-line-count
           open output year-report-file
           move spaces to ws-report-line
           string "ADD01 ANNUAL REPORT  FINANCIAL YEAR "
                   delimited by size
                   ws-first-month delimited by size
                   " TO " delimited by size
                   ws-last-month delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move "TOTALS BY MONTH (STERLING)" to ws-report-line
           perform write-report-line
           perform write-month-line
               varying ws-month-idx from 1 by 1
               until ws-month-idx > 12
           move "TOTALS BY OPERATION (STERLING)" to ws-report-line
           perform write-report-line
           perform write-operation-line
               varying ws-op-idx from 1 by 1
               until ws-op-idx > 4
           move ws-void-count to ws-count-print
           move ws-void-total to ws-total-print
           move spaces to ws-report-line
           string "VOIDS.......  COUNT: " delimited by size
                   ws-count-print delimited by size
                   "  TOTAL: " delimited by size
                   ws-total-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-approval-count to ws-count-print
           move ws-approval-total to ws-total-print
           move spaces to ws-report-line
           string "APPROVALS...  COUNT: " delimited by size
                   ws-count-print delimited by size
                   "  TOTAL: " delimited by size
                   ws-total-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-year-count to ws-count-print
           move ws-year-total to ws-total-print
           move spaces to ws-report-line
           string "YEAR RECORDS: " delimited by size
                   ws-count-print delimited by size
                   "  GRAND TOTAL......: " delimited by size
                   ws-total-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-accum-days to ws-count-print
           move ws-accum-year-total to ws-total-print
           move spaces to ws-report-line
           string "ACCUM DAYS..: " delimited by size
                   ws-count-print delimited by size
                   "  ACCUMULATOR TOTAL: " delimited by size
                   ws-total-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           if ws-year-total = ws-accum-year-total
               move "IN BALANCE" to ws-month-verdict
           else
               move "OUT OF BALANCE" to ws-month-verdict
           end-if
           string "GRAND TOTAL VS ACCUMULATOR HISTORY: "
                   delimited by size
                   ws-month-verdict delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           evaluate true
               when close-done
                   move "YEAR PROVED - CLOSED TO THE YEAR ARCHIVE"
                       to ws-report-line
               when close-refused
                   move "YEAR PROVED - CLOSE REFUSED AT DUAL CONTROL"
                       to ws-report-line
               when close-counts-unproved
                   move "YEAR PROVED - CLOSE STOPPED, COUNTS UNPROVED"
                       to ws-report-line
               when year-proved
                   move "YEAR PROVED - READY TO CLOSE"
                       to ws-report-line
               when other
                   move "YEAR NOT PROVED - IT CANNOT BE CLOSED"
                       to ws-report-line
           end-evaluate
           perform write-report-line
           close year-report-file
           move "ADD01YER.DAT" to SPL-NAME
           compute SPL-PAGES = ws-line-count / 60 + 1
           perform REGISTER-SPOOL-REPORT
           display "Annual report written to ADD01YER.DAT".

       write-month-line.
           move ws-mon-count(ws-month-idx) to ws-count-print
           move ws-mon-sterling(ws-month-idx) to ws-total-print
           evaluate true
               when ws-mon-ctl-seen(ws-month-idx) not = "Y"
                   move "NOT ARCHIVED" to ws-month-verdict
               when ws-mon-ctl-count(ws-month-idx)
                       not = ws-mon-raw-count(ws-month-idx)
                   or ws-mon-ctl-total(ws-month-idx)
                       not = ws-mon-raw-total(ws-month-idx)
                   move "CONTROL MISMATCH" to ws-month-verdict
               when other
                   move "PROVED" to ws-month-verdict
           end-evaluate
           move spaces to ws-report-line
           string "  " delimited by size
                   ws-mon-month(ws-month-idx) delimited by size
                   "  COUNT: " delimited by size
                   ws-count-print delimited by size
                   "  TOTAL: " delimited by size
                   ws-total-print delimited by size
                   "  " delimited by size
                   ws-month-verdict delimited by size
               into ws-report-line
           end-string
           perform write-report-line.

       write-operation-line.
           move ws-ops-count(ws-op-idx) to ws-count-print
           move ws-ops-total(ws-op-idx) to ws-total-print
           move spaces to ws-report-line
           string "  " delimited by size
                   ws-op-name(ws-op-idx) delimited by size
                   "  COUNT: " delimited by size
                   ws-count-print delimited by size
                   "  TOTAL: " delimited by size
                   ws-total-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line.

       write-report-line.
           write year-report-record from ws-report-line
           add 1 to ws-line-count.

       close-financial-year.
      * moving the year out of the monthly archive is irreversible -
      * a second supervisor confirms at the point of action, the
      * same as the month-end archive
           move "ADD01YREND" to WS-DUAL-TOKEN
           perform CONFIRM-SECOND-SUPERVISOR
           if not DUAL-CONTROL-OK
               move "DUAL CTL REFUSED" to ws-outcome
               move "R" to ws-close-result
               move 8 to return-code
           else
               perform WRITE-DUAL-CONTROL-AUDIT
               perform split-the-archive
               if ws-archive-in-count = ws-to-year-count
                       + ws-kept-count
                   perform rewrite-monthly-archive
                   perform seal-year-archive
                   move ws-to-year-count to ws-count-print
                   display "Records moved to ADD01YRA.DAT: "
                       ws-count-print
                   move ws-kept-count to ws-count-print
                   display "Records kept in ADD01ARC.DAT: "
                       ws-count-print
                   move "C" to ws-close-result
                   move spaces to ws-outcome
                   string "YEAR CLOSED " delimited by size
                           ws-last-month delimited by size
                       into ws-outcome
                   end-string
               else
                   display "Error! Record counts do not prove - the "
                       "monthly archive has been left untouched."
                   move "COUNTS NOT PROVED" to ws-outcome
                   move "U" to ws-close-result
                   move 8 to return-code
               end-if
           end-if.

      * the year's records and control records go to the year
      * archive; everything else - months outside the year - is
      * held on the work file until the split has proved
       split-the-archive.
           move 0 to ws-archive-in-count
           move 0 to ws-to-year-count
           move 0 to ws-kept-count
           move 0 to ws-year-hash
           move "N" to ws-archive-eof
           open input archive-file
           open output archive-work-file
           open extend year-archive-file
           if ws-year-archive-status = "35"
               open output year-archive-file
           end-if
           perform split-next-archive-record
           perform write-year-control
           close archive-file
           close archive-work-file
           close year-archive-file.

       split-next-archive-record.
           read archive-file
               at end move "Y" to ws-archive-eof
           end-read

           if not at-archive-eof
               add 1 to ws-archive-in-count
               move 0 to ws-month-slot
               evaluate archive-record(1:1)
                   when "C"
                       move archive-record to ws-archive-control-rec
                       if arc-month is numeric
                           move arc-month to ws-work-month
                           perform find-month-slot
                       end-if
                   when "O"
                       move archive-record to ws-archive-opening-rec
                       if ope-first-month is numeric
                           move ope-first-month to ws-work-month
                           perform find-month-slot
                       end-if
                   when other
                       move archive-record to ws-transaction-rec
                       if wstr-date is numeric
                           divide wstr-date by 100
                               giving ws-work-month
                           perform find-month-slot
                           if ws-month-slot > 0
                               add wstr-result to ws-year-hash
                           end-if
                       end-if
               end-evaluate
               if ws-month-slot > 0
                   add 1 to ws-to-year-count
                   write year-archive-record from archive-record
               else
                   add 1 to ws-kept-count
                   write archive-work-record from archive-record
               end-if
               perform split-next-archive-record
           end-if.

       write-year-control.
           move ws-first-month to yrc-first-month
           move ws-last-month to yrc-last-month
           move ws-to-year-count to yrc-record-count
           move ws-year-total to yrc-sterling-total
           move ws-accum-year-total to yrc-accum-total
           move ws-today-date to yrc-run-date
           move WS-OPERATOR-ID to yrc-operator
           write year-archive-record from ws-year-control-rec.

      * the new year opens the monthly archive, carrying forward
      * what the closed year put into the year archive
       rewrite-monthly-archive.
           move "N" to ws-work-eof
           open input archive-work-file
           open output archive-file
           move ws-next-first-month to ope-first-month
           move ws-last-month to ope-prior-year-end
           move ws-year-count to ope-prior-count
           move ws-year-total to ope-prior-total
           move ws-today-date to ope-run-date
           write archive-record from ws-archive-opening-rec
           perform copy-next-kept-record
           close archive-work-file
           close archive-file.

       copy-next-kept-record.
           read archive-work-file
               at end move "Y" to ws-work-eof
           end-read

           if not at-work-eof
               write archive-record from archive-work-record
               perform copy-next-kept-record
           end-if.

      * each closed year is sealed under its own name, so a later
      * reader can prove the year it pulls back has not been touched
       seal-year-archive.
           move spaces to WS-SEAL-FILE-NAME
           string "ADD01YRA.DAT " delimited by size
                   ws-last-month delimited by size
               into WS-SEAL-FILE-NAME
           end-string
           move ws-to-year-count to WS-SEAL-COUNT
           move ws-year-hash to WS-SEAL-HASH
           perform WRITE-FILE-SEAL.

       copy dualctlp.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="ADD01_YREND"==
                               ==:OUTCOME-FIELD:== BY ==ws-outcome==.

       copy spoolreg.

       copy sealp.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program Program21.
