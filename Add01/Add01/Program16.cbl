       program-id. Program16 as "Add01.Program16".

      * monthly cost-centre chargeback - everything put through the
      * calculator in a requested month, read by the date-and-
      * sequence key the same way the monthly statement reads it,
      * and totalled by the cost centre each calculation was
      * charged to and, within each cost centre, by operation.  a
      * void nets its original back out of the count and value, so
      * finance is charged for what stood at the month end.  the
      * cost centres print in master file order, followed by any
      * code found on the log that is no longer on the master and
      * the uncoded work from before cost-centre coding existed.
      * the report registers itself on the spool index.

       environment division.
       input-output section.
       file-control.
           select transaction-master assign to "ADD01TRX.DAT"
               organization is indexed
               access mode is dynamic
               record key is trx-key
               file status is ws-master-status.
           select chargeback-file assign to "ADD01CHG.DAT"
               organization is line sequential
               file status is ws-chargeback-status.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy ccmsel.
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

       fd  chargeback-file.
       01 chargeback-record pic x(80).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy ccmfd.

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
       01 ws-chargeback-status pic xx value spaces.
       01 ws-master-eof pic x value "N".
         88 at-master-eof value "Y".

       copy add01trn.

      * shared Add01 cost-centre master
       copy ccmws.

       01 ws-month-raw pic x(6) value spaces.
       01 ws-selected-month pic 9(6) value 0.
       01 ws-record-month pic 9(6) value 0.

      * one slot per cost centre - the master's codes first, in
      * file order, then any other code met on the log; each slot
      * carries a count and value per operation: add, subtract,
      * multiply, divide, in that order
       01 ws-charge-table.
           05 ws-charge-slot occurs 250 times.
               10 ws-chg-code pic x(6).
               10 ws-chg-op occurs 4 times.
                   15 ws-chg-count pic s9(6).
                   15 ws-chg-value pic s9(11)v99.
       01 ws-charge-count pic 999 value 0.
       01 ws-charge-idx pic 999 value 0.
       01 ws-charge-hit pic 999 value 0.
       01 ws-op-idx pic 9 value 0.

       01 ws-centre-count pic s9(7) value 0.
       01 ws-centre-value pic s9(11)v99 value 0.
       01 ws-month-count pic s9(7) value 0.
       01 ws-month-value pic s9(11)v99 value 0.

       01 ws-op-names.
           05 filler pic x(8) value "ADD".
           05 filler pic x(8) value "SUBTRACT".
           05 filler pic x(8) value "MULTIPLY".
           05 filler pic x(8) value "DIVIDE".
       01 ws-op-name-table redefines ws-op-names.
           05 ws-op-name pic x(8) occurs 4 times.

       01 ws-centre-name pic x(30) value spaces.
       01 ws-count-print pic -(6)9.
       01 ws-value-print pic -(10)9.99.
       01 ws-report-line pic x(80) value spaces.
       01 ws-page-count pic 9(4) value 1.

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
       perform get-month.
       open input transaction-master
       if ws-master-status not = "00"
           display "Error! Cannot open the transaction master."
           move "FAILED FILE OPEN" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform LOAD-COST-CENTRES.
       perform seed-charge-table.
       perform position-at-month.
       perform charge-next-record.
       close transaction-master
       open output chargeback-file
       perform write-chargeback-header.
       perform write-centre-block
           varying ws-charge-idx from 1 by 1
           until ws-charge-idx > ws-charge-count.
       perform write-chargeback-totals.
       close chargeback-file
       move "ADD01CHG.DAT" to SPL-NAME
       move ws-page-count to SPL-PAGES
       perform REGISTER-SPOOL-REPORT
       display "Chargeback report written to ADD01CHG.DAT"
       move "COMPLETED" to ws-outcome
       perform write-suite-audit
       close audit-log-file
       goback.

       get-month.
           display "Enter the month to charge back (YYYYMM): "
           accept ws-month-raw
           if ws-month-raw is not numeric
               display ERRMSG-NOT-NUMERIC
               move "E002" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-month
           else
               move ws-month-raw to ws-selected-month
           end-if.

       seed-charge-table.
           initialize ws-charge-table
           move 0 to ws-charge-count
           perform seed-next-charge-slot
               varying WS-CCM-IDX from 1 by 1
               until WS-CCM-IDX > WS-CCM-COUNT.

       seed-next-charge-slot.
           if ws-charge-count < 250
               add 1 to ws-charge-count
               move WS-CCM-ENTRY-CODE(WS-CCM-IDX)
                   to ws-chg-code(ws-charge-count)
           end-if.

       position-at-month.
           compute trx-date = ws-selected-month * 100 + 1
           move 0 to trx-sequence
           start transaction-master key is not less than trx-key
               invalid key move "Y" to ws-master-eof
           end-start.

       charge-next-record.
           if not at-master-eof
               read transaction-master next record
                   at end move "Y" to ws-master-eof
               end-read
               if not at-master-eof
                   divide trx-date by 100 giving ws-record-month
                   if ws-record-month = ws-selected-month
                       perform charge-current-record
                       perform charge-next-record
                   else
                       move "Y" to ws-master-eof
                   end-if
               end-if
           end-if.

       charge-current-record.
           move trx-record to WS-TRANSACTION-REC
      * intermediate steps of a multi-step record are part of the
      * audit, not of what the department put through
           if WSTR-RECORD-TYPE not = "I"
               evaluate WSTR-OPERATION
                   when "+" move 1 to ws-op-idx
                   when "-" move 2 to ws-op-idx
                   when "*" move 3 to ws-op-idx
                   when "/" move 4 to ws-op-idx
                   when other move 0 to ws-op-idx
               end-evaluate
               if ws-op-idx > 0
                   perform find-charge-slot
                   if ws-charge-hit > 0
                       perform post-to-charge-slot
                   end-if
               end-if
           end-if.

       find-charge-slot.
           move 0 to ws-charge-hit
           perform match-next-charge-slot
               varying ws-charge-idx from 1 by 1
               until ws-charge-idx > ws-charge-count
           if ws-charge-hit = 0 and ws-charge-count < 250
               add 1 to ws-charge-count
               move WSTR-COST-CENTRE to ws-chg-code(ws-charge-count)
               move ws-charge-count to ws-charge-hit
           end-if.

       match-next-charge-slot.
           if ws-chg-code(ws-charge-idx) = WSTR-COST-CENTRE
               move ws-charge-idx to ws-charge-hit
           end-if.

       post-to-charge-slot.
      * a void carries the negated result already; it takes its
      * original back out of the count as well.  finance is
      * charged in sterling; a record logged before currencies were
      * carried is sterling already
           if WSTR-RECORD-TYPE = "V"
               subtract 1 from ws-chg-count(ws-charge-hit, ws-op-idx)
           else
               add 1 to ws-chg-count(ws-charge-hit, ws-op-idx)
           end-if
           if WSTR-STERLING is numeric
               add WSTR-STERLING
                   to ws-chg-value(ws-charge-hit, ws-op-idx)
           else
               add WSTR-RESULT
                   to ws-chg-value(ws-charge-hit, ws-op-idx)
           end-if.

       write-chargeback-header.
           move spaces to ws-report-line
           string "ADD01 COST-CENTRE CHARGEBACK  MONTH: "
                   delimited by size
                   ws-month-raw delimited by size
               into ws-report-line
           end-string
           write chargeback-record from ws-report-line.

       write-centre-block.
           move 0 to ws-centre-count
           move 0 to ws-centre-value
           perform add-centre-op
               varying ws-op-idx from 1 by 1
               until ws-op-idx > 4
      * a master cost centre with nothing charged all month is
      * left off rather than printed as a block of zeroes
           if ws-centre-count not = 0 or ws-centre-value not = 0
               perform write-centre-heading
               perform write-centre-op-line
                   varying ws-op-idx from 1 by 1
                   until ws-op-idx > 4
               move ws-centre-count to ws-count-print
               move ws-centre-value to ws-value-print
               move spaces to ws-report-line
               string "  CENTRE COUNT: " delimited by size
                       ws-count-print delimited by size
                       "  CENTRE VALUE: " delimited by size
                       ws-value-print delimited by size
                   into ws-report-line
               end-string
               write chargeback-record from ws-report-line
               add ws-centre-count to ws-month-count
               add ws-centre-value to ws-month-value
           end-if.

       add-centre-op.
           add ws-chg-count(ws-charge-idx, ws-op-idx)
               to ws-centre-count
           add ws-chg-value(ws-charge-idx, ws-op-idx)
               to ws-centre-value.

       write-centre-heading.
           move ws-chg-code(ws-charge-idx) to WS-CCM-WANTED
           perform FIND-COST-CENTRE
           evaluate true
               when ws-chg-code(ws-charge-idx) = spaces
                   move "UNCODED - BEFORE COST CENTRES"
                       to ws-centre-name
               when WS-CCM-HIT = 0
                   move "NOT ON THE COST-CENTRE MASTER"
                       to ws-centre-name
               when other
                   move WS-CCM-ENTRY(WS-CCM-HIT)
                       to WS-COST-CENTRE-REC
                   move CCM-NAME to ws-centre-name
           end-evaluate
           move spaces to ws-report-line
           string "COST CENTRE " delimited by size
                   ws-chg-code(ws-charge-idx) delimited by size
                   "  " delimited by size
                   ws-centre-name delimited by size
               into ws-report-line
           end-string
           write chargeback-record from ws-report-line.

       write-centre-op-line.
           if ws-chg-count(ws-charge-idx, ws-op-idx) not = 0
                   or ws-chg-value(ws-charge-idx, ws-op-idx) not = 0
               move ws-chg-count(ws-charge-idx, ws-op-idx)
                   to ws-count-print
               move ws-chg-value(ws-charge-idx, ws-op-idx)
                   to ws-value-print
               move spaces to ws-report-line
               string "  " delimited by size
                       ws-op-name(ws-op-idx) delimited by size
                       "  COUNT: " delimited by size
                       ws-count-print delimited by size
                       "  VALUE: " delimited by size
                       ws-value-print delimited by size
                   into ws-report-line
               end-string
               write chargeback-record from ws-report-line
           end-if.

       write-chargeback-totals.
           move ws-month-count to ws-count-print
           move ws-month-value to ws-value-print
           move spaces to ws-report-line
           string "MONTH COUNT: " delimited by size
                   ws-count-print delimited by size
                   "  MONTH VALUE: " delimited by size
                   ws-value-print delimited by size
               into ws-report-line
           end-string
           write chargeback-record from ws-report-line.

       copy errlog replacing ==:PROGRAM-NAME:== by =="ADD01_CHGBK"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="ADD01_CHGBK"==
           ==:OUTCOME-FIELD:== BY ==ws-outcome==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy ccmp.

       copy opsignon.

       end program Program16.
