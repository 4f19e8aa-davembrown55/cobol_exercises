      * the master and corrects the day's accumulator, a rejection
      * is recorded to the rejected-review file the reconciliation
      * reads, and a kept entry stays in the queue.  nothing ever
      * leaves the queue without a recorded disposition.  an
      * approval is recorded too, beside the key of the posting it
      * made, so the segregation-of-duties scan can set who held
      * the entry against who approved it.

       environment division.
       input-output section.
           select review-reject-file assign to "ADD01PRJ.DAT"
               organization is line sequential
               file status is ws-review-rej-status.
           select review-approved-file assign to "ADD01PAP.DAT"
               organization is line sequential
               file status is ws-review-app-status.
           select transaction-file assign to "ADD01TRN.DAT"
               organization is line sequential
               file status is ws-transaction-status.
               record key is trx-key
               file status is ws-master-status.
           select accumulator-file assign to "ADD01ACC.DAT"
               organization is indexed
               access mode is dynamic
               record key is acc-key-date
               file status is ws-accum-status.
           copy procdtsl.
           select audit-log-file assign to "AUDITLOG.DAT"
           copy bltnsel.
           copy entlsel.
           copy cfgsel.
           copy clssel.

       data division.
       file section.
       fd  pending-review-file.
       01 pending-review-record pic x(103).

       fd  review-reject-file.
       01 review-reject-record pic x(96).

       fd  review-approved-file.
       01 review-approved-record pic x(130).

       fd  transaction-file.
       01 transaction-record pic x(120).

       fd  transaction-master.
       01 transaction-master-record.
           05 trx-key.
               10 trx-date pic 9(8).
               10 trx-sequence pic 9(6).
           05 trx-record pic x(120).

      * the accumulator holds one record per business date, keyed
      * on the date and retained as history, so each posting reads
      * and rewrites only its own day
       fd  accumulator-file.
       01 accumulator-record.
           05 acc-key-date pic 9(8).
           05 filler pic x(13).

       copy procdtfd.


       copy cfgfd.

       copy clsfd.

       working-storage section.
       copy procdtws.
       copy errmsgs.

       01 ws-pending-status pic xx value spaces.
       01 ws-review-rej-status pic xx value spaces.
       01 ws-review-app-status pic xx value spaces.
       01 ws-transaction-status pic xx value spaces.
       01 ws-master-status pic xx value spaces.
       01 ws-accum-status pic xx value spaces.
           05 wprj-date pic 9(8).
           05 filler pic x value space.
           05 wprj-rejected-by pic x(10).
      * the pending record's cost centre rides at the end, so a
      * rejected entry written before cost-centre coding existed
      * still lines up
           05 filler pic x value space.
           05 wprj-cost-centre pic x(6).
      * and the currency and sterling equivalent after that, for
      * the same reason
           05 filler pic x value space.
           05 wprj-currency pic x(3).
           05 filler pic x value space.
           05 wprj-sterling pic s9(7)v99 sign leading separate.

      * an approved entry carries the whole pending record, then
      * the key of the type A posting it became and who approved it
       01 ws-review-approved-rec.
           05 wpap-pending pic x(103).
           05 filler pic x value space.
           05 wpap-post-date pic 9(8).
           05 filler pic x value space.
           05 wpap-post-sequence pic 9(6).
           05 filler pic x value space.
           05 wpap-approved-by pic x(10).

       01 ws-display-line.
           05 dsp-operation pic x.
      * entries kept for later are written back so the queue only
      * ever shrinks by explicit disposition
       01 ws-kept-table.
           05 ws-kept-entry pic x(103) occurs 200 times.
       01 ws-kept-count pic 999 value 0.
       01 ws-kept-idx pic 999 value 0.
       01 ws-approved-count pic 999 value 0.
       01 ws-rejected-count pic 999 value 0.
       01 ws-count-print pic zz9.

       01 ws-acc-eof pic x value "N".
         88 at-acc-eof value "Y".
       01 ws-acc-on-file pic x value "N".
         88 acc-date-on-file value "Y".
       01 ws-grand-total pic s9(9)v99 value 0.

       01 ws-accumulator-rec.
      *central suite configuration
       copy cfgws.

      * shared Add01 closed-dates control file
       copy clsws.

       procedure division.
       perform sign-on-operator.
       perform open-suite-audit-log.
       end-if
       perform GET-PROCESSING-DATE.
       move WS-PROCESS-DATE to ws-today-date.
      * a business date reconciled and closed by the day close takes
      * no more postings, back-dated or otherwise
       move ws-today-date to WS-CLS-WANTED-DATE.
       perform CHECK-DATE-CLOSED.
       if DATE-IS-CLOSED
           display "Error! Business date " ws-today-date
               " is closed to posting.  A supervisor must reopen "
               "it through the Add01 day close first."
           move "DATE CLOSED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if.
       open input pending-review-file
       if ws-pending-status not = "00"
           display "No calculations waiting for review."
       if ws-review-rej-status = "35"
           open output review-reject-file
       end-if
       open extend review-approved-file
       if ws-review-app-status = "35"
           open output review-approved-file
       end-if
       perform load-accumulator.
       perform review-next-entry.
       close pending-review-file
       close review-reject-file
       close review-approved-file
       close transaction-file
       close transaction-master
       perform rewrite-kept-entries.
           move WPND-SOURCE to dsp-source
           display " "
           display "HELD: " ws-display-line
               " KEYED " WPND-DATE " " WPND-TIME
               " COST CENTRE " WPND-COST-CENTRE
           perform convert-held-entry
           if WPND-CURRENCY not = "GBP"
               move WPND-STERLING to dsp-result
               display "      IN " WPND-CURRENCY
                   " - STERLING EQUIVALENT " dsp-result
           end-if.

       convert-held-entry.
      * an entry held before currencies were carried is sterling
           if WPND-STERLING is not numeric
               move "GBP" to WPND-CURRENCY
               move WPND-RESULT to WPND-STERLING
               move 1 to WPND-FX-RATE
           end-if.

       get-disposition.
           display "Enter A to approve and post this entry, R to "
           move 0 to WSTR-VOID-REF-DATE
           move 0 to WSTR-VOID-REF-SEQ
           move WS-OPERATOR-ID to WSTR-OPERATOR
           move WPND-COST-CENTRE to WSTR-COST-CENTRE
           move WPND-CURRENCY to WSTR-CURRENCY
           move WPND-STERLING to WSTR-STERLING
           move WPND-FX-RATE to WSTR-FX-RATE
           move WPND-RATE-CODE to WSTR-RATE-CODE
           write transaction-record from WS-TRANSACTION-REC
           perform write-approved-master-record
           move WS-PENDING-REVIEW-REC to wpap-pending
           move trx-date to wpap-post-date
           move trx-sequence to wpap-post-sequence
           move WS-OPERATOR-ID to wpap-approved-by
           write review-approved-record from ws-review-approved-rec
           perform update-accumulator
           add 1 to ws-approved-count
           move "APPROVED ENTRY" to ws-outcome
           move WS-PENDING-REVIEW-REC to wprj-pending
           move ws-today-date to wprj-date
           move WS-OPERATOR-ID to wprj-rejected-by
           move WPND-COST-CENTRE to wprj-cost-centre
           move WPND-CURRENCY to wprj-currency
           move WPND-STERLING to wprj-sterling
           write review-reject-record from ws-review-reject-rec
           add 1 to ws-rejected-count
           move "REJECTED ENTRY" to ws-outcome

       load-accumulator.
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
       update-accumulator.
      * journalled before and after, the same as the calculator,
      * so forward recovery sees every in-place change
      * only the business date's own record is read and rewritten
      * in place; the seal totals carried from the load are moved on
      * by the change rather than recounted
           move "ADD01ACC.DAT" to ws-jrn-file-name
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
           add WSTR-STERLING to acc-total
           move acc-total to ws-grand-total
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
           move "ADD01ACC.DAT" to ws-seal-file-name
           perform WRITE-FILE-SEAL.

       copy errlog replacing ==:PROGRAM-NAME:== by =="ADD01_REVIEW"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy entlchk.

       copy clsp.

       copy sealp.

       copy jrnp.
