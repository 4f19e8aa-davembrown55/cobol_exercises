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

      * the original record as read off the master, kept whole
      * while the void is confirmed and posted
       01 ws-original-rec pic x(120).
       01 ws-original-date pic 9(8) value 0.
       01 ws-original-seq pic 9(6) value 0.

           05 filler pic x value space.
           05 dsp-result pic -(6)9.99.

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
       open i-o transaction-master
       if ws-master-status not = "00"
           display "Error! Cannot open the transaction master - "
           move WSTR-2ND-NUMBER to dsp-2nd-number
           move WSTR-RESULT to dsp-result
           display " "
           display "ORIGINAL: " ws-display-line " " WSTR-CURRENCY
           display "Void this record? Enter Y to post the "
               "reversal, or N to leave it: "
           accept ws-confirm-answer
       post-void.
      * the reversal keeps the original's operands so the report
      * readers can see what is being backed out; only the result
      * is negated, and the reference ties it to the original.
      * the sterling equivalent is reversed at the original's own
      * rate, so the void takes out exactly what the original put
      * into the sterling totals; an original from before
      * currencies were carried is sterling already
           move ws-original-rec to WS-TRANSACTION-REC
           if WSTR-STERLING is not numeric
               move "GBP" to WSTR-CURRENCY
               move WSTR-RESULT to WSTR-STERLING
               move 1 to WSTR-FX-RATE
           end-if
           compute WSTR-RESULT = 0 - WSTR-RESULT
           compute WSTR-STERLING = 0 - WSTR-STERLING
           move 0 to WSTR-REMAINDER
           move ws-today-date to WSTR-DATE
           accept WSTR-TIME from time

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
      * the reversing result is already negative, so adding it
      * backs the original out of today's running grand total
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

       copy errlog replacing ==:PROGRAM-NAME:== by =="ADD01_VOID"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy entlchk.

       copy clsp.

       copy sealp.

       copy jrnp.
