           copy bltnsel.
           copy entlsel.
           copy cfgsel.
           copy ccmsel.
           copy fxrsel.
           copy procdtsl.

       data division.
       file section.
       fd  reject-file.
       01 reject-record pic x(110).

       fd  resubmit-file.
       01 resubmit-record pic x(59).
       01 resubmit-multi-record pic x(59).

       fd  disposition-file.
       01 disposition-record pic x(70).

       copy cfgfd.

       copy ccmfd.

       copy fxrfd.

       copy procdtfd.

       working-storage section.
       copy errmsgs.

           05 rsb-1st-number pic 9(3)v99.
           05 filler pic x value space.
           05 rsb-2nd-number pic 9(3)v99.
           05 filler pic x value space.
           05 rsb-source-ref pic x(10).
           05 filler pic x(25) value spaces.
           05 rsb-cost-centre pic x(6).
           05 filler pic x value space.
           05 rsb-currency pic x(3).

      * same layout the calculator writes to the reject file; the
      * source record is spaces for a plain pair and holds the
           05 wrej-reason pic x(25).
           05 filler pic x value space.
           05 wrej-source-record pic x(48).
           05 filler pic x value space.
           05 wrej-cost-centre pic x(6).
           05 filler pic x value space.
           05 wrej-currency pic x(3).
           05 filler pic x value space.
           05 wrej-source-ref pic x(10).

       01 ws-display-line.
           05 dsp-operation pic x.
           05 dsp-2nd-number pic 999.99.
           05 filler pic x value space.
           05 dsp-reason pic x(25).
           05 filler pic x value space.
           05 dsp-cost-centre pic x(6).
           05 filler pic x value space.
           05 dsp-currency pic x(3).

       01 ws-disposition-rec.
           05 rjd-date pic 9(8).
      * records the operator keeps for later are written back so
      * the reject file only ever shrinks by explicit disposition
       01 ws-kept-table.
           05 ws-kept-entry pic x(110) occurs 200 times.
       01 ws-kept-count pic 999 value 0.
       01 ws-kept-idx pic 999 value 0.


      * a corrected multi-step record is re-keyed in full and edited
      * against the same layout the batch run reads
       01 ws-fix-multi-raw pic x(59).
       01 ws-fix-multi-rec redefines ws-fix-multi-raw.
           05 fmr-record-type pic x.
           05 filler pic x.
               10 filler pic x.
               10 fmr-step-amount pic x(5).
           05 filler pic x.
           05 filler pic x.
           05 fmr-cost-centre pic x(6).
           05 filler pic x.
           05 fmr-currency pic x(3).
       01 ws-fix-multi-bad pic x value "N".
       01 ws-fix-step-idx pic 9 value 0.

       01 ws-fix-2nd-raw pic x(7).
         88 no-fix-2nd-present value spaces.
       01 fix-2nd-number pic 9(3)v99 value 0.
       01 ws-fix-cost-centre pic x(6) value spaces.
       01 ws-fix-currency pic x(3) value spaces.

      * scratch fields for the shared amount-entry pattern in the
      * numentry copybook
      *central suite configuration
       copy cfgws.

      * shared Add01 cost-centre master
       copy ccmws.

      * shared Add01 exchange-rate file
       copy fxrws.

      * shared processing date
       copy procdtws.

       procedure division.
       perform sign-on-operator.
       perform open-suite-audit-log.
           goback
       end-if
       perform open-output-files.
       perform LOAD-COST-CENTRES.
       perform GET-PROCESSING-DATE.
       move WS-PROCESS-DATE to WS-FXR-AS-AT.
       perform LOAD-FX-RATES.
       perform repair-next-reject.
       close reject-file
       close resubmit-file
           move wrej-1st-number to dsp-1st-number
           move wrej-2nd-number to dsp-2nd-number
           move wrej-reason to dsp-reason
           move wrej-cost-centre to dsp-cost-centre
           move wrej-currency to dsp-currency
           display " "
           display "REJECT: " ws-display-line
           if wrej-source-record not = spaces
               display "Error! Cannot divide by zero."
               perform get-fix-2nd-number
           else
               perform get-fix-cost-centre
               perform get-fix-currency
               move ws-fix-operation to rsb-operation
               move fix-1st-number to rsb-1st-number
               move fix-2nd-number to rsb-2nd-number
               move ws-fix-cost-centre to rsb-cost-centre
               move ws-fix-currency to rsb-currency
      * the sender's row reference rides the correction, so the
      * corrected result still finds its way back to them
               move wrej-source-ref to rsb-source-ref
               write resubmit-record from ws-resubmit-rec
               add 1 to ws-corrected-count
               perform write-disposition-corrected
               perform LOG-ERROR-EVENT
               perform get-fix-multi-record
           else
               perform get-fix-cost-centre
               perform get-fix-currency
               move ws-fix-cost-centre to fmr-cost-centre
               move ws-fix-currency to fmr-currency
               write resubmit-multi-record from ws-fix-multi-raw
               add 1 to ws-corrected-count
               perform write-disposition-corrected
               end-if
           end-if.

       get-fix-cost-centre.
      * a blank answer keeps the cost centre the record came in
      * with; the answer is checked against the master here so an
      * unknown code does not just bounce straight back
           display "Enter the corrected cost centre, or press enter "
               "to keep " wrej-cost-centre ": "
           move spaces to ws-fix-cost-centre
           accept ws-fix-cost-centre
           move function upper-case(ws-fix-cost-centre)
               to ws-fix-cost-centre
           if ws-fix-cost-centre = spaces
               move wrej-cost-centre to ws-fix-cost-centre
           end-if
           move ws-fix-cost-centre to WS-CCM-WANTED
           perform CHECK-COST-CENTRE
           if COST-CENTRE-OK
               move WS-CCM-WANTED to ws-fix-cost-centre
           else
               display "Error! That cost centre is unknown or "
                   "closed."
               move "E001" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-fix-cost-centre
           end-if.

       get-fix-currency.
      * the same again for the currency - a blank answer keeps the
      * one the record came in with, and a currency with no rate in
      * effect is turned away here rather than rejected again
           display "Enter the corrected currency, or press enter "
               "to keep " wrej-currency ": "
           move spaces to ws-fix-currency
           accept ws-fix-currency
           move function upper-case(ws-fix-currency)
               to ws-fix-currency
           if ws-fix-currency = spaces
               move wrej-currency to ws-fix-currency
           end-if
           move ws-fix-currency to WS-FXR-WANTED
           perform CHECK-FX-RATE
           if FX-RATE-FOUND
               move WS-FXR-WANTED to ws-fix-currency
           else
               display "Error! There is no exchange rate in effect "
                   "for that currency."
               move "E001" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-fix-currency
           end-if.

       write-disposition-corrected.
           move "CORRECTED" to rjd-action
           perform write-disposition.

       copy entlchk.

       copy ccmp.

       copy fxrp.

       copy procdate.

       copy helpp.

       copy opsignon.
