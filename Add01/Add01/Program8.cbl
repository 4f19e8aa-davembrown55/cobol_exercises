      * batch run generates each night live in ADD01STO.DAT, and
      * this program is the only sanctioned way to change them:
      * list the orders, add a new one, suspend or reactivate one,
      * or set its end date.  each order names the cost centre its
      * pairs are charged to, and what it does when it falls due
      * on a day the business calendar says is not a working day.
      * every change is logged to the audit trail, and the file
      * rewrite is supervisor work the same as the batch pass that
      * consumes it.

       environment division.
       input-output section.
           copy helpsel.
           copy bltnsel.
           copy entlsel.
           copy frzsel.
           copy cfgsel.
           copy ccmsel.

       data division.
       file section.
       fd  standing-order-file.
       01 standing-order-record pic x(49).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy entlfd.

       copy frzfd.

       copy cfgfd.

       copy ccmfd.

       working-storage section.
       copy errmsgs.

      * memory and rewrite in full after each change, the same way
      * the configuration maintenance handles its file
       01 ws-order-table.
           05 ws-order-entry pic x(49) occurs 200 times.
       01 ws-order-count pic 9(3) value 0.
       01 ws-order-idx pic 9(3) value 0.
       01 ws-order-hit pic 9(3) value 0.
       01 new-2nd-number pic 9(3)v99 value 0.
       01 ws-new-frequency pic x value space.
       01 ws-new-date pic x(8) value spaces.
       01 ws-new-cost-centre pic x(6) value spaces.
       01 ws-new-day-rule pic x value space.

       01 ws-display-line.
           05 dsp-number pic 9(4).
           05 dsp-end-date pic 9(8).
           05 filler pic x value space.
           05 dsp-status pic x.
           05 filler pic x value space.
           05 dsp-cost-centre pic x(6).
           05 filler pic x value space.
           05 dsp-day-rule pic x.

      * scratch fields for the shared amount-entry pattern in the
      * numentry copybook
      *shared per-program entitlements
       copy entlws.

      *shared change-freeze calendar
       copy frzws.

      *central suite configuration
       copy cfgws.

      * shared Add01 cost-centre master
       copy ccmws.

       procedure division.
       perform sign-on-operator.
       perform open-suite-audit-log.
           goback
       end-if
       perform load-order-table.
       perform LOAD-COST-CENTRES.
       move "ADD01_STORD" to WS-FRZ-PROGRAM.
       perform get-function.

       exit-program-para.
           display "S SUSPEND A STANDING ORDER"
           display "R REACTIVATE A STANDING ORDER"
           display "E SET A STANDING ORDER'S END DATE"
           display "N SET A STANDING ORDER'S NON-WORKING-DAY RULE"
           display "X EXIT"
           accept ws-function-pick
           move function upper-case(ws-function-pick)
               when "L"
                   perform list-orders
               when "A"
                   move "ADD ORDER" to WS-FRZ-ACTION
                   perform CHECK-CHANGE-FREEZE
                   if CHANGE-ALLOWED
                       perform add-order
                   end-if
               when "S"
                   move "SUSPEND ORDER" to WS-FRZ-ACTION
                   perform CHECK-CHANGE-FREEZE
                   if CHANGE-ALLOWED
                       perform suspend-order
                   end-if
               when "R"
                   move "REACTIVATE ORDER" to WS-FRZ-ACTION
                   perform CHECK-CHANGE-FREEZE
                   if CHANGE-ALLOWED
                       perform reactivate-order
                   end-if
               when "E"
                   move "SET END DATE" to WS-FRZ-ACTION
                   perform CHECK-CHANGE-FREEZE
                   if CHANGE-ALLOWED
                       perform end-date-order
                   end-if
               when "N"
                   move "SET DAY RULE" to WS-FRZ-ACTION
                   perform CHECK-CHANGE-FREEZE
                   if CHANGE-ALLOWED
                       perform day-rule-order
                   end-if
               when "X"
                   perform exit-program-para
               when other
           move WSTO-START-DATE to dsp-start-date
           move WSTO-END-DATE to dsp-end-date
           move WSTO-STATUS to dsp-status
           move WSTO-COST-CENTRE to dsp-cost-centre
           move WSTO-DAY-RULE to dsp-day-rule
           if WSTO-DAY-RULE = space
               move "N" to dsp-day-rule
           end-if
           display ws-display-line.

       get-order-number.
               perform LOG-ERROR-EVENT
               perform get-new-start-date
           else
               perform get-new-cost-centre
           end-if.

       get-new-cost-centre.
      * checked against the master now, so the order cannot reject
      * every single night for want of a department
           display "Enter the cost centre to charge, or press enter "
               "for the default: "
           move spaces to ws-new-cost-centre
           accept ws-new-cost-centre
           move function upper-case(ws-new-cost-centre)
               to ws-new-cost-centre
           move ws-new-cost-centre to WS-CCM-WANTED
           perform CHECK-COST-CENTRE
           if COST-CENTRE-OK
               move WS-CCM-WANTED to ws-new-cost-centre
               perform get-new-day-rule
               perform store-new-order
           else
               display "Error! That cost centre is unknown or "
                   "closed."
               move "E001" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-new-cost-centre
           end-if.

       get-new-day-rule.
           display "On a non-working day - N next working day, "
               "P previous working day, S skip: "
           move space to ws-new-day-rule
           accept ws-new-day-rule
           move function upper-case(ws-new-day-rule)
               to ws-new-day-rule
           if ws-new-day-rule not = "N"
                   and ws-new-day-rule not = "P"
                   and ws-new-day-rule not = "S"
               display "Error! Enter N, P or S."
               perform get-new-day-rule
           end-if.

       store-new-order.
           move ws-new-date to WSTO-START-DATE
           move 0 to WSTO-END-DATE
           move "A" to WSTO-STATUS
           move ws-new-cost-centre to WSTO-COST-CENTRE
           move ws-new-day-rule to WSTO-DAY-RULE
           add 1 to ws-order-count
           move WS-STANDING-ORDER-REC
               to ws-order-entry(ws-order-count)
               perform log-order-change
           end-if.

       day-rule-order.
           perform get-order-number
           if ws-order-hit = 0
               display "Error! No standing order with that number."
           else
               perform get-new-day-rule
               move ws-order-entry(ws-order-hit)
                   to WS-STANDING-ORDER-REC
               move ws-new-day-rule to WSTO-DAY-RULE
               move WS-STANDING-ORDER-REC
                   to ws-order-entry(ws-order-hit)
               perform save-order-table
               display "Standing order non-working-day rule set."
               perform log-order-change
           end-if.

       log-order-change.
           move spaces to ws-outcome
           string "* ORDER " delimited by size

       copy entlchk.

       copy frzchk.

       copy ccmp.

       copy helpp.

       copy opsignon.
