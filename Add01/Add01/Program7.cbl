           05 ein-sep2 pic x.
           05 ein-2nd-number pic x(5).
           05 filler pic x(35).
      * the cost centre is in the same column on every record type;
      * it is checked against the cost-centre master by the
      * calculation run, which rejects an unknown code
           05 ein-sep-cc pic x.
           05 ein-cost-centre pic x(6).
      * so is the currency code, blank for sterling; whether a rate
      * is in effect for it is likewise the calculation run's check
           05 ein-sep-ccy pic x.
           05 ein-currency pic x(3).
      * a rate record: the second operand is a rate code for the
      * calculation run to resolve, not an amount
       01 edit-rate-record.
               10 emr-step-amount pic x(5).

       fd  edited-file.
       01 edited-record pic x(59).

       fd  edit-report-file.
       01 edit-report-record pic x(70).
                   perform edit-rate-record-fields
               when other
                   perform edit-single-pair-record
           end-evaluate

           if not edit-error
               perform edit-currency-code
           end-if.

       edit-currency-code.
           if ein-currency not = spaces
                   and (ein-currency is not alphabetic
                       or ein-currency(3:1) = space
                       or ein-sep-ccy not = space)
               move "Y" to ws-edit-error
               move "BAD CURRENCY CODE" to ws-edit-reason
           end-if.

       edit-single-pair-record.
           if ein-operation not = "+" and ein-operation not = "-"
