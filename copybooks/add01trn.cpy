      * Add01 transaction log record - one line per calculation in
      * ADD01TRN.DAT, shared by the calculator, the reconciliation
      * and every other reader so the layout only lives in one place.
      * amounts carry two implied decimal places (pounds and pence).
      * the record is 120 bytes and every byte is now spoken for -
      * the last field is followed only by its separator space, so
      * anything further that a posting must carry goes on a file
      * of its own rather than widening every reader
      * COPY ADD01TRN.

       01 WS-TRANSACTION-REC.
      * who keyed, approved or voided the calculation - spaces on a
      * record written before operator stamping existed
           05 WSTR-OPERATOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
      * the department the calculation is charged back to, checked
      * against the cost-centre master when it is keyed - spaces on
      * a record written before cost-centre coding existed
           05 WSTR-COST-CENTRE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
      * the currency the amounts were keyed in, the result's
      * sterling equivalent and the rate that converted it - every
      * control total is kept in sterling.  a record written before
      * currencies existed has spaces here and is sterling already,
      * so a reader takes WSTR-RESULT when WSTR-STERLING is not
      * numeric
           05 WSTR-CURRENCY PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 WSTR-STERLING PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 WSTR-FX-RATE PIC 9(3)V9(6).
           05 FILLER PIC X VALUE SPACE.
      * the rate-table code the second amount was resolved from on
      * a batch rate record, so the calculation can be re-priced
      * when a rate changes - spaces on every other calculation
      * and on a record written before the code was kept
           05 WSTR-RATE-CODE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
