       program-id. Program18 as "Add01.Program18".

      * exchange-rate maintenance - the sterling rates the calculator
      * converts foreign-currency amounts at live in ADD01FXR.DAT,
      * one dated line per rate, and this program is the only
      * sanctioned way to change them.  a new rate is added with the
      * date it takes effect and the old line is left alone, so the
      * file is its own history and a rate can be keyed ahead of the
      * day it applies from - the last line for a currency whose date
      * has been reached wins, the same rule as the rate table.
      * sterling itself always converts at one and is never keyed.
      * every new rate is logged to the audit trail.

       environment division.
       input-output section.
       file-control.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy fxrsel.
           copy procdtsl.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy helpsel.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.

       data division.
       file section.
       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy fxrfd.

       copy procdtfd.

       fd  operator-file.
       copy operfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy helpfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       copy errmsgs.

      * shared Add01 exchange-rate file
       copy fxrws.

      * shared processing date
       copy procdtws.

       01 ws-function-pick pic x value spaces.
       01 ws-new-code pic x(3) value spaces.
       01 ws-rate-raw pic x(10) value spaces.
       01 ws-new-rate pic 9(3)v9(6) value 0.
       01 ws-date-raw pic x(8) value spaces.

       01 ws-display-line.
           05 dsp-code pic x(3).
           05 filler pic x(2) value spaces.
           05 dsp-rate pic zz9.999999.
           05 filler pic x(2) value spaces.
           05 dsp-eff-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 dsp-note pic x(14).

      * shared suite-wide audit trail
       copy auditws.
       01 ws-outcome pic x(20) value spaces.

      * shared operator sign-on
       copy opsignws.
      * shared context-sensitive help
       copy helpws.

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
      * a rate moves every sterling total in the books, so changing
      * one is supervisor work the same as the cost centres
       if not ROLE-SUPERVISOR
           display "Error! Exchange-rate maintenance is restricted "
               "to supervisors."
           move "DENIED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform GET-PROCESSING-DATE.
       perform get-function.

       exit-program-para.
           move "COMPLETED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           goback.

       get-function.
           display " "
           display "ADD01 EXCHANGE-RATE MAINTENANCE"
           display "L LIST THE RATE HISTORY"
           display "S SHOW THE RATE IN EFFECT FOR A CURRENCY"
           display "A ADD A NEW DATED RATE"
           display "X EXIT"
           accept ws-function-pick
           move function upper-case(ws-function-pick)
               to ws-function-pick

           evaluate ws-function-pick
               when "L"
                   perform list-fx-rates
               when "S"
                   perform show-current-rate
               when "A"
                   perform add-fx-rate
               when "X"
                   perform exit-program-para
               when other
                   display ERRMSG-GENERIC
                   move "E001" to WS-ERROR-CODE
                   perform LOG-ERROR-EVENT
           end-evaluate
           perform get-function.

       list-fx-rates.
           move "N" to WS-FXR-EOF
           open input fx-rate-file
           if WS-FXR-STATUS not = "00"
               display "No exchange rates on file - every amount "
                   "is treated as sterling."
           else
               perform list-next-fx-rate
               close fx-rate-file
           end-if.

       list-next-fx-rate.
           read fx-rate-file
               at end move "Y" to WS-FXR-EOF
           end-read

           if not AT-FXR-EOF
               move FX-RATE-RECORD to WS-FX-RATE-REC
               move FXR-CODE to dsp-code
               move FXR-RATE to dsp-rate
               move FXR-EFF-DATE to dsp-eff-date
               if FXR-EFF-DATE > WS-PROCESS-DATE
                   move "NOT YET IN USE" to dsp-note
               else
                   move spaces to dsp-note
               end-if
               display ws-display-line
               perform list-next-fx-rate
           end-if.

       get-code.
           display "Enter the currency code (e.g. EUR, USD): "
           move spaces to ws-new-code
           accept ws-new-code
           move function upper-case(ws-new-code) to ws-new-code
           evaluate true
               when ws-new-code = spaces
                   display ERRMSG-NOTHING-ENTERED
                   move "E003" to WS-ERROR-CODE
                   perform LOG-ERROR-EVENT
                   perform get-code
               when ws-new-code is not alphabetic
                       or ws-new-code(3:1) = space
                   display "Error! A currency code is three letters."
                   perform get-code
               when ws-new-code = "GBP"
                   display "Error! Sterling always converts at one "
                       "and has no rate to keep."
                   perform get-code
           end-evaluate.

       show-current-rate.
           perform get-code
           move WS-PROCESS-DATE to WS-FXR-AS-AT
           perform LOAD-FX-RATES
           move ws-new-code to WS-FXR-WANTED
           perform CHECK-FX-RATE
           if FX-RATE-FOUND
               move WS-FXR-RATE to dsp-rate
               display "One " ws-new-code " is worth " dsp-rate
                   " sterling as at " WS-PROCESS-DATE "."
           else
               display "Error! No rate for " ws-new-code
                   " is in effect - amounts in it will be rejected."
           end-if.

       get-rate.
      * the sterling value of one unit of the currency, to six
      * decimal places
           display "Enter the sterling value of one unit "
               "(e.g. 0.856214): "
           move spaces to ws-rate-raw
           accept ws-rate-raw
           if ws-rate-raw = spaces
               display ERRMSG-NOTHING-ENTERED
               move "E003" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-rate
           else
               move 0 to ws-new-rate
               compute ws-new-rate = function numval(ws-rate-raw)
                   on size error move 0 to ws-new-rate
               end-compute
               if ws-new-rate = 0
                   display "Error! Enter a rate greater than zero "
                       "and below 1000."
                   perform get-rate
               end-if
           end-if.

       get-effective-date.
           display "Enter the date the rate takes effect (YYYYMMDD): "
           accept ws-date-raw
           if ws-date-raw is not numeric
               display ERRMSG-NOT-NUMERIC
               move "E002" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-effective-date
           end-if.

       add-fx-rate.
           perform get-code
           perform get-rate
           perform get-effective-date
           move ws-new-code to FXR-CODE
           move ws-new-rate to FXR-RATE
           move ws-date-raw to FXR-EFF-DATE
           open extend fx-rate-file
           if WS-FXR-STATUS = "35"
               open output fx-rate-file
           end-if
           write FX-RATE-RECORD from WS-FX-RATE-REC
           close fx-rate-file
           move ws-new-rate to dsp-rate
           display "Rate for " ws-new-code " of " dsp-rate
               " added, effective " ws-date-raw "."
           move spaces to ws-outcome
           string "* FX " delimited by size
                   ws-new-code delimited by size
                   " " delimited by size
                   ws-date-raw delimited by size
               into ws-outcome
           end-string
           perform write-suite-audit.

       copy errlog replacing ==:PROGRAM-NAME:== by =="ADD01_FXMNT"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="ADD01_FXMNT"==
           ==:OUTCOME-FIELD:== BY ==ws-outcome==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy fxrp.

       copy procdate.

       copy helpp.

       copy opsignon.

       end program Program18.
