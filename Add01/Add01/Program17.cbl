       program-id. Program17 as "Add01.Program17".

      * day close for the Add01 business dates - once the three-way
      * reconciliation has proved a date IN BALANCE on every leg and
      * its figures have gone to finance, the date is closed in the
      * closed-dates control file ADD01CLS.DAT, and from then on
      * the calculator, the batch run, the void entry and the
      * review-queue approval all refuse to post to it.  a date can
      * be reopened here when something genuinely has to be put
      * right; the reopen needs a reason, and both the close and
      * the reopen are written to the audit trail.  the control
      * file is only ever appended to, so it is its own history.

       environment division.
       input-output section.
       file-control.
           select recon-report-file assign to "ADD01REC.DAT"
               organization is line sequential
               file status is ws-recon-status.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy clssel.
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
       fd  recon-report-file.
       01 recon-report-record pic x(70).
      * the reconciliation's heading line and its leg verdict lines,
      * seen through the columns the reconciliation writes them in
       01 recon-heading-line.
           05 rhd-label pic x(37).
           05 rhd-business-date pic x(8).
           05 filler pic x(25).
       01 recon-verdict-line.
           05 rvd-label pic x(26).
           05 rvd-verdict pic x(14).
           05 filler pic x(30).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy clsfd.

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

      * shared Add01 closed-dates control file
       copy clsws.

       01 ws-recon-status pic xx value spaces.
       01 ws-recon-eof pic x value "N".
         88 at-recon-eof value "Y".
       01 ws-recon-date pic x(8) value spaces.
       01 ws-legs-in-balance pic 9 value 0.
       01 ws-legs-out pic 9 value 0.

       01 ws-function-pick pic x value spaces.
       01 ws-date-raw pic x(8) value spaces.
       01 ws-reason pic x(30) value spaces.

       01 ws-display-line.
           05 dsp-date pic 9(8).
           05 filler pic x value space.
           05 dsp-action pic x(8).
           05 filler pic x value space.
           05 dsp-operator pic x(10).
           05 filler pic x value space.
           05 dsp-stamp-date pic 9(8).
           05 filler pic x value space.
           05 dsp-reason pic x(30).

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
      * closing and reopening the books is supervisor work, the
      * same as the void entry it guards
       if not ROLE-SUPERVISOR
           display "Error! The day close is restricted to "
               "supervisors."
           move "DENIED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform get-function.

       exit-program-para.
           move "COMPLETED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           goback.

       get-function.
           display " "
           display "ADD01 DAY CLOSE"
           display "L LIST THE CLOSE AND REOPEN HISTORY"
           display "C CLOSE A BUSINESS DATE"
           display "R REOPEN A CLOSED BUSINESS DATE"
           display "X EXIT"
           accept ws-function-pick
           move function upper-case(ws-function-pick)
               to ws-function-pick

           evaluate ws-function-pick
               when "L"
                   perform list-closed-dates
               when "C"
                   perform close-business-date
               when "R"
                   perform reopen-business-date
               when "X"
                   perform exit-program-para
               when other
                   display ERRMSG-GENERIC
                   move "E001" to WS-ERROR-CODE
                   perform LOG-ERROR-EVENT
           end-evaluate
           perform get-function.

       list-closed-dates.
           move "N" to WS-CLS-EOF
           open input closed-date-file
           if WS-CLS-STATUS not = "00"
               display "No business date has been closed yet."
           else
               perform list-next-closed-date
               close closed-date-file
           end-if.

       list-next-closed-date.
           read closed-date-file
               at end move "Y" to WS-CLS-EOF
           end-read

           if not AT-CLS-EOF
               move CLOSED-DATE-RECORD to WS-CLOSED-DATE-REC
               move CLS-DATE to dsp-date
               if CLS-CLOSED
                   move "CLOSED" to dsp-action
               else
                   move "REOPENED" to dsp-action
               end-if
               move CLS-OPERATOR to dsp-operator
               move CLS-STAMP-DATE to dsp-stamp-date
               move CLS-REASON to dsp-reason
               display ws-display-line
               perform list-next-closed-date
           end-if.

       get-business-date.
           display "Enter the business date (YYYYMMDD): "
           accept ws-date-raw
           if ws-date-raw is not numeric
               display ERRMSG-NOT-NUMERIC
               move "E002" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-business-date
           else
               move ws-date-raw to WS-CLS-WANTED-DATE
               perform CHECK-DATE-CLOSED
           end-if.

       close-business-date.
           perform get-business-date
           if DATE-IS-CLOSED
               display "Error! That business date is already "
                   "closed."
           else
               perform read-reconciliation
               evaluate true
                   when ws-recon-date not = ws-date-raw
                       display "Error! The latest reconciliation is "
                           "not for that business date - run the "
                           "reconciliation for it first."
                   when ws-legs-in-balance not = 3
                       display "Error! The reconciliation for that "
                           "date is not IN BALANCE on all three "
                           "legs - the date cannot be closed."
                   when other
                       perform write-close-record
               end-evaluate
           end-if.

       read-reconciliation.
      * the reconciliation report is rewritten on every run for the
      * business date it was run against, so it proves that date
      * and no other
           move spaces to ws-recon-date
           move 0 to ws-legs-in-balance
           move 0 to ws-legs-out
           move "N" to ws-recon-eof
           open input recon-report-file
           if ws-recon-status = "00"
               perform read-next-recon-line
               close recon-report-file
           end-if.

       read-next-recon-line.
           read recon-report-file
               at end move "Y" to ws-recon-eof
           end-read

           if not at-recon-eof
               evaluate true
                   when rhd-label =
                           "ADD01 RECONCILIATION  BUSINESS DATE: "
                       move rhd-business-date to ws-recon-date
                   when rvd-label = "LOG VS BATCH TRAILER....: "
                   when rvd-label = "LOG VS ACCUMULATOR......: "
                   when rvd-label = "BATCH VS ACCUMULATOR....: "
                       if rvd-verdict = "IN BALANCE"
                           add 1 to ws-legs-in-balance
                       else
                           add 1 to ws-legs-out
                       end-if
               end-evaluate
               perform read-next-recon-line
           end-if.

       write-close-record.
           move WS-CLS-WANTED-DATE to CLS-DATE
           move "C" to CLS-ACTION
           move spaces to CLS-REASON
           perform WRITE-CLOSED-DATE
           display "Business date " ws-date-raw " closed to "
               "posting."
           move spaces to ws-outcome
           string "CLOSED " delimited by size
                   ws-date-raw delimited by size
               into ws-outcome
           end-string
           perform write-suite-audit.

       reopen-business-date.
           perform get-business-date
           if not DATE-IS-CLOSED
               display "Error! That business date is not closed."
           else
               perform get-reopen-reason
               move WS-CLS-WANTED-DATE to CLS-DATE
               move "R" to CLS-ACTION
               move ws-reason to CLS-REASON
               perform WRITE-CLOSED-DATE
               display "Business date " ws-date-raw " reopened - "
                   "close it again once it has been reconciled."
      * the audit line carries the date reopened, and a second line
      * carries as much of the reason as the outcome column holds;
      * the full reason stays on the control file
               move spaces to ws-outcome
               string "REOPENED " delimited by size
                       ws-date-raw delimited by size
                   into ws-outcome
               end-string
               perform write-suite-audit
               move spaces to ws-outcome
               string "* " delimited by size
                       ws-reason delimited by size
                   into ws-outcome
               end-string
               perform write-suite-audit
           end-if.

       get-reopen-reason.
           display "Enter the reason for reopening the date: "
           move spaces to ws-reason
           accept ws-reason
           if ws-reason = spaces
               display ERRMSG-NOTHING-ENTERED
               move "E003" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-reopen-reason
           end-if.

       copy errlog replacing ==:PROGRAM-NAME:== by =="ADD01_CLOSE"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="ADD01_CLOSE"==
           ==:OUTCOME-FIELD:== BY ==ws-outcome==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy clsp.

       copy helpp.

       copy opsignon.

       end program Program17.
