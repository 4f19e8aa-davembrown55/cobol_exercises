       program-id. Program24 as "Add01.Program24".

      * nightly outlier pass - the review limit only holds back a
      * result bigger than a fixed figure, so a keying slip that
      * makes an ordinary amount ten times its usual size goes
      * straight through.  this pass reads the thirty days before
      * the business date off the indexed master and builds a
      * profile of the typical first operand, second operand and
      * result size for each operation, and for each operator and
      * operation where the record is stamped with who keyed it.
      * every record on the business date is then held against
      * those profiles, and one further out from the average than
      * ADD01-OUTLIER-SDEV standard deviations (three when it is not
      * set) is listed in ADD01OUT.DAT with the profile figures
      * beside it.  a profile built from fewer than ADD01-OUTLIER-MIN
      * records (ten by default) is too thin to judge by and is not
      * used.  when more records are flagged than ADD01-OUTLIER-ALERT
      * (ten by default) a standing operator alert is raised.
      * intermediate steps and voids are left out - a void only
      * mirrors a record that was already judged on its own day.

       environment division.
       input-output section.
       file-control.
           select transaction-master assign to "ADD01TRX.DAT"
               organization is indexed
               access mode is dynamic
               record key is trx-key
               file status is ws-master-status.
           select outlier-report-file assign to "ADD01OUT.DAT"
               organization is line sequential
               file status is ws-report-status.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy procdtsl.
           copy opersel.
           copy spoolsl.
           copy secevsel.
           copy audseqsl.
           copy alrtsel.
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

       fd  outlier-report-file.
       01 outlier-report-record pic x(100).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy procdtfd.

       fd  operator-file.
       copy operfd.

       copy spoolfd.

       copy secevfd.

       copy audseqfd.

       copy alrtfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       01 ws-master-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-alert-status pic xx value spaces.
       01 ws-master-eof pic x value "N".
         88 at-master-eof value "Y".

       copy add01trn.

      * shared processing date
       copy procdtws.

       01 ws-business-date pic 9(8) value 0.
       01 ws-window-from-date pic 9(8) value 0.
       01 ws-window-serial pic 9(7) value 0.
       01 ws-window-days pic 99 value 30.

       01 ws-sdev-limit pic 9(3) value 3.
       01 ws-min-sample pic 9(5) value 10.
       01 ws-alert-limit pic 9(5) value 10.

      * the three sizes a profile is kept on - first operand,
      * second operand and result, the result taken unsigned
       01 ws-measure-values.
           05 ws-measure-value pic 9(7)v99 occurs 3 times.
       01 ws-measure-idx pic 9 value 0.
       01 ws-measure-names.
           05 filler pic x(3) value "1ST".
           05 filler pic x(3) value "2ND".
           05 filler pic x(3) value "RES".
       01 ws-measure-name-table redefines ws-measure-names.
           05 ws-measure-name pic x(3) occurs 3 times.

      * add, subtract, multiply, divide, in that order
       01 ws-op-idx pic 9 value 0.

      * one profile per operation
       01 ws-op-profile-table.
           05 ws-op-profile occurs 4 times.
               10 ws-opp-count pic 9(7).
               10 ws-opp-measure occurs 3 times.
                   15 ws-opp-sum pic 9(11)v99.
                   15 ws-opp-sum-sq pic 9(16)v99.
                   15 ws-opp-mean pic 9(7)v99.
                   15 ws-opp-sdev pic 9(7)v99.

      * one profile per operator and operation, for the records
      * stamped with who keyed them
       01 ws-opr-profile-table.
           05 ws-opr-profile occurs 300 times.
               10 ws-oprp-operator pic x(10).
               10 ws-oprp-op-idx pic 9.
               10 ws-oprp-count pic 9(7).
               10 ws-oprp-measure occurs 3 times.
                   15 ws-oprp-sum pic 9(11)v99.
                   15 ws-oprp-sum-sq pic 9(16)v99.
                   15 ws-oprp-mean pic 9(7)v99.
                   15 ws-oprp-sdev pic 9(7)v99.
       01 ws-opr-profile-count pic 9(3) value 0.
       01 ws-opr-idx pic 9(3) value 0.
       01 ws-opr-hit pic 9(3) value 0.
       01 ws-profile-idx pic 9(3) value 0.

       01 ws-variance pic s9(16)v9(4) value 0.
       01 ws-deviation pic 9(7)v99 value 0.
       01 ws-deviation-limit pic 9(9)v99 value 0.

       01 ws-profiles-settled pic x value "N".
         88 profiles-settled value "Y".
       01 ws-record-flagged pic x value "N".
         88 record-flagged value "Y".
       01 ws-op-measure-flags pic x(3) value spaces.
       01 ws-opr-measure-flags pic x(3) value spaces.

       01 ws-profile-count pic 9(7) value 0.
       01 ws-day-count pic 9(7) value 0.
       01 ws-flagged-count pic 9(7) value 0.
       01 ws-count-print pic z(6)9.

       01 ws-report-line pic x(100) value spaces.
       01 ws-line-count pic 9(4) value 0.

       01 ws-flag-line.
           05 fll-sequence pic 9(6).
           05 filler pic x value space.
           05 fll-operation pic x.
           05 filler pic x value space.
           05 fll-1st-number pic zz9.99.
           05 filler pic x value space.
           05 fll-2nd-number pic zz9.99.
           05 filler pic x value space.
           05 fll-result pic -(6)9.99.
           05 filler pic x value space.
           05 fll-record-type pic x.
           05 filler pic x value space.
           05 fll-operator pic x(10).

       01 ws-profile-line.
           05 filler pic x(4) value spaces.
           05 prl-kind pic x(10).
           05 filler pic x(3) value " N=".
           05 prl-count pic z(6)9.
           05 prl-measure occurs 3 times.
               10 filler pic x value space.
               10 prl-name pic x(3).
               10 filler pic x value space.
               10 prl-mean pic z(6)9.99.
               10 filler pic x(2) value "+/".
               10 prl-sdev pic z(6)9.99.
           05 filler pic x value space.
           05 prl-flags pic x(3).

       01 ws-alert-line pic x(45) value spaces.

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
      * the outlier pass is an audit control, run by a supervisor
      * the same as the re-check sample
       if not ROLE-SUPERVISOR
           display "Error! The outlier pass is restricted "
               "to supervisors."
           move "DENIED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform GET-PROCESSING-DATE
       move WS-PROCESS-DATE to ws-business-date
       compute ws-window-serial =
           function integer-of-date(ws-business-date)
               - ws-window-days
       compute ws-window-from-date =
           function date-of-integer(ws-window-serial)
       perform load-outlier-parameters
       open input transaction-master
       if ws-master-status not = "00"
           display "Error! Cannot open the transaction master."
           move "FAILED FILE OPEN" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       initialize ws-op-profile-table
       initialize ws-opr-profile-table
       perform write-report-header
       perform position-at-window
       perform scan-next-record until at-master-eof
       close transaction-master
       perform write-report-totals
       close outlier-report-file
       move "ADD01OUT.DAT" to SPL-NAME
       compute SPL-PAGES = ws-line-count / 60 + 1
       perform REGISTER-SPOOL-REPORT
       move ws-day-count to ws-count-print
       display "RECORDS FOR " ws-business-date ": " ws-count-print
       move ws-flagged-count to ws-count-print
       display "OUTLIERS FLAGGED.....: " ws-count-print
       if ws-flagged-count > ws-alert-limit
           perform raise-outlier-alert
           move "ALERT RAISED" to ws-outcome
       else
           move "COMPLETED" to ws-outcome
       end-if
       perform write-suite-audit
       close audit-log-file
       goback.

       load-outlier-parameters.
           move "ADD01-OUTLIER-SDEV" to WS-CFG-WANTED-NAME
           perform GET-NUMERIC-PARAMETER
           if CONFIG-NUMERIC and WS-CFG-VALUE-NUM > 0
                   and WS-CFG-VALUE-NUM <= 999
               move WS-CFG-VALUE-NUM to ws-sdev-limit
           end-if
           move "ADD01-OUTLIER-MIN" to WS-CFG-WANTED-NAME
           perform GET-NUMERIC-PARAMETER
           if CONFIG-NUMERIC and WS-CFG-VALUE-NUM > 0
                   and WS-CFG-VALUE-NUM <= 99999
               move WS-CFG-VALUE-NUM to ws-min-sample
           end-if
           move "ADD01-OUTLIER-ALERT" to WS-CFG-WANTED-NAME
           perform GET-NUMERIC-PARAMETER
           if CONFIG-NUMERIC and WS-CFG-VALUE-NUM <= 99999
               move WS-CFG-VALUE-NUM to ws-alert-limit
           end-if.

       position-at-window.
           move ws-window-from-date to trx-date
           move 0 to trx-sequence
           start transaction-master key is not less than trx-key
               invalid key move "Y" to ws-master-eof
           end-start.

      * the master is in date order, so every profile record has
      * gone by before the first record of the business date
       scan-next-record.
           read transaction-master next record
               at end move "Y" to ws-master-eof
           end-read
           if not at-master-eof
               if trx-date > ws-business-date
                   move "Y" to ws-master-eof
               else
                   move trx-record to WS-TRANSACTION-REC
                   perform classify-current-record
               end-if
           end-if.

       classify-current-record.
           evaluate WSTR-OPERATION
               when "+" move 1 to ws-op-idx
               when "-" move 2 to ws-op-idx
               when "*" move 3 to ws-op-idx
               when "/" move 4 to ws-op-idx
               when other move 0 to ws-op-idx
           end-evaluate
           if ws-op-idx > 0
                   and WSTR-RECORD-TYPE not = "I"
                   and WSTR-RECORD-TYPE not = "V"
               move WSTR-1ST-NUMBER to ws-measure-value(1)
               move WSTR-2ND-NUMBER to ws-measure-value(2)
               if WSTR-RESULT < 0
                   compute ws-measure-value(3) = 0 - WSTR-RESULT
               else
                   move WSTR-RESULT to ws-measure-value(3)
               end-if
               if trx-date < ws-business-date
                   perform add-to-profiles
               else
                   if not profiles-settled
                       perform settle-profiles
                   end-if
                   perform judge-current-record
               end-if
           end-if.

       add-to-profiles.
           add 1 to ws-profile-count
           add 1 to ws-opp-count(ws-op-idx)
           perform add-op-measure
               varying ws-measure-idx from 1 by 1
               until ws-measure-idx > 3
           if WSTR-OPERATOR not = spaces
               perform find-operator-profile
               if ws-opr-hit = 0 and ws-opr-profile-count < 300
                   add 1 to ws-opr-profile-count
                   move ws-opr-profile-count to ws-opr-hit
                   move WSTR-OPERATOR to ws-oprp-operator(ws-opr-hit)
                   move ws-op-idx to ws-oprp-op-idx(ws-opr-hit)
               end-if
               if ws-opr-hit > 0
                   add 1 to ws-oprp-count(ws-opr-hit)
                   perform add-operator-measure
                       varying ws-measure-idx from 1 by 1
                       until ws-measure-idx > 3
               end-if
           end-if.

       add-op-measure.
           add ws-measure-value(ws-measure-idx)
               to ws-opp-sum(ws-op-idx, ws-measure-idx)
           compute ws-opp-sum-sq(ws-op-idx, ws-measure-idx) =
               ws-opp-sum-sq(ws-op-idx, ws-measure-idx)
               + ws-measure-value(ws-measure-idx)
               * ws-measure-value(ws-measure-idx).

       add-operator-measure.
           add ws-measure-value(ws-measure-idx)
               to ws-oprp-sum(ws-opr-hit, ws-measure-idx)
           compute ws-oprp-sum-sq(ws-opr-hit, ws-measure-idx) =
               ws-oprp-sum-sq(ws-opr-hit, ws-measure-idx)
               + ws-measure-value(ws-measure-idx)
               * ws-measure-value(ws-measure-idx).

       find-operator-profile.
           move 0 to ws-opr-hit
           perform match-next-operator-profile
               varying ws-opr-idx from 1 by 1
               until ws-opr-idx > ws-opr-profile-count
                   or ws-opr-hit > 0.

       match-next-operator-profile.
           if ws-oprp-operator(ws-opr-idx) = WSTR-OPERATOR
                   and ws-oprp-op-idx(ws-opr-idx) = ws-op-idx
               move ws-opr-idx to ws-opr-hit
           end-if.

      * average and standard deviation of each size, worked once
      * the thirty days are in
       settle-profiles.
           move "Y" to ws-profiles-settled
           perform settle-op-profile
               varying ws-profile-idx from 1 by 1
               until ws-profile-idx > 4
           perform settle-operator-profile
               varying ws-profile-idx from 1 by 1
               until ws-profile-idx > ws-opr-profile-count.

       settle-op-profile.
           if ws-opp-count(ws-profile-idx) > 0
               perform settle-op-measure
                   varying ws-measure-idx from 1 by 1
                   until ws-measure-idx > 3
           end-if.

       settle-op-measure.
           compute ws-opp-mean(ws-profile-idx, ws-measure-idx)
               rounded =
               ws-opp-sum(ws-profile-idx, ws-measure-idx)
               / ws-opp-count(ws-profile-idx)
           compute ws-variance =
               ws-opp-sum-sq(ws-profile-idx, ws-measure-idx)
               / ws-opp-count(ws-profile-idx)
               - (ws-opp-sum(ws-profile-idx, ws-measure-idx)
                   / ws-opp-count(ws-profile-idx)) ** 2
           if ws-variance > 0
               compute ws-opp-sdev(ws-profile-idx, ws-measure-idx)
                   rounded = function sqrt(ws-variance)
           else
               move 0 to ws-opp-sdev(ws-profile-idx, ws-measure-idx)
           end-if.

       settle-operator-profile.
           perform settle-operator-measure
               varying ws-measure-idx from 1 by 1
               until ws-measure-idx > 3.

       settle-operator-measure.
           compute ws-oprp-mean(ws-profile-idx, ws-measure-idx)
               rounded =
               ws-oprp-sum(ws-profile-idx, ws-measure-idx)
               / ws-oprp-count(ws-profile-idx)
           compute ws-variance =
               ws-oprp-sum-sq(ws-profile-idx, ws-measure-idx)
               / ws-oprp-count(ws-profile-idx)
               - (ws-oprp-sum(ws-profile-idx, ws-measure-idx)
                   / ws-oprp-count(ws-profile-idx)) ** 2
           if ws-variance > 0
               compute ws-oprp-sdev(ws-profile-idx, ws-measure-idx)
                   rounded = function sqrt(ws-variance)
           else
               move 0
                   to ws-oprp-sdev(ws-profile-idx, ws-measure-idx)
           end-if.

       judge-current-record.
           add 1 to ws-day-count
           move "N" to ws-record-flagged
           move spaces to ws-op-measure-flags
           move spaces to ws-opr-measure-flags
           if ws-opp-count(ws-op-idx) >= ws-min-sample
               perform judge-op-measure
                   varying ws-measure-idx from 1 by 1
                   until ws-measure-idx > 3
           end-if
           move 0 to ws-opr-hit
           if WSTR-OPERATOR not = spaces
               perform find-operator-profile
               if ws-opr-hit > 0
                   if ws-oprp-count(ws-opr-hit) >= ws-min-sample
                       perform judge-operator-measure
                           varying ws-measure-idx from 1 by 1
                           until ws-measure-idx > 3
                   end-if
               end-if
           end-if
           if record-flagged
               add 1 to ws-flagged-count
               perform write-flagged-record
           end-if.

       judge-op-measure.
           if ws-measure-value(ws-measure-idx)
                   > ws-opp-mean(ws-op-idx, ws-measure-idx)
               compute ws-deviation =
                   ws-measure-value(ws-measure-idx)
                   - ws-opp-mean(ws-op-idx, ws-measure-idx)
           else
               compute ws-deviation =
                   ws-opp-mean(ws-op-idx, ws-measure-idx)
                   - ws-measure-value(ws-measure-idx)
           end-if
           compute ws-deviation-limit =
               ws-opp-sdev(ws-op-idx, ws-measure-idx) * ws-sdev-limit
           if ws-deviation > ws-deviation-limit
               move "Y" to ws-record-flagged
               move "*" to ws-op-measure-flags(ws-measure-idx:1)
           end-if.

       judge-operator-measure.
           if ws-measure-value(ws-measure-idx)
                   > ws-oprp-mean(ws-opr-hit, ws-measure-idx)
               compute ws-deviation =
                   ws-measure-value(ws-measure-idx)
                   - ws-oprp-mean(ws-opr-hit, ws-measure-idx)
           else
               compute ws-deviation =
                   ws-oprp-mean(ws-opr-hit, ws-measure-idx)
                   - ws-measure-value(ws-measure-idx)
           end-if
           compute ws-deviation-limit =
               ws-oprp-sdev(ws-opr-hit, ws-measure-idx)
               * ws-sdev-limit
           if ws-deviation > ws-deviation-limit
               move "Y" to ws-record-flagged
               move "*" to ws-opr-measure-flags(ws-measure-idx:1)
           end-if.

       write-report-header.
           move 0 to ws-line-count
           open output outlier-report-file
           move spaces to ws-report-line
           string "ADD01 OUTLIER REPORT  BUSINESS DATE "
                   delimited by size
                   ws-business-date delimited by size
                   "  PROFILE FROM " delimited by size
                   ws-window-from-date delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move spaces to ws-report-line
           string "PROFILE FIGURES ARE AVERAGE +/ STANDARD DEVIATION"
                   delimited by size
                   " - * MARKS THE SIZE OUT OF PROFILE"
                   delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move "SEQ    OP  1ST     2ND     RESULT      T OPERATOR"
               to ws-report-line
           perform write-report-line.

      * the flagged record with the profiles it was judged against
       write-flagged-record.
           move trx-sequence to fll-sequence
           move WSTR-OPERATION to fll-operation
           move WSTR-1ST-NUMBER to fll-1st-number
           move WSTR-2ND-NUMBER to fll-2nd-number
           move WSTR-RESULT to fll-result
           move WSTR-RECORD-TYPE to fll-record-type
           move WSTR-OPERATOR to fll-operator
           move ws-flag-line to ws-report-line
           perform write-report-line
           if ws-opp-count(ws-op-idx) >= ws-min-sample
               move "OPERATION" to prl-kind
               move ws-opp-count(ws-op-idx) to prl-count
               perform move-op-profile-measure
                   varying ws-measure-idx from 1 by 1
                   until ws-measure-idx > 3
               move ws-op-measure-flags to prl-flags
               move ws-profile-line to ws-report-line
               perform write-report-line
           end-if
           if ws-opr-hit > 0
               if ws-oprp-count(ws-opr-hit) >= ws-min-sample
                   move "OPERATOR" to prl-kind
                   move ws-oprp-count(ws-opr-hit) to prl-count
                   perform move-operator-profile-measure
                       varying ws-measure-idx from 1 by 1
                       until ws-measure-idx > 3
                   move ws-opr-measure-flags to prl-flags
                   move ws-profile-line to ws-report-line
                   perform write-report-line
               end-if
           end-if.

       move-op-profile-measure.
           move ws-measure-name(ws-measure-idx)
               to prl-name(ws-measure-idx)
           move ws-opp-mean(ws-op-idx, ws-measure-idx)
               to prl-mean(ws-measure-idx)
           move ws-opp-sdev(ws-op-idx, ws-measure-idx)
               to prl-sdev(ws-measure-idx).

       move-operator-profile-measure.
           move ws-measure-name(ws-measure-idx)
               to prl-name(ws-measure-idx)
           move ws-oprp-mean(ws-opr-hit, ws-measure-idx)
               to prl-mean(ws-measure-idx)
           move ws-oprp-sdev(ws-opr-hit, ws-measure-idx)
               to prl-sdev(ws-measure-idx).

       write-report-totals.
           move ws-profile-count to ws-count-print
           move spaces to ws-report-line
           string "PROFILE RECORDS.....: " delimited by size
                   ws-count-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-day-count to ws-count-print
           move spaces to ws-report-line
           string "RECORDS JUDGED......: " delimited by size
                   ws-count-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-flagged-count to ws-count-print
           move spaces to ws-report-line
           string "OUTLIERS FLAGGED....: " delimited by size
                   ws-count-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line.

       write-report-line.
           write outlier-report-record from ws-report-line
           add 1 to ws-line-count.

       raise-outlier-alert.
           move ws-flagged-count to ws-count-print
           move spaces to ws-alert-line
           string "ADD01 OUTLIERS " delimited by size
                   ws-count-print delimited by size
                   " ON " delimited by size
                   ws-business-date delimited by size
               into ws-alert-line
           end-string
           open extend alert-file
           if ws-alert-status = "35"
               open output alert-file
           end-if
           write alert-record from ws-alert-line
           close alert-file
           display "** ALERT: " ws-alert-line.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="ADD01_OUTLR"==
                               ==:OUTCOME-FIELD:== BY ==ws-outcome==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy procdate.

       copy opsignon.

       end program Program24.
