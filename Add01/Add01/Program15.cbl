       program-id. Program15 as "Add01.Program15".

      * cost-centre maintenance - the departments a calculation can
      * be charged back to live in ADD01CCM.DAT, and this program is
      * the only sanctioned way to change them: list the cost
      * centres, add a new one, rename one, or close or reopen one.
      * a cost centre is never deleted - a closed code stays on file
      * so the chargeback history can still name it, but the
      * calculator and the batch run will no longer charge to it.
      * every change is logged to the audit trail.

       environment division.
       input-output section.
       file-control.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy ccmsel.
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

       copy ccmfd.

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

      * shared Add01 cost-centre master
       copy ccmws.

       01 ws-function-pick pic x value spaces.
       01 ws-new-code pic x(6) value spaces.
       01 ws-new-name pic x(30) value spaces.

       01 ws-display-line.
           05 dsp-code pic x(6).
           05 filler pic x(2) value spaces.
           05 dsp-name pic x(30).
           05 filler pic x(2) value spaces.
           05 dsp-status pic x(6).

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
      * the master decides what finance can be charged for, so
      * changing it is supervisor work the same as the standing
      * orders
       if not ROLE-SUPERVISOR
           display "Error! Cost-centre maintenance is restricted "
               "to supervisors."
           move "DENIED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform LOAD-COST-CENTRES.
       perform get-function.

       exit-program-para.
           move "COMPLETED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           goback.

       save-cost-centre-table.
           open output cost-centre-file
           perform save-next-cost-centre
               varying WS-CCM-IDX from 1 by 1
               until WS-CCM-IDX > WS-CCM-COUNT
           close cost-centre-file.

       save-next-cost-centre.
           write COST-CENTRE-RECORD from WS-CCM-ENTRY(WS-CCM-IDX).

       get-function.
           display " "
           display "ADD01 COST-CENTRE MAINTENANCE"
           display "L LIST THE COST CENTRES"
           display "A ADD A COST CENTRE"
           display "N RENAME A COST CENTRE"
           display "C CLOSE A COST CENTRE"
           display "R REOPEN A COST CENTRE"
           display "X EXIT"
           accept ws-function-pick
           move function upper-case(ws-function-pick)
               to ws-function-pick

           evaluate ws-function-pick
               when "L"
                   perform list-cost-centres
               when "A"
                   perform add-cost-centre
               when "N"
                   perform rename-cost-centre
               when "C"
                   perform close-cost-centre
               when "R"
                   perform reopen-cost-centre
               when "X"
                   perform exit-program-para
               when other
                   display ERRMSG-GENERIC
                   move "E001" to WS-ERROR-CODE
                   perform LOG-ERROR-EVENT
           end-evaluate
           perform get-function.

       list-cost-centres.
           if WS-CCM-COUNT = 0
               display "No cost centres on file."
           end-if
           perform list-next-cost-centre
               varying WS-CCM-IDX from 1 by 1
               until WS-CCM-IDX > WS-CCM-COUNT.

       list-next-cost-centre.
           move WS-CCM-ENTRY(WS-CCM-IDX) to WS-COST-CENTRE-REC
           move CCM-CODE to dsp-code
           move CCM-NAME to dsp-name
           if CCM-ACTIVE
               move "OPEN" to dsp-status
           else
               move "CLOSED" to dsp-status
           end-if
           display ws-display-line.

       get-code.
           display "Enter the cost centre code: "
           move spaces to ws-new-code
           accept ws-new-code
           move function upper-case(ws-new-code) to ws-new-code
           if ws-new-code = spaces
               display ERRMSG-NOTHING-ENTERED
               move "E003" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-code
           else
               move ws-new-code to WS-CCM-WANTED
               perform FIND-COST-CENTRE
           end-if.

       get-name.
           display "Enter the cost centre name: "
           move spaces to ws-new-name
           accept ws-new-name
           if ws-new-name = spaces
               display ERRMSG-NOTHING-ENTERED
               move "E003" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-name
           end-if.

       add-cost-centre.
           if WS-CCM-COUNT >= 200
               display "Error! The cost-centre master is full."
           else
               perform get-code
               if WS-CCM-HIT > 0
                   display "Error! That cost centre is already on "
                       "file."
               else
                   perform get-name
                   move ws-new-code to CCM-CODE
                   move ws-new-name to CCM-NAME
                   move "A" to CCM-STATUS
                   add 1 to WS-CCM-COUNT
                   move WS-COST-CENTRE-REC
                       to WS-CCM-ENTRY(WS-CCM-COUNT)
                   perform save-cost-centre-table
                   display "Cost centre " ws-new-code " added."
                   perform log-cost-centre-change
               end-if
           end-if.

       rename-cost-centre.
           perform get-code
           if WS-CCM-HIT = 0
               display "Error! No cost centre with that code."
           else
               perform get-name
               move WS-CCM-ENTRY(WS-CCM-HIT) to WS-COST-CENTRE-REC
               move ws-new-name to CCM-NAME
               move WS-COST-CENTRE-REC to WS-CCM-ENTRY(WS-CCM-HIT)
               perform save-cost-centre-table
               display "Cost centre renamed."
               perform log-cost-centre-change
           end-if.

       close-cost-centre.
           perform get-code
           if WS-CCM-HIT = 0
               display "Error! No cost centre with that code."
           else
               move WS-CCM-ENTRY(WS-CCM-HIT) to WS-COST-CENTRE-REC
               move "C" to CCM-STATUS
               move WS-COST-CENTRE-REC to WS-CCM-ENTRY(WS-CCM-HIT)
               perform save-cost-centre-table
               display "Cost centre closed."
               perform log-cost-centre-change
           end-if.

       reopen-cost-centre.
           perform get-code
           if WS-CCM-HIT = 0
               display "Error! No cost centre with that code."
           else
               move WS-CCM-ENTRY(WS-CCM-HIT) to WS-COST-CENTRE-REC
               move "A" to CCM-STATUS
               move WS-COST-CENTRE-REC to WS-CCM-ENTRY(WS-CCM-HIT)
               perform save-cost-centre-table
               display "Cost centre reopened."
               perform log-cost-centre-change
           end-if.

       log-cost-centre-change.
           move spaces to ws-outcome
           string "* CC " delimited by size
                   ws-function-pick delimited by size
                   " " delimited by size
                   ws-new-code delimited by size
               into ws-outcome
           end-string
           perform write-suite-audit.

       copy errlog replacing ==:PROGRAM-NAME:== by =="ADD01_CCMNT"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="ADD01_CCMNT"==
           ==:OUTCOME-FIELD:== BY ==ws-outcome==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy ccmp.

       copy helpp.

       copy opsignon.

       end program Program15.
