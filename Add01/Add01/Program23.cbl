       program-id. Program23 as "Add01.Program23".

      * one-off conversion of the accumulator history from the old
      * line sequential file to the indexed file keyed by business
      * date.  operations rename the old file to ADD01ACC.OLD before
      * the run.  the old file is proved against the closing seal
      * the calculator left on it, counted and totalled, loaded
      * record by record into a fresh ADD01ACC.DAT, and the new
      * file is read back and counted and totalled again.  the
      * conversion only stands when the record count and the value
      * total agree before and after, with nothing refused on the
      * way in; the new file is then sealed so the first calculator
      * run after it opens cleanly.  the proof goes to ADD01CNV.DAT.
      * a new file that already holds records is never loaded over.

       environment division.
       input-output section.
       file-control.
           select old-accumulator-file assign to "ADD01ACC.OLD"
               organization is line sequential
               file status is ws-old-status.
           select accumulator-file assign to "ADD01ACC.DAT"
               organization is indexed
               access mode is dynamic
               record key is acc-key-date
               file status is ws-accum-status.
           select conversion-report-file assign to "ADD01CNV.DAT"
               organization is line sequential
               file status is ws-report-status.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy spoolsl.
           copy secevsel.
           copy audseqsl.
           copy sealsel.
           copy alrtsel.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.

       data division.
       file section.
       fd  old-accumulator-file.
       01 old-accumulator-record pic x(21).

       fd  accumulator-file.
       01 accumulator-record.
           05 acc-key-date pic 9(8).
           05 filler pic x(13).

       fd  conversion-report-file.
       01 conversion-report-record pic x(80).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy spoolfd.

       copy secevfd.

       copy audseqfd.

       copy sealfd.

       copy alrtfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       01 ws-old-status pic xx value spaces.
       01 ws-accum-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.

       01 ws-old-eof pic x value "N".
         88 at-old-eof value "Y".
       01 ws-accum-eof pic x value "N".
         88 at-accum-eof value "Y".

       01 ws-accumulator-rec.
           05 acc-date pic 9(8).
           05 filler pic x value space.
           05 acc-total pic s9(9)v99 sign leading separate.

      * the proof - what the old file holds, what went in, and what
      * the new file reads back as
       01 ws-before-count pic 9(7) value 0.
       01 ws-before-total pic s9(13)v99 value 0.
       01 ws-loaded-count pic 9(7) value 0.
       01 ws-refused-count pic 9(7) value 0.
       01 ws-after-count pic 9(7) value 0.
       01 ws-after-total pic s9(13)v99 value 0.
       01 ws-conversion-proved pic x value "N".
         88 conversion-proved value "Y".
       01 ws-new-file-empty pic x value "Y".
         88 new-file-empty value "Y".

       01 ws-confirm pic x value space.
       01 ws-count-print pic z(6)9.
       01 ws-total-print pic -(12)9.99.
       01 ws-report-line pic x(80) value spaces.
       01 ws-line-count pic 9(4) value 0.

      * shared suite-wide audit trail
       copy auditws.
       01 ws-outcome pic x(20) value spaces.

      * shared print-spool registration
       copy spoolws.

      * shared operator sign-on
       copy opsignws.

      * shared control-total seals
       copy sealws.

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
      * the conversion builds the master the whole suite posts to -
      * supervisor work only
       if not ROLE-SUPERVISOR
           display "Error! The accumulator conversion is restricted "
               "to supervisors."
           move "DENIED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform count-old-accumulator
       if ws-old-status not = "00"
           display "Error! Cannot open the old accumulator file "
               "ADD01ACC.OLD."
           move "FAILED FILE OPEN" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
      * the old file is proved against the seal the last posting
      * left on it before any of it is carried across
       move "ADD01ACC.DAT" to WS-SEAL-FILE-NAME
       move ws-before-count to WS-SEAL-COUNT
       move ws-before-total to WS-SEAL-HASH
       perform CHECK-FILE-SEAL
       if SEAL-BROKEN
           move "SEAL MISMATCH" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform check-new-file-empty
       if not new-file-empty
           display "ADD01ACC.DAT already holds accumulator records "
               "- nothing converted."
           move "ALREADY CONVERTED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 4 to return-code
           goback
       end-if
       move ws-before-count to ws-count-print
       display "OLD ACCUMULATOR RECORDS: " ws-count-print
       display "CONVERT THEM TO THE INDEXED ACCUMULATOR? "
           "ENTER Y OR N: "
       accept ws-confirm
       move function upper-case(ws-confirm) to ws-confirm
       if ws-confirm not = "Y"
           display "Nothing touched."
           move "CANCELLED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           goback
       end-if
       perform load-new-accumulator
       perform count-new-accumulator
       if ws-before-count = ws-after-count
               and ws-before-total = ws-after-total
               and ws-loaded-count = ws-before-count
               and ws-refused-count = 0
           move "Y" to ws-conversion-proved
      * sealed with the figures just read back, so the first
      * calculator run proves the new file the way it proved the old
           move "ADD01ACC.DAT" to WS-SEAL-FILE-NAME
           move ws-after-count to WS-SEAL-COUNT
           move ws-after-total to WS-SEAL-HASH
           perform WRITE-FILE-SEAL
       end-if
       perform write-conversion-report
       if conversion-proved
           display "Accumulator converted and proved."
           move "CONVERTED" to ws-outcome
       else
           display "Error! The converted accumulator does not "
               "prove - see ADD01CNV.DAT."
           move "NOT PROVED" to ws-outcome
           move 8 to return-code
       end-if
       perform write-suite-audit
       close audit-log-file
       goback.

       count-old-accumulator.
           move 0 to ws-before-count
           move 0 to ws-before-total
           move "N" to ws-old-eof
           open input old-accumulator-file
           if ws-old-status = "00"
               perform count-next-old-record
               close old-accumulator-file
           end-if.

       count-next-old-record.
           read old-accumulator-file
               at end move "Y" to ws-old-eof
           end-read

           if not at-old-eof
               move old-accumulator-record to ws-accumulator-rec
               add 1 to ws-before-count
               if acc-total is numeric
                   add acc-total to ws-before-total
               end-if
               perform count-next-old-record
           end-if.

       check-new-file-empty.
           move "Y" to ws-new-file-empty
           open input accumulator-file
           if ws-accum-status = "00"
               read accumulator-file next record
                   at end continue
                   not at end move "N" to ws-new-file-empty
               end-read
               close accumulator-file
           end-if.

       load-new-accumulator.
           move 0 to ws-loaded-count
           move 0 to ws-refused-count
           move "N" to ws-old-eof
           open input old-accumulator-file
           open output accumulator-file
           perform load-next-old-record
           close accumulator-file
           close old-accumulator-file.

      * a record that is badly formed or repeats a date already
      * loaded is refused and the conversion will not prove
       load-next-old-record.
           read old-accumulator-file
               at end move "Y" to ws-old-eof
           end-read

           if not at-old-eof
               move old-accumulator-record to ws-accumulator-rec
               if acc-date is numeric and acc-total is numeric
                   move ws-accumulator-rec to accumulator-record
                   write accumulator-record
                       invalid key perform refuse-old-record
                       not invalid key add 1 to ws-loaded-count
                   end-write
               else
                   perform refuse-old-record
               end-if
               perform load-next-old-record
           end-if.

       refuse-old-record.
           add 1 to ws-refused-count
           display "Refused: " old-accumulator-record.

       count-new-accumulator.
           move 0 to ws-after-count
           move 0 to ws-after-total
           move "N" to ws-accum-eof
           open input accumulator-file
           if ws-accum-status = "00"
               perform count-next-new-record
               close accumulator-file
           end-if.

       count-next-new-record.
           read accumulator-file next record
               at end move "Y" to ws-accum-eof
           end-read

           if not at-accum-eof
               move accumulator-record to ws-accumulator-rec
               add 1 to ws-after-count
               add acc-total to ws-after-total
               perform count-next-new-record
           end-if.

       write-conversion-report.
           move 0 to ws-line-count
           open output conversion-report-file
           move "ADD01 ACCUMULATOR CONVERSION PROOF" to ws-report-line
           perform write-report-line
           move ws-before-count to ws-count-print
           move ws-before-total to ws-total-print
           move spaces to ws-report-line
           string "BEFORE  ADD01ACC.OLD  RECORDS: " delimited by size
                   ws-count-print delimited by size
                   "  TOTAL: " delimited by size
                   ws-total-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-loaded-count to ws-count-print
           move spaces to ws-report-line
           string "LOADED                RECORDS: " delimited by size
                   ws-count-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-refused-count to ws-count-print
           move spaces to ws-report-line
           string "REFUSED               RECORDS: " delimited by size
                   ws-count-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           move ws-after-count to ws-count-print
           move ws-after-total to ws-total-print
           move spaces to ws-report-line
           string "AFTER   ADD01ACC.DAT  RECORDS: " delimited by size
                   ws-count-print delimited by size
                   "  TOTAL: " delimited by size
                   ws-total-print delimited by size
               into ws-report-line
           end-string
           perform write-report-line
           if conversion-proved
               move "CONVERSION PROVED - NEW FILE SEALED"
                   to ws-report-line
           else
               move "CONVERSION NOT PROVED - NEW FILE NOT SEALED"
                   to ws-report-line
           end-if
           perform write-report-line
           close conversion-report-file
           move "ADD01CNV.DAT" to SPL-NAME
           compute SPL-PAGES = ws-line-count / 60 + 1
           perform REGISTER-SPOOL-REPORT
           display "Conversion proof written to ADD01CNV.DAT".

       write-report-line.
           write conversion-report-record from ws-report-line
           add 1 to ws-line-count.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="ADD01_ACCCV"==
                               ==:OUTCOME-FIELD:== BY ==ws-outcome==.

       copy spoolreg.

       copy sealp.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program Program23.
