       program-id. Program25 as "Add01.Program25".

      * whole-batch reversal - when a department sends the wrong
      * file and the batch run posts it in full, this backs the
      * whole file out at once instead of one void at a time.  the
      * supervisor keys the file's manifest entry and the business
      * date it was posted on; the posted-batch register gives every
      * calculation the file posted and the file's batch trailer,
      * and the count and sterling total are shown back.  on
      * confirmation by a second supervisor a type V reversal (the
      * negated result, a reference to the original's key, exactly
      * as a single void writes it) goes to the transaction log and
      * the master for every record not already voided, today's
      * accumulator is corrected by the reversed total in one
      * step, and a reversal certificate proves the reversed and
      * already-voided records add back to the original trailer.
      * a file can only be reversed once.

       environment division.
       input-output section.
       file-control.
           select transaction-file assign to "ADD01TRN.DAT"
               organization is line sequential
               file status is ws-transaction-status.
           select transaction-master assign to "ADD01TRX.DAT"
               organization is indexed
               access mode is dynamic
               record key is trx-key
               file status is ws-master-status.
           select accumulator-file assign to "ADD01ACC.DAT"
               organization is indexed
               access mode is dynamic
               record key is acc-key-date
               file status is ws-accum-status.
           select posted-batch-file assign to "ADD01PBR.DAT"
               organization is line sequential
               file status is ws-posted-batch-status.
           select certificate-file assign to "ADD01BRC.DAT"
               organization is line sequential
               file status is ws-certificate-status.
           copy procdtsl.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy spoolsl.
           copy erevsel.
           copy secevsel.
           copy dualausl.
           copy audseqsl.
           copy jrnsel.
           copy sealsel.
           copy alrtsel.
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

       fd  accumulator-file.
       01 accumulator-record.
           05 acc-key-date pic 9(8).
           05 filler pic x(13).

       fd  posted-batch-file.
       01 posted-batch-record pic x(58).

       fd  certificate-file.
       01 certificate-record pic x(80).

       copy procdtfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy spoolfd.

       copy erevfd.

       copy secevfd.

       copy dualauf.

       copy audseqfd.

       copy jrnfd.

       copy sealfd.

       copy alrtfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       copy clsfd.

       working-storage section.
       copy procdtws.
       copy errmsgs.

       01 ws-transaction-status pic xx value spaces.
       01 ws-master-status pic xx value spaces.
       01 ws-accum-status pic xx value spaces.
       01 ws-posted-batch-status pic xx value spaces.
       01 ws-certificate-status pic xx value spaces.
       01 ws-master-eof pic x value "N".
         88 at-master-eof value "Y".
       01 ws-posted-batch-eof pic x value "N".
         88 at-posted-batch-eof value "Y".

       01 ws-today-date pic 9(8) value 0.
       01 ws-trx-sequence pic 9(6) value 0.

       copy add01trn.

       copy add01pbr.

      * the file being reversed, as keyed
       01 ws-batch-date-raw pic x(8) value spaces.
       01 ws-batch-date pic 9(8) value 0.
       01 ws-batch-file pic x(20) value spaces.
       01 ws-register-file pic x(20) value spaces.
       01 ws-confirm-answer pic x value space.

      * what the register holds for the file - its trailer (more
      * than one block if it was posted in more than one run that
      * day) and the master key of every calculation it posted
       01 ws-trailer-blocks pic 9(3) value 0.
       01 ws-trailer-count pic 9(7) value 0.
       01 ws-trailer-total pic s9(11)v99 value 0.
       01 ws-already-reversed pic x value "N".
         88 batch-already-reversed value "Y".
       01 ws-member-table.
           05 ws-member-entry occurs 9999 times.
               10 ws-member-seq pic 9(6).
               10 ws-member-state pic x.
                 88 member-to-reverse value "R".
                 88 member-voided value "V".
                 88 member-missing value "M".
               10 ws-member-sterling pic s9(7)v99.
               10 ws-member-void-seq pic 9(6).
       01 ws-member-count pic 9(4) value 0.
       01 ws-member-idx pic 9(4) value 0.
       01 ws-member-full pic x value "N".
         88 member-table-full value "Y".

      * the sequences on the posting date that a void already
      * references - a record voided singly is not reversed again
       01 ws-voided-table.
           05 ws-voided-seq pic 9(6) occurs 9999 times.
       01 ws-voided-count pic 9(4) value 0.
       01 ws-voided-idx pic 9(4) value 0.
       01 ws-voided-found pic x value "N".
         88 voided-found value "Y".

       01 ws-reverse-count pic 9(7) value 0.
       01 ws-reverse-total pic s9(11)v99 value 0.
       01 ws-voided-before-count pic 9(7) value 0.
       01 ws-voided-before-total pic s9(11)v99 value 0.
       01 ws-missing-count pic 9(7) value 0.
       01 ws-proof-count pic 9(7) value 0.
       01 ws-proof-total pic s9(11)v99 value 0.

       01 ws-count-print pic z(6)9.
       01 ws-total-print pic -(10)9.99.
       01 ws-sequence-print pic 9(6).
       01 ws-certificate-line pic x(80) value spaces.
       01 ws-certificate-lines pic 9(5) value 0.

       01 ws-acc-eof pic x value "N".
         88 at-acc-eof value "Y".
       01 ws-acc-on-file pic x value "N".
         88 acc-date-on-file value "Y".
       01 ws-grand-total pic s9(9)v99 value 0.

       01 ws-accumulator-rec.
           05 acc-date pic 9(8).
           05 filler pic x value space.
           05 acc-total pic s9(9)v99 sign leading separate.

      * shared suite-wide audit trail
       copy auditws.
       01 ws-outcome pic x(20) value spaces.

      * shared print-spool index record
       copy spoolws.

      * shared operator sign-on
       copy opsignws.
      * shared dual-control confirmation
       copy dualctlw.
      * shared before/after image journal
       copy jrnws.
      * shared control-total seals
       copy sealws.

      *shared sign-on bulletin data
       copy bltnws.

      *shared per-program entitlements
       copy entlws.

      *central suite configuration
       copy cfgws.

      * shared Add01 closed-dates control file
       copy clsws.

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
      * backing a whole file out of the books is supervisor work,
      * the same as a single void
       if not ROLE-SUPERVISOR
           display "Error! Batch reversal is restricted to "
               "supervisors."
           move "DENIED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform GET-PROCESSING-DATE.
       move WS-PROCESS-DATE to ws-today-date.
      * the reversals post on today's business date, so it must
      * still be open, the same as for a single void
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
       perform get-batch-date.
       perform get-batch-file.
       perform load-posted-batch.
       if ws-trailer-blocks = 0
           display "Error! No posted batch for " ws-batch-file
               " on " ws-batch-date "."
           move "NO SUCH BATCH" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       if batch-already-reversed
           display "Error! That file has already been reversed."
           move "ALREADY REVERSED" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       if member-table-full
           display "Error! The file posted more calculations than "
               "one reversal can hold - reverse it in voids."
           move "BATCH TOO LARGE" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       open i-o transaction-master
       if ws-master-status not = "00"
           display "Error! Cannot open the transaction master - "
               "nothing to reverse."
           move "FAILED FILE OPEN" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       perform load-voided-references.
       perform check-next-member
           varying ws-member-idx from 1 by 1
           until ws-member-idx > ws-member-count.
       perform show-batch-totals.
      * every calculation the trailer counted must still be on the
      * master, or the reversal could never prove back to it
       if ws-missing-count > 0
               or ws-member-count not = ws-trailer-count
           display "Error! The master does not hold every "
               "calculation the trailer counted - the file cannot "
               "be reversed as one."
           close transaction-master
           move "BATCH INCOMPLETE" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           move 8 to return-code
           goback
       end-if
       if ws-reverse-count = 0
           display "Every calculation from the file is already "
               "voided - nothing to reverse."
           close transaction-master
           move "NOTHING TO REVERSE" to ws-outcome
           perform write-suite-audit
           close audit-log-file
           goback
       end-if
       perform confirm-reversal.
       close transaction-master
       move "COMPLETED" to ws-outcome
       perform write-suite-audit
       close audit-log-file
       goback.

       get-batch-date.
           display "Enter the business date the file was posted "
               "(YYYYMMDD): "
           accept ws-batch-date-raw
           if ws-batch-date-raw is not numeric
               display ERRMSG-NOT-NUMERIC
               move "E002" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-batch-date
           else
               move ws-batch-date-raw to ws-batch-date
           end-if.

       get-batch-file.
           display "Enter the file's manifest entry: "
           move spaces to ws-batch-file
           accept ws-batch-file
           move function upper-case(ws-batch-file) to ws-batch-file
           if ws-batch-file = spaces
               display ERRMSG-NOTHING-ENTERED
               move "E003" to WS-ERROR-CODE
               perform LOG-ERROR-EVENT
               perform get-batch-file
           end-if.

       load-posted-batch.
           move 0 to ws-trailer-blocks
           move 0 to ws-trailer-count
           move 0 to ws-trailer-total
           move 0 to ws-member-count
           move "N" to ws-posted-batch-eof
           open input posted-batch-file
           if ws-posted-batch-status = "00"
               perform load-next-posted-batch
               close posted-batch-file
           end-if.

       load-next-posted-batch.
           read posted-batch-file
               at end move "Y" to ws-posted-batch-eof
           end-read

           if not at-posted-batch-eof
               move posted-batch-record to WS-POSTED-BATCH-REC
               move function upper-case(WPBR-FILE)
                   to ws-register-file
               if WPBR-DATE is numeric
                       and WPBR-DATE = ws-batch-date
                       and ws-register-file = ws-batch-file
                   evaluate true
                       when WPBR-DETAIL
                           perform add-batch-member
                       when WPBR-TRAILER
                           add 1 to ws-trailer-blocks
                           add WPBR-COUNT to ws-trailer-count
                           add WPBR-TOTAL to ws-trailer-total
                       when WPBR-REVERSAL
                           move "Y" to ws-already-reversed
                   end-evaluate
               end-if
               perform load-next-posted-batch
           end-if.

       add-batch-member.
           if ws-member-count < 9999
               add 1 to ws-member-count
               move WPBR-SEQ to ws-member-seq(ws-member-count)
               move "M" to ws-member-state(ws-member-count)
               move 0 to ws-member-sterling(ws-member-count)
               move 0 to ws-member-void-seq(ws-member-count)
           else
               move "Y" to ws-member-full
           end-if.

      * one pass of the master collects every void referencing the
      * posting date, so each member is tested against a table
      * instead of a fresh pass of the master
       load-voided-references.
           move 0 to ws-voided-count
           move "N" to ws-master-eof
           move 0 to trx-date
           move 0 to trx-sequence
           start transaction-master key is not less than trx-key
               invalid key move "Y" to ws-master-eof
           end-start
           perform scan-next-for-void.

       scan-next-for-void.
           if not at-master-eof
               read transaction-master next record
                   at end move "Y" to ws-master-eof
               end-read
               if not at-master-eof
                   move trx-record to WS-TRANSACTION-REC
                   if WSTR-RECORD-TYPE = "V"
                           and WSTR-VOID-REF-DATE is numeric
                           and WSTR-VOID-REF-SEQ is numeric
                           and WSTR-VOID-REF-DATE = ws-batch-date
                           and ws-voided-count < 9999
                       add 1 to ws-voided-count
                       move WSTR-VOID-REF-SEQ
                           to ws-voided-seq(ws-voided-count)
                   end-if
                   perform scan-next-for-void
               end-if
           end-if.

      * each registered calculation is read off the master: still
      * there and not voided, it is reversed; voided already, it
      * counts towards the proof as it stands
       check-next-member.
           move ws-batch-date to trx-date
           move ws-member-seq(ws-member-idx) to trx-sequence
           read transaction-master
               invalid key
                   add 1 to ws-missing-count
               not invalid key
                   perform classify-member
           end-read.

       classify-member.
           move trx-record to WS-TRANSACTION-REC
           if WSTR-STERLING is not numeric
               move WSTR-RESULT to ws-member-sterling(ws-member-idx)
           else
               move WSTR-STERLING
                   to ws-member-sterling(ws-member-idx)
           end-if
           move "N" to ws-voided-found
           perform match-next-voided
               varying ws-voided-idx from 1 by 1
               until ws-voided-idx > ws-voided-count
                   or voided-found
           evaluate true
               when WSTR-RECORD-TYPE = "I"
                       or WSTR-RECORD-TYPE = "V"
                   add 1 to ws-missing-count
               when voided-found
                   move "V" to ws-member-state(ws-member-idx)
                   add 1 to ws-voided-before-count
                   add ws-member-sterling(ws-member-idx)
                       to ws-voided-before-total
               when other
                   move "R" to ws-member-state(ws-member-idx)
                   add 1 to ws-reverse-count
                   add ws-member-sterling(ws-member-idx)
                       to ws-reverse-total
           end-evaluate.

       match-next-voided.
           if ws-voided-seq(ws-voided-idx)
                   = ws-member-seq(ws-member-idx)
               move "Y" to ws-voided-found
           end-if.

       show-batch-totals.
           display " "
           display "FILE " ws-batch-file " POSTED " ws-batch-date
           move ws-trailer-count to ws-count-print
           move ws-trailer-total to ws-total-print
           display "  BATCH TRAILER       " ws-count-print
               " RECORDS  " ws-total-print
           move ws-reverse-count to ws-count-print
           move ws-reverse-total to ws-total-print
           display "  TO BE REVERSED      " ws-count-print
               " RECORDS  " ws-total-print
           move ws-voided-before-count to ws-count-print
           move ws-voided-before-total to ws-total-print
           display "  ALREADY VOIDED      " ws-count-print
               " RECORDS  " ws-total-print
           if ws-missing-count > 0
               move ws-missing-count to ws-count-print
               display "  NOT ON THE MASTER   " ws-count-print
                   " RECORDS"
           end-if.

       confirm-reversal.
           display "Reverse the whole file? Enter Y to post the "
               "reversals, or N to leave it: "
           accept ws-confirm-answer
           move function upper-case(ws-confirm-answer)
               to ws-confirm-answer
           evaluate ws-confirm-answer
               when "Y"
                   perform confirm-second-and-post
               when "N"
                   display "File left untouched."
               when other
                   display ERRMSG-YN-PROMPT
                   move "E004" to WS-ERROR-CODE
                   perform LOG-ERROR-EVENT
                   perform confirm-reversal
           end-evaluate.

      * backing a whole file out is the same order of harm as the
      * month-end archive - a second supervisor confirms at the
      * point of action, and both identities go on the audit line
       confirm-second-and-post.
           move "ADD01BREV" to WS-DUAL-TOKEN
           perform CONFIRM-SECOND-SUPERVISOR
           if not DUAL-CONTROL-OK
               move "DUAL CTL REFUSED" to ws-outcome
               perform write-suite-audit
           else
               perform WRITE-DUAL-CONTROL-AUDIT
               perform post-batch-reversal
           end-if.

       post-batch-reversal.
           open extend transaction-file
           if ws-transaction-status = "35"
               open output transaction-file
           end-if
           perform find-last-sequence
           perform reverse-next-member
               varying ws-member-idx from 1 by 1
               until ws-member-idx > ws-member-count
           close transaction-file
           perform load-accumulator
           perform update-accumulator
           perform register-batch-reversal
           perform write-reversal-certificate
           move spaces to ws-outcome
           move ws-reverse-count to ws-count-print
           string "* BATCH REV" delimited by size
                   ws-count-print delimited by size
               into ws-outcome
           end-string
           perform write-suite-audit
           display "Batch reversal posted - certificate written "
               "to ADD01BRC.DAT.".

      * today's next intra-day sequence, found once the same way a
      * single void finds it; a duplicate key on the write just
      * means another run got there first
       find-last-sequence.
           move 0 to ws-trx-sequence
           move "N" to ws-master-eof
           move ws-today-date to trx-date
           move 0 to trx-sequence
           start transaction-master key is not less than trx-key
               invalid key move "Y" to ws-master-eof
           end-start
           perform scan-next-sequence.

       scan-next-sequence.
           if not at-master-eof
               read transaction-master next record
                   at end move "Y" to ws-master-eof
               end-read
               if not at-master-eof
                   if trx-date = ws-today-date
                       move trx-sequence to ws-trx-sequence
                       perform scan-next-sequence
                   else
                       move "Y" to ws-master-eof
                   end-if
               end-if
           end-if.

      * the reversal is built exactly as a single void builds it:
      * the original's operands, the result and sterling negated at
      * the original's own rate, and a reference to its key
       reverse-next-member.
           if member-to-reverse(ws-member-idx)
               move ws-batch-date to trx-date
               move ws-member-seq(ws-member-idx) to trx-sequence
               read transaction-master
                   invalid key continue
                   not invalid key perform post-member-reversal
               end-read
           end-if.

       post-member-reversal.
           move trx-record to WS-TRANSACTION-REC
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
           move "V" to WSTR-RECORD-TYPE
           move ws-batch-date to WSTR-VOID-REF-DATE
           move ws-member-seq(ws-member-idx) to WSTR-VOID-REF-SEQ
           move WS-OPERATOR-ID to WSTR-OPERATOR
           write transaction-record from WS-TRANSACTION-REC
           perform write-reversal-master-attempt
           move ws-trx-sequence to ws-member-void-seq(ws-member-idx).

       write-reversal-master-attempt.
           add 1 to ws-trx-sequence
           move ws-today-date to trx-date
           move ws-trx-sequence to trx-sequence
           move WS-TRANSACTION-REC to trx-record
           write transaction-master-record
               invalid key perform write-reversal-master-attempt
           end-write.

       load-accumulator.
           move 0 to ws-grand-total
           move 0 to ws-seal-count
           move 0 to ws-seal-hash
           move "N" to ws-acc-eof
           open input accumulator-file
           if ws-accum-status = "00"
               perform load-next-accumulator-record
               close accumulator-file
           end-if
      * prove the file against its closing seal before posting
      * anything to it; the reversals are already on the log and
      * the master, so a mismatch is left for the supervisor with
      * the accumulator untouched and the certificate saying so
           move "ADD01ACC.DAT" to ws-seal-file-name
           perform CHECK-FILE-SEAL.

       load-next-accumulator-record.
           read accumulator-file next record
               at end move "Y" to ws-acc-eof
           end-read

           if not at-acc-eof
               move accumulator-record to ws-accumulator-rec
               add 1 to ws-seal-count
               add acc-total to ws-seal-hash
               if acc-date = ws-today-date
                   move acc-total to ws-grand-total
               end-if
               perform load-next-accumulator-record
           end-if.

      * the whole reversed total comes off today's running grand
      * total in one journalled change, not one per record
       update-accumulator.
           if SEAL-BROKEN
               display "Error! The accumulator does not match its "
                   "seal - it has not been corrected."
               move "SEAL MISMATCH" to ws-outcome
               perform write-suite-audit
               move 8 to return-code
           else
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
               subtract ws-reverse-total from acc-total
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
               perform WRITE-FILE-SEAL
           end-if.

       register-batch-reversal.
           move spaces to WS-POSTED-BATCH-REC
           move "R" to WPBR-TYPE
           move ws-batch-date to WPBR-DATE
           move ws-batch-file to WPBR-FILE
           move 0 to WPBR-SEQ
           move ws-reverse-count to WPBR-COUNT
           move ws-reverse-total to WPBR-TOTAL
           open extend posted-batch-file
           if ws-posted-batch-status = "35"
               open output posted-batch-file
           end-if
           write posted-batch-record from WS-POSTED-BATCH-REC
           close posted-batch-file.

      * the certificate: the original trailer against what this
      * reversal took out plus what was voided singly before it,
      * then every original key beside the key of its reversal
       write-reversal-certificate.
           move 0 to ws-certificate-lines
           open extend certificate-file
           if ws-certificate-status = "35"
               open output certificate-file
           end-if
           move "ADD01 BATCH REVERSAL CERTIFICATE"
               to ws-certificate-line
           perform write-certificate-line
           string "FILE " delimited by size
                   ws-batch-file delimited by size
                   " POSTED " delimited by size
                   ws-batch-date delimited by size
                   " REVERSED " delimited by size
                   ws-today-date delimited by size
               into ws-certificate-line
           end-string
           perform write-certificate-line
           string "BY " delimited by size
                   WS-OPERATOR-ID delimited by size
                   " CONFIRMED BY " delimited by size
                   WS-DUAL-ID delimited by size
               into ws-certificate-line
           end-string
           perform write-certificate-line
           perform write-certificate-line
           move ws-trailer-count to ws-count-print
           move ws-trailer-total to ws-total-print
           string "ORIGINAL BATCH TRAILER  " delimited by size
                   ws-count-print delimited by size
                   " RECORDS " delimited by size
                   ws-total-print delimited by size
               into ws-certificate-line
           end-string
           perform write-certificate-line
           move ws-reverse-count to ws-count-print
           move ws-reverse-total to ws-total-print
           string "REVERSED THIS RUN       " delimited by size
                   ws-count-print delimited by size
                   " RECORDS " delimited by size
                   ws-total-print delimited by size
               into ws-certificate-line
           end-string
           perform write-certificate-line
           move ws-voided-before-count to ws-count-print
           move ws-voided-before-total to ws-total-print
           string "VOIDED BEFORE THIS RUN  " delimited by size
                   ws-count-print delimited by size
                   " RECORDS " delimited by size
                   ws-total-print delimited by size
               into ws-certificate-line
           end-string
           perform write-certificate-line
           compute ws-proof-count =
               ws-reverse-count + ws-voided-before-count
           compute ws-proof-total =
               ws-reverse-total + ws-voided-before-total
           move ws-proof-count to ws-count-print
           move ws-proof-total to ws-total-print
           string "REVERSED PLUS VOIDED    " delimited by size
                   ws-count-print delimited by size
                   " RECORDS " delimited by size
                   ws-total-print delimited by size
               into ws-certificate-line
           end-string
           perform write-certificate-line
           if ws-proof-count = ws-trailer-count
                   and ws-proof-total = ws-trailer-total
               move "PROVED - REVERSAL AGREES WITH THE BATCH TRAILER"
                   to ws-certificate-line
           else
               string "*** NOT PROVED - REVERSAL DOES NOT AGREE "
                           delimited by size
                       "WITH THE BATCH TRAILER ***" delimited by size
                   into ws-certificate-line
               end-string
           end-if
           perform write-certificate-line
           if SEAL-BROKEN
               move "*** ACCUMULATOR NOT CORRECTED - SEAL MISMATCH"
                   to ws-certificate-line
               perform write-certificate-line
           end-if
           perform write-certificate-line
           move "ORIGINAL KEY     REVERSAL KEY              STERLING"
               to ws-certificate-line
           perform write-certificate-line
           perform write-certificate-member
               varying ws-member-idx from 1 by 1
               until ws-member-idx > ws-member-count
           perform write-certificate-line
           close certificate-file
           move "ADD01BRC.DAT" to SPL-NAME
           compute SPL-PAGES = (ws-certificate-lines + 59) / 60
           perform REGISTER-SPOOL-REPORT.

       write-certificate-member.
           move ws-member-sterling(ws-member-idx) to ws-total-print
           move ws-member-seq(ws-member-idx) to ws-sequence-print
           if member-to-reverse(ws-member-idx)
               string ws-batch-date delimited by size
                       "-" delimited by size
                       ws-sequence-print delimited by size
                       "  " delimited by size
                       ws-today-date delimited by size
                       "-" delimited by size
                       ws-member-void-seq(ws-member-idx)
                           delimited by size
                       "  " delimited by size
                       ws-total-print delimited by size
                   into ws-certificate-line
               end-string
           else
               string ws-batch-date delimited by size
                       "-" delimited by size
                       ws-sequence-print delimited by size
                       "  VOIDED BEFORE   " delimited by size
                       ws-total-print delimited by size
                   into ws-certificate-line
               end-string
           end-if
           perform write-certificate-line.

       write-certificate-line.
           write certificate-record from ws-certificate-line
           add 1 to ws-certificate-lines
           move spaces to ws-certificate-line.

       copy errlog replacing ==:PROGRAM-NAME:== by =="ADD01_BREV"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy procdate.

       copy dualctlp.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="ADD01_BREV"==
           ==:OUTCOME-FIELD:== BY ==ws-outcome==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy clsp.

       copy sealp.

       copy jrnp.

       copy opsignon.

       end program Program25.
