      * log on screen a screenful at a time, filtered by date range,
      * operation and result sign, with running counts and subtotals
      * of what was selected, so a disputed total can be answered
      * without reading the raw log in an editor.  the range reads
      * straight through the closed-year archive and the monthly
      * archive as well as the live log, oldest first, so an
      * archived month needs no retrieval run before it can be
      * inquired on; each line says whether it came from the live
      * log or an archive.

       environment division.
       input-output section.
           select transaction-file assign to "ADD01TRN.DAT"
               organization is line sequential
               file status is ws-transaction-status.
           select archive-file assign to "ADD01ARC.DAT"
               organization is line sequential
               file status is ws-archive-status.
           select year-archive-file assign to "ADD01YRA.DAT"
               organization is line sequential
               file status is ws-year-archive-status.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
       data division.
       file section.
       fd  transaction-file.
       01 transaction-record pic x(120).

       fd  archive-file.
       01 archive-record pic x(120).

       fd  year-archive-file.
       01 year-archive-record pic x(120).

       fd  audit-log-file.
       01 audit-log-record pic x(80).
       01 ws-transaction-status pic xx value spaces.
       01 ws-transaction-eof pic x value "N".
         88 at-transaction-eof value "Y".
       01 ws-archive-status pic xx value spaces.
       01 ws-archive-eof pic x value "N".
         88 at-archive-eof value "Y".
       01 ws-year-archive-status pic xx value spaces.
       01 ws-year-archive-eof pic x value "N".
         88 at-year-archive-eof value "Y".

       copy add01trn.

      * the opening record a year-end close leaves at the top of the
      * monthly archive - anything before its first month has gone
      * out to the closed-year archive
       01 ws-archive-opening-rec.
           05 ope-record-type pic x.
           05 filler pic x.
           05 ope-first-month pic 9(6).
           05 filler pic x(112).
       01 ws-archive-first-date pic 9(8) value 0.
       01 ws-line-source pic x(4) value spaces.

      * selection criteria - a blank answer leaves that test wide
      * open, so "everything last Tuesday" and "every divide ever"
      * are both one inquiry

       01 ws-read-count pic 9(7) value 0.
       01 ws-read-count-print pic z(6)9.
       01 ws-archive-read-count pic 9(7) value 0.
       01 ws-selected-count pic 9(7) value 0.
       01 ws-selected-count-print pic z(6)9.
       01 ws-selected-total pic s9(9)v99 value 0.
           05 dtl-remainder pic -(2)9.9999.
           05 filler pic x value space.
           05 dtl-record-type pic x.
           05 filler pic x value space.
           05 dtl-source pic x(4).

      * shared suite-wide audit trail
       copy auditws.
       perform get-to-date.
       perform get-op-filter.
       perform get-sign-filter.
       perform find-archive-first-date.
       if ws-from-date < ws-archive-first-date
           perform read-year-archive
       end-if
       perform read-monthly-archive.
       perform open-log.
       move "LIVE" to ws-line-source
       perform read-next-transaction.
       perform close-log.
       perform display-selection-totals.
       move ws-read-count to ws-read-count-print
       display "Transactions read......: " ws-read-count-print
       move ws-archive-read-count to ws-read-count-print
       display "  of which archived....: " ws-read-count-print
       display "End of inquiry."
       move "COMPLETED" to ws-outcome
       perform write-suite-audit
               perform read-next-transaction
           end-if.

      * the closed years are only read when the range reaches back
      * before the monthly archive's opening month
       find-archive-first-date.
           move 0 to ws-archive-first-date
           open input archive-file
           if ws-archive-status = "00"
               read archive-file
                   at end continue
                   not at end
                       move archive-record to ws-archive-opening-rec
                       if ope-record-type = "O"
                               and ope-first-month is numeric
                           compute ws-archive-first-date =
                               ope-first-month * 100 + 1
                       end-if
               end-read
               close archive-file
           end-if.

       read-year-archive.
           move "N" to ws-year-archive-eof
           move "ARCH" to ws-line-source
           open input year-archive-file
           if ws-year-archive-status = "00"
               perform read-next-year-archive-record
               close year-archive-file
           end-if.

      * the year control records are not transactions
       read-next-year-archive-record.
           read year-archive-file
               at end move "Y" to ws-year-archive-eof
           end-read

           if not at-year-archive-eof
               if year-archive-record(1:1) not = "Y"
                   move year-archive-record to ws-transaction-rec
                   add 1 to ws-read-count
                   add 1 to ws-archive-read-count
                   perform select-transaction-if-wanted
               end-if
               perform read-next-year-archive-record
           end-if.

       read-monthly-archive.
           move "N" to ws-archive-eof
           move "ARCH" to ws-line-source
           open input archive-file
           if ws-archive-status = "00"
               perform read-next-archive-record
               close archive-file
           end-if.

      * month-end control records and the year opening record are
      * skipped the same way the retrieval skips them
       read-next-archive-record.
           read archive-file
               at end move "Y" to ws-archive-eof
           end-read

           if not at-archive-eof
               if archive-record(1:1) not = "C"
                       and archive-record(1:1) not = "O"
                   move archive-record to ws-transaction-rec
                   add 1 to ws-read-count
                   add 1 to ws-archive-read-count
                   perform select-transaction-if-wanted
               end-if
               perform read-next-archive-record
           end-if.

       select-transaction-if-wanted.
           if wstr-date >= ws-from-date and wstr-date <= ws-to-date
                   and (ws-op-filter = space
           move wstr-time to dtl-time
           move wstr-remainder to dtl-remainder
           move wstr-record-type to dtl-record-type
           move ws-line-source to dtl-source
           display ws-detail-line
           add 1 to ws-page-lines

