       input-output section.
       file-control.
           select accumulator-file assign to "ADD01ACC.DAT"
               organization is indexed
               access mode is dynamic
               record key is acc-key-date
               file status is ws-accum-status.
           select transaction-file assign to "ADD01TRN.DAT"
               organization is line sequential
       data division.
       file section.
       fd  accumulator-file.
       01 accumulator-record.
           05 acc-key-date pic 9(8).
           05 filler pic x(13).

       fd  transaction-file.
       01 transaction-record pic x(120).

       fd  report-file.
       01 report-record pic x(60).
       end-if
       open output report-file
       perform write-report-header.
       perform position-at-month.
       perform report-next-day.
       perform write-report-totals.
       close accumulator-file
                   divide WSTR-DATE by 100 giving ws-void-month
                   if ws-void-month = ws-selected-month
                       add 1 to ws-void-count
      * the accumulator beside it is kept in sterling
                       if WSTR-STERLING is numeric
                           add WSTR-STERLING to ws-void-total
                       else
                           add WSTR-RESULT to ws-void-total
                       end-if
                   end-if
               end-if
               perform sum-next-void
           end-string
           write report-record from ws-report-line.

      * the history is keyed on business date, so the month's days
      * are read from its first day forward and no further
       position-at-month.
           compute acc-key-date = ws-selected-month * 100
           start accumulator-file key is not less than acc-key-date
               invalid key move "Y" to ws-accum-eof
           end-start.

       report-next-day.
           if not at-accum-eof
               read accumulator-file next record
                   at end move "Y" to ws-accum-eof
               end-read
           end-if

           if not at-accum-eof
               move accumulator-record to ws-accumulator-rec
               divide acc-date by 100 giving ws-record-month
               if ws-record-month not = ws-selected-month
                   move "Y" to ws-accum-eof
               end-if
           end-if

           if not at-accum-eof
               add 1 to ws-day-count
               add acc-total to ws-month-total
               if ws-day-count = 1
                       or acc-total > ws-busiest-total
                   move acc-date to ws-busiest-date
                   move acc-total to ws-busiest-total
               end-if
               move acc-date to dtl-date
               move acc-total to dtl-total
               write report-record from ws-detail-line
               perform report-next-day
           end-if.

