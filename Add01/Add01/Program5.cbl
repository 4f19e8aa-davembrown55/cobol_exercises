       data division.
       file section.
       fd  transaction-file.
       01 transaction-record pic x(120).

       fd  work-file.
       01 work-record pic x(120).

       fd  archive-file.
       01 archive-record pic x(120).

       fd  retrieve-file.
       01 retrieve-record pic x(120).

       fd  audit-log-file.
       01 audit-log-record pic x(80).
           end-read

           if not at-archive-eof
      * control records and the year's opening record are skipped -
      * only the month's transaction records come back for the
      * inquiry
               if archive-record(1:1) not = "C"
                       and archive-record(1:1) not = "O"
                   move archive-record to ws-transaction-rec
                   divide wstr-date by 100 giving ws-record-month
                   if ws-record-month = ws-selected-month
