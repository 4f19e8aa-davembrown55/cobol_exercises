       data division.
       file section.
       fd  transaction-file.
       01 transaction-record pic x(120).

       fd  profile-report-file.
       01 profile-report-record pic x(70).
               if ws-hour-idx >= 1 and ws-hour-idx <= 24
                   add 1 to ws-record-count
                   add 1 to ws-prf-count(ws-day-idx, ws-hour-idx)
      * value is profiled in sterling, whatever was keyed
                   if WSTR-STERLING is numeric
                       add WSTR-STERLING
                           to ws-prf-total(ws-day-idx, ws-hour-idx)
                   else
                       add WSTR-RESULT
                           to ws-prf-total(ws-day-idx, ws-hour-idx)
                   end-if
                   if ws-prf-count(ws-day-idx, ws-hour-idx)
                           > ws-peak-count
                       move ws-prf-count(ws-day-idx, ws-hour-idx)
