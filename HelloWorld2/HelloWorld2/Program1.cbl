           display "  RUN DATE:    " ws-run-date
           display "  JOB ID:      " ws-job-id
           display "  SUITE VERS:  " ws-suite-version
      *planned outages starting in the next 24 hours are called out
      *on the banner itself, where every batch stream shows them
           perform show-upcoming-outages
           display "===================================="
           move "COMPLETED" to ws-outcome
           perform write-suite-audit

       copy entlchk.

       copy outgshow.

       copy opsignon.

       end program Program1.
