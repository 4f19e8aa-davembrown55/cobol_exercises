      * shared SLA history SELECT - one line per monitored step per
      * night, appended by the SLA monitor's actuals run
      * COPY SLAHSEL.

           select sla-history-file assign to "SLAHIST.DAT"
               organization is line sequential
               file status is WS-SLAH-STATUS.
