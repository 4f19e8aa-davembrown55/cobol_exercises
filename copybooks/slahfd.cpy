      * shared SLA history FD
      * COPY SLAHFD.

       fd  sla-history-file.
       01 SLA-HISTORY-RECORD PIC X(50).
