      * shared audit-log index SELECTs - the indexed companion to
      * AUDITLOG.DAT the reporting programs START on instead of
      * reading the log from the top, and the control record that
      * says how far into the log the index has been built
      * COPY AIDXSEL.

           select audit-index-file assign to "AUDITIDX.DAT"
               organization is indexed
               access mode is dynamic
               record key is AIX-KEY
               alternate record key is AIX-DATE-KEY
               file status is WS-AIDX-STATUS.
           select audit-index-control-file assign to "AUDIXCTL.DAT"
               organization is line sequential
               file status is WS-AIDXC-STATUS.
