      * change-freeze calendar SELECTs - the freeze windows set by a
      * supervisor, and the emergency changes made inside them
      * COPY FRZSEL.

           select freeze-file assign to "FREEZE.DAT"
               organization is line sequential
               file status is WS-FRZ-STATUS.
           select freeze-exception-file assign to "FRZEXC.DAT"
               organization is line sequential
               file status is WS-FRZX-STATUS.
