      * shared Add01 re-check queue SELECT - the sample of each
      * business date's calculations waiting for a second operator
      * COPY RCQSEL.

           select recheck-queue-file assign to "ADD01RCQ.DAT"
               organization is line sequential
               file status is WS-RCQ-STATUS.
