      * shared trainee readiness file SELECT - one record per
      * trainee with the evidence behind a promotion
      * COPY RDYSEL.

           select readiness-file assign to "TRNREADY.DAT"
               organization is line sequential
               file status is WS-RDY-STATUS.
