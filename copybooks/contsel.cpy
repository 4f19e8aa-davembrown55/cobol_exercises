      * shared contact master SELECT - one line per person the
      * suite writes to: the mail-merge, the survey chase letters
      * and the personalised recital packs all drive off it
      * COPY CONTSEL.

           select names-file assign to "NAMES.DAT"
               organization is line sequential
               file status is WS-NAMES-STATUS.
