      * shared Add01 closed-dates control file SELECT - the business
      * dates reconciled and closed to posting
      * COPY CLSSEL.

           select closed-date-file assign to "ADD01CLS.DAT"
               organization is line sequential
               file status is WS-CLS-STATUS.
