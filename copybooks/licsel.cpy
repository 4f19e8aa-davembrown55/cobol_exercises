      * shared text-licence register SELECT - the source and licence
      * of every recital item the suite prints or displays
      * COPY LICSEL.

           select licence-file assign to "LICREG.DAT"
               organization is line sequential
               file status is WS-LIC-STATUS.
