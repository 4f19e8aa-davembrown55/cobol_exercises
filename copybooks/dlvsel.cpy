      * shared electronic-delivery SELECTs - the register of every
      * letter sent to the mail gateway, and the register of the
      * delivery files handed over.  the program declares its own
      * outbound delivery file as DELIVERY-FILE
      * COPY DLVSEL.

           select mail-letter-file assign to "MAILDLV.DAT"
               organization is line sequential
               file status is WS-MAILDLV-STATUS.
           select mail-xmit-file assign to "MAILXMIT.DAT"
               organization is line sequential
               file status is WS-MAILXMIT-STATUS.
