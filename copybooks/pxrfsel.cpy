      * shared partner row cross-reference SELECT - one line per
      * row of the partner's last inbound file
      * COPY PXRFSEL.

           select partner-xref-file assign to "PARTXREF.DAT"
               organization is line sequential
               file status is WS-PXR-STATUS.
