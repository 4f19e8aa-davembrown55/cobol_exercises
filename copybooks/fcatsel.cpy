      * shared data-file catalog SELECT
      * COPY FCATSEL.

           select file-catalog-file assign to "FILECAT.DAT"
               organization is line sequential
               file status is WS-FCAT-STATUS.
