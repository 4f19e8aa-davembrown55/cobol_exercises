      * shared data-file catalog FD - the layout is WS-FCAT-REC
      * COPY FCATFD.

       fd  file-catalog-file.
       01 FILE-CATALOG-RECORD PIC X(80).
