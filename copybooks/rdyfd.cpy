      * shared trainee readiness file FD
      * COPY RDYFD.

       fd  readiness-file.
       01 READINESS-RECORD PIC X(120).
