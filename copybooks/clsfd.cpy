      * shared Add01 closed-dates control file FD
      * COPY CLSFD.

       fd  closed-date-file.
       01 CLOSED-DATE-RECORD PIC X(70).
