      * shared Add01 exchange-rate file FD
      * COPY FXRFD.

       fd  fx-rate-file.
       01 FX-RATE-RECORD PIC X(22).
