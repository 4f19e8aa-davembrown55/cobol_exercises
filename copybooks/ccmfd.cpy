      * shared Add01 cost-centre master FD
      * COPY CCMFD.

       fd  cost-centre-file.
       01 COST-CENTRE-RECORD PIC X(39).
