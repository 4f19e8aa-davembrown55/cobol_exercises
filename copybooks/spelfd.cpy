      * shared spelling-dictionary file FD
      * COPY SPELFD.

       fd  spell-reference-file.
       01 SPELL-REFERENCE-RECORD PIC X(50).
