           05 WROS-STATUS PIC X.
             88 WROS-ACTIVE VALUE "A".
             88 WROS-INACTIVE VALUE "I".
           05 FILLER PIC X VALUE SPACE.
      * the class the student is placed in (TTABCLAS.DAT) - spaces
      * for a student not yet placed, which is also how a record
      * written before classes existed reads
           05 WROS-CLASS PIC X(4).
