      * times-tables class record - one class per line in
      * TTABCLAS.DAT, maintained from the roster program.  each
      * class has its own tutor (an operator ID) and the date it
      * started; students are placed in a class through the class
      * code on their roster record.
      * COPY TTABCLAS.

       01 WS-CLASS-REC.
           05 WCLS-CODE PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WCLS-TUTOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WCLS-START-DATE PIC 9(8).
