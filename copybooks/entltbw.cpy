      * shared entitlement matrix table - the whole matrix is small
      * enough to carry in memory and rewrite in full after each
      * change, by the matrix maintenance and by the access
      * recertification that revokes through the same route
      * COPY ENTLTBW.

       01 WS-ENTL-TABLE.
           05 WS-ENTL-ENTRY OCCURS 500 TIMES.
               10 WS-ETB-OPERATOR PIC X(10).
               10 WS-ETB-PROGRAM PIC X(20).
       01 WS-ENTL-COUNT PIC 9(3) VALUE 0.
       01 WS-ENTL-IDX PIC 9(3) VALUE 0.
       01 WS-ENTL-HIT PIC 9(3) VALUE 0.
