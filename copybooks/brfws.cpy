      * shared refresher-briefing library working storage - the
      * library as loaded by LOAD-BRIEFING-LIBRARY.  with no library
      * file on the machine the one original briefing stands in
      * for it (REFRESH1.DAT and its question set, every role), so
      * a site that has not set up a library carries on as before.
      * before PERFORM CHECK-BRIEFING-ROLE the program sets
      * WS-BRF-IDX and WS-BRF-WANTED-ROLE
      * COPY BRFWS.

       01 WS-BRF-LIB-STATUS PIC XX VALUE SPACES.
       01 WS-BRF-LIB-EOF PIC X VALUE "N".
         88 AT-BRF-LIB-EOF VALUE "Y".
       01 WS-BRF-TABLE.
           05 WS-BRF-ENTRY OCCURS 20 TIMES.
               10 WS-BRF-ID PIC X(8).
               10 WS-BRF-TITLE PIC X(30).
               10 WS-BRF-VERSION PIC 9(3).
               10 WS-BRF-ROLES PIC X(3).
               10 WS-BRF-TEXT-FILE PIC X(12).
               10 WS-BRF-QUIZ-FILE PIC X(12).
       01 WS-BRF-COUNT PIC 99 VALUE 0.
       01 WS-BRF-IDX PIC 99 VALUE 0.
       01 WS-BRF-WANTED-ROLE PIC X VALUE SPACE.
       01 WS-BRF-ASSIGNED PIC X VALUE "N".
         88 BRIEFING-ASSIGNED VALUE "Y".
