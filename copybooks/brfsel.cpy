      * shared refresher-briefing library SELECT - one line per
      * briefing naming its title, version, the operator roles it
      * is assigned to, and the files holding its text and its
      * comprehension questions
      * COPY BRFSEL.

           select briefing-library-file assign to "RFRSHLIB.DAT"
               organization is line sequential
               file status is WS-BRF-LIB-STATUS.
