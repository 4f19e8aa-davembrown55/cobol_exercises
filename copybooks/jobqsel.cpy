      * shared job request queue SELECTs - the daytime requests
      * for heavy runs worked in the overnight window, and the
      * response deck the scheduler reads them from
      * COPY JOBQSEL.

           select job-queue-file assign to "JOBQUEUE.DAT"
               organization is line sequential
               file status is WS-JOBQ-STATUS.
           select job-deck-file assign to "JOBDECK.DAT"
               organization is line sequential
               file status is WS-JOBQ-DECK-STATUS.
