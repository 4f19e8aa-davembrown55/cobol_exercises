      * shared job request queue FDs
      * COPY JOBQFD.

       fd  job-queue-file.
       01 JOB-QUEUE-RECORD PIC X(130).

       fd  job-deck-file.
       01 JOB-DECK-RECORD PIC X(80).
