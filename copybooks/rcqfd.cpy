      * shared Add01 re-check queue FD
      * COPY RCQFD.

       fd  recheck-queue-file.
       01 RECHECK-QUEUE-RECORD PIC X(90).
