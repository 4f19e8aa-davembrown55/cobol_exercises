      * shared partner row cross-reference FD
      * COPY PXRFFD.

       fd  partner-xref-file.
       01 PARTNER-XREF-RECORD PIC X(159).
