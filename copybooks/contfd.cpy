      * shared contact master FD - the name and reference keep the
      * columns the original bare names list had, so a line keyed
      * before the master existed still reads as a contact who can
      * be written to on paper
      * COPY CONTFD.

       fd  names-file.
       01 NAMES-RECORD.
           05 NMR-NAME PIC X(10).
           05 FILLER PIC X.
      * a free reference field carried per recipient, available to
      * the templates as the &REF placeholder
           05 NMR-REFERENCE PIC X(20).
           05 FILLER PIC X.
           05 NMR-DEPARTMENT PIC X(10).
           05 FILLER PIC X.
      * preferred channel - P (or blank) paper, E electronic
           05 NMR-CHANNEL PIC X.
             88 NMR-CHANNEL-ELECTRONIC VALUE "E".
           05 FILLER PIC X.
      * do-not-contact - Y suppresses the person from every merge
           05 NMR-DNC-FLAG PIC X.
             88 NMR-SUPPRESSED VALUE "Y".
           05 FILLER PIC X.
           05 NMR-DNC-REASON PIC X(20).
           05 FILLER PIC X.
           05 NMR-DNC-DATE PIC X(8).
           05 FILLER PIC X.
      * mail address an electronic contact's letters are sent to
           05 NMR-ADDRESS PIC X(40).
