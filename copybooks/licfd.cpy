      * shared text-licence register record - one line per text
      * library (RHYMES, LIMERICK, REFRESH1) and item within it.
      * item 00 covers the whole library, so the limerick and the
      * refresher briefing need only the one line; a rhyme line
      * names its rhyme number and wins over a library-wide line.
      * a zero or blank expiry - public domain, or a perpetual
      * licence - never lapses
      * COPY LICFD.

       fd  licence-file.
       01 LICENCE-RECORD.
           05 LIC-LIBRARY PIC X(8).
           05 FILLER PIC X.
           05 LIC-ITEM PIC 99.
           05 FILLER PIC X.
           05 LIC-SOURCE PIC X(30).
           05 FILLER PIC X.
           05 LIC-TYPE PIC X(10).
           05 FILLER PIC X.
           05 LIC-EXPIRY PIC X(8).
