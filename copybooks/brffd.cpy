      * shared refresher-briefing library record.  BRF-ROLES holds
      * any of T (trainee), O (operator) and S (supervisor) - all
      * blank assigns the briefing to everybody.  a zero version
      * takes the line count of the text file as it stands, the
      * stamp the single briefing always carried.  a blank quiz
      * file means the briefing is acknowledged only
      * COPY BRFFD.

       fd  briefing-library-file.
       01 BRIEFING-LIBRARY-RECORD.
           05 BRF-ID PIC X(8).
           05 FILLER PIC X.
           05 BRF-TITLE PIC X(30).
           05 FILLER PIC X.
           05 BRF-VERSION PIC 9(3).
           05 FILLER PIC X.
           05 BRF-ROLES PIC X(3).
           05 FILLER PIC X.
           05 BRF-TEXT-FILE PIC X(12).
           05 FILLER PIC X.
           05 BRF-QUIZ-FILE PIC X(12).
