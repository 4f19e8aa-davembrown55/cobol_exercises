      * shared electronic-delivery working storage.  before
      * PERFORM OPEN-DELIVERY-FILE the program sets WS-DLV-SOURCE
      * (one letter naming the run on every letter reference) and
      * WS-DLV-FILE-NAME; before each START-DELIVERY-LETTER it sets
      * WS-DLV-NAME, WS-DLV-ADDRESS, WS-DLV-SUBJECT and
      * WS-DLV-CONTACT-REF, and each line of the letter goes out
      * from WS-DLV-TEXT through WRITE-DELIVERY-LINE
      * COPY DLVWS.

       01 WS-DELIVERY-STATUS PIC XX VALUE SPACES.
       01 WS-MAILDLV-STATUS PIC XX VALUE SPACES.
       01 WS-MAILXMIT-STATUS PIC XX VALUE SPACES.

       01 WS-DLV-SOURCE PIC X VALUE SPACES.
       01 WS-DLV-FILE-NAME PIC X(12) VALUE SPACES.
       01 WS-DLV-NAME PIC X(10) VALUE SPACES.
       01 WS-DLV-ADDRESS PIC X(40) VALUE SPACES.
       01 WS-DLV-SUBJECT PIC X(30) VALUE SPACES.
       01 WS-DLV-CONTACT-REF PIC X(20) VALUE SPACES.
       01 WS-DLV-TEXT PIC X(70) VALUE SPACES.
       01 WS-DLV-DATE PIC 9(8) VALUE 0.
       01 WS-DLV-TIME PIC 9(8) VALUE 0.
       01 WS-DLV-LETTER-COUNT PIC 9(6) VALUE 0.
       01 WS-DLV-LINE-COUNT PIC 9(6) VALUE 0.

      * the letter reference the gateway quotes back on its
      * confirmation - run letter, date, time, and the letter's
      * place in the run
       01 WS-DLV-REF.
           05 WS-DLV-REF-SOURCE PIC X.
           05 WS-DLV-REF-DATE PIC 9(8).
           05 WS-DLV-REF-TIME PIC 9(6).
           05 WS-DLV-REF-SEQ PIC 9(5).

      * the published delivery interface layout: a header, an
      * envelope per recipient followed by the lines of the letter,
      * and a trailer with the envelope and line counts
       01 WS-DLV-HEADER.
           05 DLH-TYPE PIC X VALUE "H".
           05 FILLER PIC X VALUE SPACE.
           05 DLH-FILE PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 DLH-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DLH-TIME PIC 9(8).
       01 WS-DLV-ENVELOPE.
           05 DLE-TYPE PIC X VALUE "E".
           05 FILLER PIC X VALUE SPACE.
           05 DLE-REF PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DLE-ADDRESS PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 DLE-SUBJECT PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DLE-CONTACT-REF PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DLE-NAME PIC X(10).
       01 WS-DLV-LINE.
           05 DLL-TYPE PIC X VALUE "L".
           05 FILLER PIC X VALUE SPACE.
           05 DLL-TEXT PIC X(70).
       01 WS-DLV-TRAILER.
           05 DLT-TYPE PIC X VALUE "T".
           05 FILLER PIC X VALUE SPACE.
           05 DLT-LETTERS PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DLT-LINES PIC 9(6).

      * the register of delivery files - the same layout
      * fin_extract keeps for FINXMIT.DAT
       01 WS-DLV-XMIT-REC.
           05 DXM-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DXM-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DXM-FILE PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 DXM-COUNT PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DXM-HASH PIC 9(13)V99.
           05 FILLER PIC X VALUE SPACE.
           05 DXM-OPERATOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DXM-DISPOSITION PIC X(10).
