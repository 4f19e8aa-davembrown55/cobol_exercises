      * shared electronic-delivery FDs
      * COPY DLVFD.

       fd  mail-letter-file.
       01 MAIL-LETTER-RECORD.
           05 MLR-REF PIC X(20).
           05 FILLER PIC X.
           05 MLR-FILE PIC X(12).
           05 FILLER PIC X.
           05 MLR-RECIPIENT PIC X(10).
           05 FILLER PIC X.
           05 MLR-ADDRESS PIC X(40).
           05 FILLER PIC X.
           05 MLR-SENT-DATE PIC 9(8).
           05 FILLER PIC X.
      * SENT until the gateway's confirmation says DELIVERED or
      * BOUNCED
           05 MLR-STATUS PIC X(9).
           05 FILLER PIC X.
           05 MLR-STATUS-DATE PIC X(8).
           05 FILLER PIC X.
           05 MLR-REASON PIC X(30).

       fd  mail-xmit-file.
       01 MAIL-XMIT-RECORD PIC X(80).
