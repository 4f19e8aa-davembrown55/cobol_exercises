      * Add01 posted-batch register - one line in ADD01PBR.DAT for
      * every calculation a batch run posts from a manifest input
      * file (its key on the indexed master), one for the file's
      * trailer (the count and sterling control total the batch
      * output carries), and one when the whole file is reversed,
      * so a wrongly sent file can be found and backed out as one
      * and can never be backed out twice.  shared by the batch
      * run that writes it and the batch reversal that reads it.
      * COPY ADD01PBR.

       01 WS-POSTED-BATCH-REC.
      * D a posted calculation, T the file's trailer, R the file
      * reversed
           05 WPBR-TYPE PIC X.
             88 WPBR-DETAIL VALUE "D".
             88 WPBR-TRAILER VALUE "T".
             88 WPBR-REVERSAL VALUE "R".
           05 FILLER PIC X VALUE SPACE.
      * the business date the file was posted on and its manifest
      * entry
           05 WPBR-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WPBR-FILE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
      * the posted calculation's intra-day sequence on the master;
      * zero on a trailer or reversal line
           05 WPBR-SEQ PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
      * the record count and sterling total - one record and its
      * own sterling value on a detail line
           05 WPBR-COUNT PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WPBR-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
