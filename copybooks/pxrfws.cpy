      * shared partner row cross-reference working storage - the
      * inbound translator writes one line per partner row, in
      * the order they sent them: the partner's row reference,
      * whether the row was translated (T) or rejected on the way
      * in (R) with the reason, and the row exactly as it arrived.
      * the return file is built from it, one row out for every
      * row in.
      * COPY PXRFWS.

       01 WS-PXR-STATUS PIC XX VALUE SPACES.
       01 WS-PXR-EOF PIC X VALUE "N".
         88 AT-PXR-EOF VALUE "Y".

       01 WS-PARTNER-XREF-REC.
           05 PXR-ROW-REF PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 PXR-DISPOSITION PIC X.
             88 PXR-TRANSLATED VALUE "T".
             88 PXR-REJECTED VALUE "R".
           05 FILLER PIC X VALUE SPACE.
           05 PXR-REASON PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 PXR-PARTNER-ROW PIC X(120).
