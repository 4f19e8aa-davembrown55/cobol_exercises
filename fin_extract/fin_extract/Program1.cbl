               organization is line sequential
               file status is WS-SUMHIST-STATUS.
           select accumulator-file assign to "ADD01ACC.DAT"
               organization is indexed
               access mode is dynamic
               record key is ACC-DATE
               file status is WS-ACCUM-STATUS.
           select interface-file assign to "FINLEDG.DAT"
               organization is line sequential
       01 WS-XMIT-STATUS PIC XX VALUE SPACES.
       01 WS-SUMHIST-EOF PIC X VALUE "N".
         88 AT-SUMHIST-EOF VALUE "Y".

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
               END-IF
           END-IF.

      *the accumulator is keyed on business date - the day's
      *record is read directly
       FIND-DAYS-ACCUMULATOR.
           OPEN INPUT ACCUMULATOR-FILE
           IF WS-ACCUM-STATUS = "00"
               MOVE WS-TODAY-DATE TO ACC-DATE
               READ ACCUMULATOR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM TAKE-DAYS-ACCUMULATOR
               END-READ
               CLOSE ACCUMULATOR-FILE
           END-IF.

       TAKE-DAYS-ACCUMULATOR.
           IF ACC-AMOUNT IS NUMERIC
               MOVE ACC-AMOUNT TO WS-ACC-WORK
               IF ACC-SIGN = "-"
                   COMPUTE WS-ACC-VALUE = 0 - WS-ACC-WORK
               ELSE
                   MOVE WS-ACC-WORK TO WS-ACC-VALUE
               END-IF
               MOVE "Y" TO WS-ACC-FOUND
           END-IF.

       WRITE-INTERFACE-FILE.
