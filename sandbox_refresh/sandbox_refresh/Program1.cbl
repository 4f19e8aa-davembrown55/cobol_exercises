               access mode is dynamic
               record key is trx-key
               file status is WS-MASTER-STATUS.
           select live-accumulator assign to "ADD01ACC.DAT"
               organization is indexed
               access mode is dynamic
               record key is LIVE-ACC-DATE
               file status is WS-LIVE-STATUS.
           select practice-accumulator assign to "ADD01ACC.TRN"
               organization is indexed
               access mode is dynamic
               record key is PRAC-ACC-DATE
               file status is WS-PRACTICE-STATUS.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
       data division.
       file section.
       fd  live-file.
       01 live-record pic x(120).

       fd  practice-file.
       01 practice-record pic x(120).

       fd  practice-master.
       01 practice-master-record.
           05 trx-key.
               10 trx-date pic 9(8).
               10 trx-sequence pic 9(6).
           05 trx-record pic x(120).

       fd  live-accumulator.
       01 live-accumulator-record.
           05 LIVE-ACC-DATE PIC 9(8).
           05 FILLER PIC X(13).

       fd  practice-accumulator.
       01 practice-accumulator-record.
           05 PRAC-ACC-DATE PIC 9(8).
           05 FILLER PIC X(13).

       fd  audit-log-file.
       01 audit-log-record pic x(80).
               "TTABSCOR.DAT        TTABSCOR.TRN".
           05 FILLER PIC X(40) VALUE
               "TTABMISS.DAT        TTABMISS.TRN".
           05 FILLER PIC X(40) VALUE
               "TTABTIME.DAT        TTABTIME.TRN".
       01 WS-PAIR-LIST REDEFINES WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 7 TIMES.
               10 WS-PAIR-LIVE PIC X(20).
               10 WS-PAIR-PRACTICE PIC X(20).
       01 WS-PAIR-IDX PIC 9 VALUE 0.
           END-IF
           PERFORM REFRESH-ONE-PAIR
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > 7
           PERFORM EMPTY-PRACTICE-MASTER
           DISPLAY "TRAINING SANDBOX REFRESHED FROM LIVE."
           MOVE "SANDBOX REFRESHED" TO WS-OUTCOME
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-HASH
           MOVE "N" TO WS-LIVE-EOF
           IF WS-PRACTICE-NAME = "ADD01ACC.TRN"
               PERFORM REFRESH-ACCUMULATOR-PAIR
           ELSE
               PERFORM REFRESH-FLAT-PAIR
           END-IF
           MOVE WS-COPIED-COUNT TO WS-COUNT-PRINT
           DISPLAY WS-LIVE-NAME " -> " WS-PRACTICE-NAME ": "
               WS-COUNT-PRINT " RECORDS".

       REFRESH-FLAT-PAIR.
           OPEN INPUT LIVE-FILE
           OPEN OUTPUT PRACTICE-FILE
      *a live file that does not exist yet still leaves an empty
               PERFORM COPY-NEXT-RECORD UNTIL AT-LIVE-EOF
               CLOSE LIVE-FILE
           END-IF
           CLOSE PRACTICE-FILE.

       COPY-NEXT-RECORD.
           READ LIVE-FILE
               AT END MOVE "Y" TO WS-LIVE-EOF
           END-READ
           IF NOT AT-LIVE-EOF
               ADD 1 TO WS-COPIED-COUNT
               WRITE PRACTICE-RECORD FROM LIVE-RECORD
           END-IF.

      *the accumulator is indexed on business date, so the practice
      *copy is rebuilt record by record in key order
       REFRESH-ACCUMULATOR-PAIR.
           OPEN INPUT LIVE-ACCUMULATOR
           OPEN OUTPUT PRACTICE-ACCUMULATOR
           IF WS-LIVE-STATUS = "00"
               PERFORM COPY-NEXT-ACCUMULATOR UNTIL AT-LIVE-EOF
               CLOSE LIVE-ACCUMULATOR
           END-IF
           CLOSE PRACTICE-ACCUMULATOR
      *the calculator checks the practice accumulator against its
      *seal under the practice name - the fresh copy is re-sealed
      *here or the first trainee session after a refresh would
      *stop on a mismatch against the old practice seal
           MOVE WS-PRACTICE-NAME TO WS-SEAL-FILE-NAME
           PERFORM WRITE-FILE-SEAL.

       COPY-NEXT-ACCUMULATOR.
           READ LIVE-ACCUMULATOR NEXT RECORD
               AT END MOVE "Y" TO WS-LIVE-EOF
           END-READ
           IF NOT AT-LIVE-EOF
               ADD 1 TO WS-COPIED-COUNT
               ADD 1 TO WS-SEAL-COUNT
               MOVE LIVE-ACCUMULATOR-RECORD TO WS-ACC-PARSE
               IF ACP-AMOUNT IS NUMERIC
                   MOVE ACP-AMOUNT TO WS-ACC-AMOUNT
                   IF ACP-SIGN = "-"
                       SUBTRACT WS-ACC-AMOUNT FROM WS-SEAL-HASH
                   ELSE
                       ADD WS-ACC-AMOUNT TO WS-SEAL-HASH
                   END-IF
               END-IF
               MOVE LIVE-ACCUMULATOR-RECORD
                   TO PRACTICE-ACCUMULATOR-RECORD
               WRITE PRACTICE-ACCUMULATOR-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      *the practice master is simply emptied - the calculator
