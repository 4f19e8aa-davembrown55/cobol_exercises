           select target-file assign to dynamic WS-TARGET-NAME
               organization is line sequential
               file status is WS-TARGET-STATUS.
           select accumulator-file assign to dynamic WS-TARGET-NAME
               organization is indexed
               access mode is dynamic
               record key is ACC-KEY-DATE
               file status is WS-TARGET-STATUS.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
       fd  target-file.
       01 target-record pic x(130).

       fd  accumulator-file.
       01 accumulator-record.
           05 ACC-KEY-DATE PIC 9(8).
           05 FILLER PIC X(13).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

         88 AT-TARGET-EOF VALUE "Y".

       01 WS-TARGET-NAME PIC X(20) VALUE SPACES.
      *the accumulator (live or practice) is indexed on business
      *date and is read and rebuilt through its own record layout
       01 WS-TARGET-KIND PIC X VALUE "F".
         88 TARGET-IS-ACCUMULATOR VALUE "A".
       01 WS-FROM-DATE-RAW PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE PIC 9(8) VALUE 0.

       LOAD-TARGET-FILE.
           MOVE 0 TO WS-TGT-COUNT
           MOVE "N" TO WS-TARGET-EOF
           MOVE "F" TO WS-TARGET-KIND
           IF WS-TARGET-NAME(1:9) = "ADD01ACC."
               MOVE "A" TO WS-TARGET-KIND
               OPEN INPUT ACCUMULATOR-FILE
               IF WS-TARGET-STATUS = "00"
                   PERFORM LOAD-NEXT-ACCUMULATOR UNTIL AT-TARGET-EOF
                   CLOSE ACCUMULATOR-FILE
               END-IF
           ELSE
               OPEN INPUT TARGET-FILE
               IF WS-TARGET-STATUS = "00"
                   PERFORM LOAD-NEXT-TARGET-RECORD
                       UNTIL AT-TARGET-EOF
                   CLOSE TARGET-FILE
               END-IF
           END-IF.

       LOAD-NEXT-ACCUMULATOR.
           READ ACCUMULATOR-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TARGET-EOF
           END-READ
           IF NOT AT-TARGET-EOF
               IF WS-TGT-COUNT < 2000
                   ADD 1 TO WS-TGT-COUNT
                   MOVE ACCUMULATOR-RECORD
                       TO WS-TGT-ENTRY(WS-TGT-COUNT)
               END-IF
           END-IF.

       LOAD-NEXT-TARGET-RECORD.
           END-IF.

       REWRITE-TARGET-FILE.
           IF TARGET-IS-ACCUMULATOR
               OPEN OUTPUT ACCUMULATOR-FILE
               CLOSE ACCUMULATOR-FILE
               OPEN I-O ACCUMULATOR-FILE
               PERFORM WRITE-NEXT-ACCUMULATOR
                   VARYING WS-TGT-IDX FROM 1 BY 1
                   UNTIL WS-TGT-IDX > WS-TGT-COUNT
               CLOSE ACCUMULATOR-FILE
           ELSE
               OPEN OUTPUT TARGET-FILE
               PERFORM WRITE-NEXT-TARGET-RECORD
                   VARYING WS-TGT-IDX FROM 1 BY 1
                   UNTIL WS-TGT-IDX > WS-TGT-COUNT
               CLOSE TARGET-FILE
           END-IF.

       WRITE-NEXT-TARGET-RECORD.
           WRITE TARGET-RECORD FROM WS-TGT-ENTRY(WS-TGT-IDX).

      *an appended after image for a date already on file is the
      *later posting to that day, so it replaces the earlier one
       WRITE-NEXT-ACCUMULATOR.
           MOVE WS-TGT-ENTRY(WS-TGT-IDX) TO ACCUMULATOR-RECORD
           WRITE ACCUMULATOR-RECORD
               INVALID KEY REWRITE ACCUMULATOR-RECORD
           END-WRITE.

       copy errlog replacing ==:PROGRAM-NAME:== by =="JRN_RECOVER"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.
