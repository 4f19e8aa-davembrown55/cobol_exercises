           select greeting-file assign to "GREETNGS.DAT"
               organization is line sequential
               file status is WS-GREET-STATUS.
           copy contsel.
           copy procdtsl.
           select merge-print-file assign to "GREETSHT.DAT"
               organization is line sequential
               file status is WS-MERGE-STATUS.
           select delivery-file assign to "GREETDLV.DAT"
               organization is line sequential
               file status is WS-DELIVERY-STATUS.
           copy dlvsel.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
       fd  greeting-file.
       01 greeting-record pic x(40).

       copy contfd.

       copy procdtfd.

       fd  merge-print-file.
       01 merge-print-record pic x(70).

       fd  delivery-file.
       01 delivery-record pic x(126).

       copy dlvfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       01 WS-MERGE-DATE PIC 9(8) VALUE 0.
       01 WS-MERGE-LINE PIC X(70) VALUE SPACES.

      *contacts marked do-not-contact are left out of the merge and
      *listed ahead of the trailer so the count still balances
       01 WS-SKIP-TABLE.
           05 WS-SKIP-ENTRY OCCURS 500 TIMES.
               10 WS-SKIP-NAME PIC X(10).
               10 WS-SKIP-REASON PIC X(20).
       01 WS-SKIP-COUNT PIC 9(5) VALUE 0.
       01 WS-SKIP-IDX PIC 9(5) VALUE 0.
       01 WS-SKIP-COUNT-PRINT PIC Z(4)9.

      *a contact whose preferred channel is electronic, and who has
      *an address on file, is sent the letter through the mail
      *gateway's delivery file instead of the printed sheets
       copy dlvws.
       01 WS-LETTER-CHANNEL PIC X VALUE "P".
         88 ELECTRONIC-LETTER VALUE "E".
       01 WS-EMAIL-COUNT-PRINT PIC Z(4)9.

      *placeholder substitution - a greeting template may carry
      *&NAME (the recipient), &DATE (the processing date), &OPER
      *(the signed-on operator's name) and &REF (the reference
      *resolved is flagged on the run report rather than printed
      *half-done
       copy procdtws.
       copy mrgws.
       01 WS-ERROR-COUNT-PRINT PIC ZZZ9.

      *shared suite-wide audit trail
       copy auditws.
               DISPLAY "ERROR! NAMES.DAT NOT FOUND."
           ELSE
               OPEN OUTPUT MERGE-PRINT-FILE
               MOVE "G" TO WS-DLV-SOURCE
               MOVE "GREETDLV.DAT" TO WS-DLV-FILE-NAME
               PERFORM OPEN-DELIVERY-FILE
               PERFORM WRITE-MERGE-HEADER
               PERFORM MERGE-NEXT-NAME UNTIL AT-NAMES-EOF
               PERFORM WRITE-MERGE-TRAILER
               CLOSE MERGE-PRINT-FILE
               PERFORM CLOSE-DELIVERY-FILE
               MOVE WS-DLV-LETTER-COUNT TO WS-EMAIL-COUNT-PRINT
               DISPLAY "OF WHICH SENT ELECTRONICALLY: "
                   WS-EMAIL-COUNT-PRINT
               CLOSE NAMES-FILE
               MOVE WS-NAME-COUNT TO WS-NAME-COUNT-PRINT
               DISPLAY "GREETING SHEETS WRITTEN FOR "
                   WS-NAME-COUNT-PRINT " NAMES"
               IF WS-SKIP-COUNT > 0
                   MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-PRINT
                   DISPLAY "DO-NOT-CONTACT NAMES LEFT OUT: "
                       WS-SKIP-COUNT-PRINT
               END-IF
               IF WS-ERROR-COUNT > 0
                   MOVE WS-ERROR-COUNT TO WS-ERROR-COUNT-PRINT
                   DISPLAY "UNRESOLVED PLACEHOLDERS FLAGGED ON "
           WRITE MERGE-PRINT-RECORD FROM WS-MERGE-LINE.

       WRITE-MERGE-TRAILER.
           PERFORM WRITE-NEXT-SKIPPED-NAME
               VARYING WS-SKIP-IDX FROM 1 BY 1
               UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
               OR WS-SKIP-IDX > 500
           MOVE WS-NAME-COUNT TO WS-NAME-COUNT-PRINT
           MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-PRINT
           MOVE WS-DLV-LETTER-COUNT TO WS-EMAIL-COUNT-PRINT
           MOVE SPACES TO WS-MERGE-LINE
           STRING "T " DELIMITED BY SIZE
                   WS-NAME-COUNT-PRINT DELIMITED BY SIZE
                   " NAMES MERGED " DELIMITED BY SIZE
                   WS-SKIP-COUNT-PRINT DELIMITED BY SIZE
                   " SUPPRESSED " DELIMITED BY SIZE
                   WS-EMAIL-COUNT-PRINT DELIMITED BY SIZE
                   " ELECTRONIC" DELIMITED BY SIZE
               INTO WS-MERGE-LINE
           END-STRING
           WRITE MERGE-PRINT-RECORD FROM WS-MERGE-LINE.

       WRITE-NEXT-SKIPPED-NAME.
           MOVE SPACES TO WS-MERGE-LINE
           STRING "S DO NOT CONTACT: " DELIMITED BY SIZE
                   WS-SKIP-NAME(WS-SKIP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SKIP-REASON(WS-SKIP-IDX) DELIMITED BY SIZE
               INTO WS-MERGE-LINE
           END-STRING
           WRITE MERGE-PRINT-RECORD FROM WS-MERGE-LINE.
           END-READ

           IF NOT AT-NAMES-EOF
               IF NMR-NAME NOT = SPACES AND NMR-SUPPRESSED
                   ADD 1 TO WS-SKIP-COUNT
                   IF WS-SKIP-COUNT <= 500
                       MOVE NMR-NAME TO WS-SKIP-NAME(WS-SKIP-COUNT)
                       MOVE NMR-DNC-REASON
                           TO WS-SKIP-REASON(WS-SKIP-COUNT)
                   END-IF
               END-IF
               IF NMR-NAME NOT = SPACES AND NOT NMR-SUPPRESSED
                   ADD 1 TO WS-NAME-COUNT
                   MOVE NMR-NAME TO THE-NAME
                   MOVE NMR-REFERENCE TO WS-REFERENCE
                   IF NMR-CHANNEL-ELECTRONIC
                           AND NMR-ADDRESS NOT = SPACES
                       MOVE "E" TO WS-LETTER-CHANNEL
                       MOVE NMR-NAME TO WS-DLV-NAME
                       MOVE NMR-ADDRESS TO WS-DLV-ADDRESS
                       MOVE "GREETINGS" TO WS-DLV-SUBJECT
                       MOVE NMR-REFERENCE TO WS-DLV-CONTACT-REF
                       PERFORM START-DELIVERY-LETTER
                   ELSE
                       MOVE "P" TO WS-LETTER-CHANNEL
                       MOVE SPACES TO WS-MERGE-LINE
                       STRING "FOR: " DELIMITED BY SIZE
                               THE-NAME DELIMITED BY SIZE
                           INTO WS-MERGE-LINE
                       END-STRING
                       WRITE MERGE-PRINT-RECORD FROM WS-MERGE-LINE
                   END-IF
                   MOVE 0 TO THE-NUMBER
                   PERFORM MERGE-NEXT-GREETING
                       VARYING WS-GREETING-IDX FROM 1 BY 1
                       THE-NAME DELIMITED BY SIZE
                   INTO WS-MERGE-LINE
               END-STRING
               PERFORM PUT-MERGE-LINE
           END-IF.

      *a line the merge could not resolve stays on the printed run
      *report whichever way the letter is going, so it is seen and
      *never sent
       WRITE-MERGED-LINE.
           MOVE WS-BUILD-LINE TO WS-MERGE-LINE
           IF PLACEHOLDER-UNRESOLVED
               WRITE MERGE-PRINT-RECORD FROM WS-MERGE-LINE
           ELSE
               PERFORM PUT-MERGE-LINE
           END-IF.

       PUT-MERGE-LINE.
           IF ELECTRONIC-LETTER
               MOVE WS-MERGE-LINE TO WS-DLV-TEXT
               PERFORM WRITE-DELIVERY-LINE
           ELSE
               WRITE MERGE-PRINT-RECORD FROM WS-MERGE-LINE
           END-IF.

      *using_move resolves no placeholders of its own
       RESOLVE-LOCAL-PLACEHOLDER.
           MOVE "Y" TO WS-BAD-PLACEHOLDER
           ADD 1 TO WS-TPL-POS.

      *first run on a new machine has no greeting file yet - seed it
      *with the original two greetings
               PERFORM DISPLAY-NEXT-GREETING
           END-IF.

       copy procdate.

       copy auditopen.

       copy helpp.

       copy mrgres.

       copy dlvp.

       copy opsignon.

       end program using_move.
