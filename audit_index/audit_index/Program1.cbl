       program-id. audit_index.

      *audit-log index builder - keeps AUDITIDX.DAT, the indexed
      *companion to the shared audit log, in step with it.  each run
      *adds the log lines written since the last one, keyed by
      *program, date and run sequence, so the reporting programs can
      *START on the program or date range they want instead of
      *reading the whole log.  a log that has been trimmed or rolled
      *over since (its first line is not the one the index was
      *built from) or is shorter than the index, or a rebuild asked
      *for at the prompt, starts the index again from the top.
      *audit_check proves the index holds exactly the log's lines.

       environment division.
       input-output section.
       file-control.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy aidxsel.
           copy opersel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.

       data division.
       file section.
       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy aidxfd.

       fd  operator-file.
       copy operfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       01 WS-AUDITLOG-EOF PIC X VALUE "N".
         88 AT-AUDITLOG-EOF VALUE "Y".
       01 WS-REBUILD-ANSWER PIC X VALUE "N".
       01 WS-REBUILD PIC X VALUE "N".
         88 INDEX-REBUILT VALUE "Y".
       01 WS-PASS-AGAIN PIC X VALUE "N".
       01 WS-ADDED-COUNT PIC 9(7) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
       01 WS-COUNT-PRINT PIC Z(6)9.

      *shared audit-log index
       copy aidxws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.

      *shared operator sign-on
       copy opsignws.

      *shared sign-on bulletin data
       copy bltnws.

      *shared per-program entitlements
       copy entlws.

      *central suite configuration
       copy cfgws.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
           MOVE "STARTED" TO WS-OUTCOME.
           PERFORM write-suite-audit.
           PERFORM SHOW-SIGNON-BULLETINS.
           MOVE "AUDIT_INDEX" TO WS-ENTL-PROGRAM.
           PERFORM CHECK-PROGRAM-ENTITLEMENT.
           IF ENTITLEMENT-DENIED
               DISPLAY "ERROR! YOU ARE NOT ENTITLED TO RUN "
                   "THIS PROGRAM."
               MOVE "DENIED ENTITLEMENT" TO WS-OUTCOME
               PERFORM WRITE-SUITE-AUDIT
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF.
           CLOSE AUDIT-LOG-FILE.

           DISPLAY "REBUILD THE INDEX FROM THE START OF THE LOG "
               "(Y/N)? "
           ACCEPT WS-REBUILD-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-REBUILD-ANSWER)
               TO WS-REBUILD-ANSWER

           PERFORM READ-AUDIT-INDEX-CONTROL
           IF WS-REBUILD-ANSWER = "Y"
               MOVE 0 TO AXC-LINES-INDEXED
               MOVE SPACES TO AXC-FIRST-LINE
           END-IF
           PERFORM INDEX-NEW-LOG-LINES
      *a log shorter than the index was cut back from the end -
      *nothing past the first line shows it, so a second pass
      *starts the index again
           IF WS-PASS-AGAIN = "Y"
               MOVE 0 TO AXC-LINES-INDEXED
               MOVE SPACES TO AXC-FIRST-LINE
               PERFORM INDEX-NEW-LOG-LINES
           END-IF
           PERFORM WRITE-AUDIT-INDEX-CONTROL

           IF INDEX-REBUILT
               DISPLAY "AUDIT INDEX REBUILT FROM THE START OF THE LOG"
           END-IF
           MOVE WS-ADDED-COUNT TO WS-COUNT-PRINT
           DISPLAY "LOG LINES ADDED TO THE INDEX: " WS-COUNT-PRINT
           MOVE AXC-LINES-INDEXED TO WS-COUNT-PRINT
           DISPLAY "LOG LINES NOW INDEXED......: " WS-COUNT-PRINT

           PERFORM open-suite-audit-log
           MOVE SPACES TO WS-OUTCOME
           EVALUATE TRUE
               WHEN WS-DUPLICATE-COUNT > 0
                   MOVE "INDEX WRITE ERRORS" TO WS-OUTCOME
               WHEN INDEX-REBUILT
                   STRING "REBUILT " DELIMITED BY SIZE
                           WS-COUNT-PRINT DELIMITED BY SIZE
                       INTO WS-OUTCOME
                   END-STRING
               WHEN OTHER
                   MOVE WS-ADDED-COUNT TO WS-COUNT-PRINT
                   STRING "INDEXED " DELIMITED BY SIZE
                           WS-COUNT-PRINT DELIMITED BY SIZE
                       INTO WS-OUTCOME
                   END-STRING
           END-EVALUATE
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           IF WS-DUPLICATE-COUNT > 0
               MOVE WS-DUPLICATE-COUNT TO WS-COUNT-PRINT
               DISPLAY "ERROR! LOG LINES THE INDEX WOULD NOT TAKE: "
                   WS-COUNT-PRINT
               MOVE 8 TO RETURN-CODE
           END-IF
           goback.

      *one pass down the log - lines already indexed are passed
      *over, the rest are written to the index.  the index is
      *started empty when nothing of it is to be kept
       INDEX-NEW-LOG-LINES.
           MOVE "N" TO WS-PASS-AGAIN
           MOVE "N" TO WS-AUDITLOG-EOF
           MOVE 0 TO WS-AIDX-LINE-NO
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS NOT = "00"
               MOVE "Y" TO WS-AUDITLOG-EOF
           END-IF
           IF AXC-LINES-INDEXED > 0
               PERFORM CHECK-LOG-FIRST-LINE
           END-IF
           IF AXC-LINES-INDEXED = 0
               PERFORM START-EMPTY-INDEX
           END-IF
           OPEN I-O AUDIT-INDEX-FILE
           IF WS-AIDX-STATUS NOT = "00"
               PERFORM START-EMPTY-INDEX
               OPEN I-O AUDIT-INDEX-FILE
           END-IF
           PERFORM INDEX-NEXT-LOG-LINE UNTIL AT-AUDITLOG-EOF
           CLOSE AUDIT-INDEX-FILE
           IF WS-AUDITLOG-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF
           IF WS-AIDX-LINE-NO < AXC-LINES-INDEXED
               MOVE "Y" TO WS-PASS-AGAIN
           ELSE
               MOVE WS-AIDX-LINE-NO TO AXC-LINES-INDEXED
           END-IF.

      *the log's first line is read here so it can be compared with
      *the one the index was built from; INDEX-NEXT-LOG-LINE takes
      *it from WS-AIDX-LOG-LINE
       CHECK-LOG-FIRST-LINE.
           IF NOT AT-AUDITLOG-EOF
               READ AUDIT-LOG-FILE
                   AT END MOVE "Y" TO WS-AUDITLOG-EOF
               END-READ
           END-IF
           IF AT-AUDITLOG-EOF
               MOVE 0 TO AXC-LINES-INDEXED
           ELSE
               ADD 1 TO WS-AIDX-LINE-NO
               MOVE AUDIT-LOG-RECORD TO WS-AIDX-LOG-LINE
               IF AUDIT-LOG-RECORD NOT = AXC-FIRST-LINE
                   MOVE 0 TO AXC-LINES-INDEXED
                   MOVE 0 TO WS-AIDX-LINE-NO
                   CLOSE AUDIT-LOG-FILE
                   OPEN INPUT AUDIT-LOG-FILE
               END-IF
           END-IF.

       START-EMPTY-INDEX.
           OPEN OUTPUT AUDIT-INDEX-FILE
           CLOSE AUDIT-INDEX-FILE
           MOVE "Y" TO WS-REBUILD
           MOVE 0 TO AXC-LINES-INDEXED
           MOVE SPACES TO AXC-FIRST-LINE.

       INDEX-NEXT-LOG-LINE.
           READ AUDIT-LOG-FILE
               AT END MOVE "Y" TO WS-AUDITLOG-EOF
           END-READ
           IF NOT AT-AUDITLOG-EOF
               ADD 1 TO WS-AIDX-LINE-NO
               IF WS-AIDX-LINE-NO = 1
                   MOVE AUDIT-LOG-RECORD TO AXC-FIRST-LINE
               END-IF
               IF WS-AIDX-LINE-NO > AXC-LINES-INDEXED
                   MOVE AUDIT-LOG-RECORD TO WS-AIDX-LOG-LINE
                   PERFORM BUILD-AUDIT-INDEX-RECORD
                   WRITE AUDIT-INDEX-RECORD
                       INVALID KEY ADD 1 TO WS-DUPLICATE-COUNT
                       NOT INVALID KEY ADD 1 TO WS-ADDED-COUNT
                   END-WRITE
               END-IF
           END-IF.

       WRITE-AUDIT-INDEX-CONTROL.
           OPEN OUTPUT AUDIT-INDEX-CONTROL-FILE
           WRITE AUDIT-INDEX-CONTROL-RECORD FROM WS-AIDX-CONTROL-REC
           CLOSE AUDIT-INDEX-CONTROL-FILE.

       copy aidxp.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="AUDIT_INDEX"==
                               ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program audit_index.
