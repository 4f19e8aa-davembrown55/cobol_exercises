      * shared audit-log index paragraphs - open the index and
      * position it on a program or a date range, read it forward
      * to the end of that range, read the control record, and
      * build the index record for one log line
      * COPY AIDXP.

       OPEN-AUDIT-INDEX.
           MOVE "N" TO WS-AIDX-OPEN
           MOVE "N" TO WS-AIDX-EOF
           OPEN INPUT AUDIT-INDEX-FILE
           IF WS-AIDX-STATUS = "00"
               MOVE "Y" TO WS-AIDX-OPEN
           END-IF.

      * one program's lines from WS-AIDX-FROM-DATE on
       START-AUDIT-INDEX-PROGRAM.
           MOVE "N" TO WS-AIDX-EOF
           MOVE WS-AIDX-PROGRAM TO AIX-PROGRAM
           MOVE WS-AIDX-FROM-DATE TO AIX-DATE
           MOVE 0 TO AIX-SEQ
           MOVE 0 TO AIX-LINE
           START AUDIT-INDEX-FILE KEY IS NOT LESS THAN AIX-KEY
               INVALID KEY MOVE "Y" TO WS-AIDX-EOF
           END-START.

      * every program's lines from WS-AIDX-FROM-DATE on, in the
      * order they were logged
       START-AUDIT-INDEX-DATE.
           MOVE "N" TO WS-AIDX-EOF
           MOVE SPACES TO WS-AIDX-PROGRAM
           MOVE WS-AIDX-FROM-DATE TO AIX-KEY-DATE
           MOVE 0 TO AIX-KEY-LINE
           START AUDIT-INDEX-FILE KEY IS NOT LESS THAN AIX-DATE-KEY
               INVALID KEY MOVE "Y" TO WS-AIDX-EOF
           END-START.

      * the next line in range into WS-AIDX-LOG-LINE; leaving the
      * program or passing WS-AIDX-TO-DATE ends the range
       READ-NEXT-AUDIT-INDEX.
           IF NOT AT-AIDX-EOF
               READ AUDIT-INDEX-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-AIDX-EOF
               END-READ
           END-IF
           IF NOT AT-AIDX-EOF
               IF AIX-DATE > WS-AIDX-TO-DATE
                   MOVE "Y" TO WS-AIDX-EOF
               END-IF
               IF WS-AIDX-PROGRAM NOT = SPACES
                       AND AIX-PROGRAM NOT = WS-AIDX-PROGRAM
                   MOVE "Y" TO WS-AIDX-EOF
               END-IF
           END-IF
           IF NOT AT-AIDX-EOF
               MOVE AIX-LOG-LINE TO WS-AIDX-LOG-LINE
           END-IF.

       READ-AUDIT-INDEX-CONTROL.
           MOVE 0 TO AXC-LINES-INDEXED
           MOVE SPACES TO AXC-FIRST-LINE
           OPEN INPUT AUDIT-INDEX-CONTROL-FILE
           IF WS-AIDXC-STATUS = "00"
               READ AUDIT-INDEX-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE AUDIT-INDEX-CONTROL-RECORD
                           TO WS-AIDX-CONTROL-REC
               END-READ
               CLOSE AUDIT-INDEX-CONTROL-FILE
           END-IF
           IF AXC-LINES-INDEXED IS NOT NUMERIC
               MOVE 0 TO AXC-LINES-INDEXED
           END-IF.

      * the index record for log line WS-AIDX-LINE-NO, held in
      * WS-AIDX-LOG-LINE - a line whose date is not a date is kept
      * under date zero, one with no sequence under sequence zero
       BUILD-AUDIT-INDEX-RECORD.
           MOVE SPACES TO AUDIT-INDEX-RECORD
           INITIALIZE WS-AIDX-TOKEN-TABLE
           UNSTRING WS-AIDX-LOG-LINE DELIMITED BY ALL SPACE
               INTO WS-AIDX-TOKEN(1) WS-AIDX-TOKEN(2)
                   WS-AIDX-TOKEN(3) WS-AIDX-TOKEN(4)
                   WS-AIDX-TOKEN(5) WS-AIDX-TOKEN(6)
                   WS-AIDX-TOKEN(7) WS-AIDX-TOKEN(8)
                   WS-AIDX-TOKEN(9) WS-AIDX-TOKEN(10)
           END-UNSTRING
           MOVE SPACES TO WS-AIDX-LAST-TOKEN
           PERFORM NOTE-AUDIT-INDEX-TOKEN
               VARYING WS-AIDX-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-AIDX-TOKEN-IDX > 10
           MOVE WS-AIDX-TOKEN(1) TO AIX-PROGRAM
           IF WS-AIDX-TOKEN(3)(1:8) IS NUMERIC
                   AND WS-AIDX-TOKEN(3)(9:15) = SPACES
               MOVE WS-AIDX-TOKEN(3)(1:8) TO AIX-DATE
           ELSE
               MOVE 0 TO AIX-DATE
           END-IF
           IF WS-AIDX-LAST-TOKEN(1:6) IS NUMERIC
                   AND WS-AIDX-LAST-TOKEN(7:17) = SPACES
               MOVE WS-AIDX-LAST-TOKEN(1:6) TO AIX-SEQ
           ELSE
               MOVE 0 TO AIX-SEQ
           END-IF
           MOVE WS-AIDX-LINE-NO TO AIX-LINE
           MOVE AIX-DATE TO AIX-KEY-DATE
           MOVE WS-AIDX-LINE-NO TO AIX-KEY-LINE
           MOVE WS-AIDX-LOG-LINE TO AIX-LOG-LINE.

       NOTE-AUDIT-INDEX-TOKEN.
           IF WS-AIDX-TOKEN(WS-AIDX-TOKEN-IDX) NOT = SPACES
               MOVE WS-AIDX-TOKEN(WS-AIDX-TOKEN-IDX)
                   TO WS-AIDX-LAST-TOKEN
           END-IF.
