       program-id. Program2 as "refresher1.Program2".

      *compliance report for the refresher briefings - lists every
      *operator in the operator file against their latest
      *acknowledgment of each briefing in the library assigned to
      *their role, flagging any briefing they have not seen in its
      *current version (the version on the library, or for a
      *briefing with none the line count of its text file as it
      *was shown).

       environment division.
       input-output section.
       file-control.
           select message-file assign to dynamic WS-BRF-TEXT-NAME
               organization is line sequential
               file status is WS-MSG-STATUS.
           select acknowledgment-file assign to "RFRSHACK.DAT"
           copy bltnsel.
           copy entlsel.
           copy cfgsel.
           copy brfsel.

       data division.
       file section.
       01 message-file-record pic x(40).

       fd  acknowledgment-file.
       01 acknowledgment-record pic x(50).

       fd  compliance-file.
       01 compliance-record pic x(100).

       copy cfgfd.

       copy brffd.

       working-storage section.
       01 WS-MSG-STATUS PIC XX VALUE SPACES.
       01 WS-ACK-STATUS PIC XX VALUE SPACES.
       01 WS-OPER-EOF PIC X VALUE "N".
         88 AT-OPER-EOF VALUE "Y".

      *the briefing library, and each briefing's current version
       copy brfws.
       01 WS-BRF-TEXT-NAME PIC X(12) VALUE SPACES.
       01 WS-BRF-CURRENT-TABLE.
           05 WS-BRF-CURRENT PIC 9(3) OCCURS 20 TIMES.
       01 WS-CURRENT-VERSION PIC 9(3) VALUE 0.
       01 WS-BRF-HIT PIC 99 VALUE 0.
       01 WS-ASSIGNED-COUNT PIC 99 VALUE 0.

       01 WS-ACK-REC.
           05 ACK-OPERATOR-ID PIC X(10).
           05 ACK-CHECK PIC X.
           05 FILLER PIC X.
           05 ACK-PCT PIC X(3).
           05 FILLER PIC X.
      *blank on a line from before the library existed - those all
      *acknowledged the original briefing, REFRESH1
           05 ACK-BRIEFING PIC X(8).

      *latest acknowledgment per operator per briefing, matched up
      *as the ack file is read through once
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 100 TIMES.
               10 WS-OPER-ID PIC X(10).
               10 WS-OPER-NAME PIC X(20).
               10 WS-OPER-ROLE PIC X.
               10 WS-OPER-BRF OCCURS 20 TIMES.
                   15 WS-OPER-ACK-DATE PIC 9(8).
                   15 WS-OPER-ACK-TIME PIC 9(8).
                   15 WS-OPER-ACK-VERSION PIC 9(3).
                   15 WS-OPER-ACK-CHECK PIC X.
       01 WS-OPER-COUNT PIC 9(3) VALUE 0.
       01 WS-OPER-IDX PIC 9(3) VALUE 0.
       01 WS-OPER-HIT PIC 9(3) VALUE 0.
           05 WS-OPERATOR-IN-ID PIC X(10).
           05 FILLER PIC X.
           05 WS-OPERATOR-IN-NAME PIC X(20).
           05 FILLER PIC X.
           05 WS-OPERATOR-IN-STATUS PIC X.
           05 FILLER PIC X.
           05 WS-OPERATOR-IN-ROLE PIC X.

       01 WS-COMP-LINE PIC X(100) VALUE SPACES.

               MOVE 8 TO RETURN-CODE
               goback
           END-IF.
           PERFORM LOAD-BRIEFING-LIBRARY.
           PERFORM COUNT-CURRENT-VERSION
               VARYING WS-BRF-IDX FROM 1 BY 1
               UNTIL WS-BRF-IDX > WS-BRF-COUNT.
           PERFORM LOAD-OPERATORS.
           PERFORM MATCH-ACKNOWLEDGMENTS.
           PERFORM WRITE-COMPLIANCE-REPORT.
           CLOSE AUDIT-LOG-FILE
           goback.

      *the current version stamp is the one on the library, or for
      *a briefing with none its text file's line count today
       COUNT-CURRENT-VERSION.
           MOVE 0 TO WS-CURRENT-VERSION
           IF WS-BRF-VERSION(WS-BRF-IDX) > 0
               MOVE WS-BRF-VERSION(WS-BRF-IDX) TO WS-CURRENT-VERSION
           ELSE
               MOVE WS-BRF-TEXT-FILE(WS-BRF-IDX) TO WS-BRF-TEXT-NAME
               MOVE "N" TO WS-MSG-EOF
               OPEN INPUT MESSAGE-FILE
               IF WS-MSG-STATUS = "00"
                   PERFORM COUNT-NEXT-MESSAGE-LINE UNTIL AT-MSG-EOF
                   CLOSE MESSAGE-FILE
               END-IF
           END-IF
           MOVE WS-CURRENT-VERSION TO WS-BRF-CURRENT(WS-BRF-IDX).

       COUNT-NEXT-MESSAGE-LINE.
           READ MESSAGE-FILE
                       TO WS-OPER-ID(WS-OPER-COUNT)
                   MOVE WS-OPERATOR-IN-NAME
                       TO WS-OPER-NAME(WS-OPER-COUNT)
                   MOVE WS-OPERATOR-IN-ROLE
                       TO WS-OPER-ROLE(WS-OPER-COUNT)
                   PERFORM CLEAR-OPERATOR-ACK
                       VARYING WS-BRF-IDX FROM 1 BY 1
                       UNTIL WS-BRF-IDX > 20
               END-IF
           END-IF.

       CLEAR-OPERATOR-ACK.
           MOVE 0 TO WS-OPER-ACK-DATE(WS-OPER-COUNT WS-BRF-IDX)
           MOVE 0 TO WS-OPER-ACK-TIME(WS-OPER-COUNT WS-BRF-IDX)
           MOVE 0 TO WS-OPER-ACK-VERSION(WS-OPER-COUNT WS-BRF-IDX)
           MOVE SPACE TO WS-OPER-ACK-CHECK(WS-OPER-COUNT WS-BRF-IDX).

       MATCH-ACKNOWLEDGMENTS.
           OPEN INPUT ACKNOWLEDGMENT-FILE
           IF WS-ACK-STATUS = "00"

           IF NOT AT-ACK-EOF
               MOVE ACKNOWLEDGMENT-RECORD TO WS-ACK-REC
               IF ACK-BRIEFING = SPACES
                   MOVE "REFRESH1" TO ACK-BRIEFING
               END-IF
               MOVE 0 TO WS-OPER-HIT
               PERFORM FIND-ACK-OPERATOR
                   VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               MOVE 0 TO WS-BRF-HIT
               PERFORM FIND-ACK-BRIEFING
                   VARYING WS-BRF-IDX FROM 1 BY 1
                   UNTIL WS-BRF-IDX > WS-BRF-COUNT
               IF WS-OPER-HIT > 0 AND WS-BRF-HIT > 0
                   PERFORM KEEP-LATEST-ACKNOWLEDGMENT
               END-IF
           END-IF.

       FIND-ACK-OPERATOR.
           IF WS-OPER-ID(WS-OPER-IDX) = ACK-OPERATOR-ID
               MOVE WS-OPER-IDX TO WS-OPER-HIT
           END-IF.

       FIND-ACK-BRIEFING.
           IF WS-BRF-ID(WS-BRF-IDX) = ACK-BRIEFING
               MOVE WS-BRF-IDX TO WS-BRF-HIT
           END-IF.

       KEEP-LATEST-ACKNOWLEDGMENT.
           IF ACK-DATE > WS-OPER-ACK-DATE(WS-OPER-HIT WS-BRF-HIT)
               OR (ACK-DATE = WS-OPER-ACK-DATE(WS-OPER-HIT WS-BRF-HIT)
                   AND ACK-TIME >
                       WS-OPER-ACK-TIME(WS-OPER-HIT WS-BRF-HIT))
               MOVE ACK-DATE
                   TO WS-OPER-ACK-DATE(WS-OPER-HIT WS-BRF-HIT)
               MOVE ACK-TIME
                   TO WS-OPER-ACK-TIME(WS-OPER-HIT WS-BRF-HIT)
               MOVE ACK-VERSION
                   TO WS-OPER-ACK-VERSION(WS-OPER-HIT WS-BRF-HIT)
               MOVE ACK-CHECK
                   TO WS-OPER-ACK-CHECK(WS-OPER-HIT WS-BRF-HIT)
           END-IF.

      *the library heads the report, then each operator is listed
      *against every briefing assigned to their role
       WRITE-COMPLIANCE-REPORT.
           OPEN OUTPUT COMPLIANCE-FILE
           MOVE SPACES TO WS-COMP-LINE
           MOVE "REFRESHER BRIEFING COMPLIANCE" TO WS-COMP-LINE
           WRITE COMPLIANCE-RECORD FROM WS-COMP-LINE
           PERFORM WRITE-BRIEFING-HEADING
               VARYING WS-BRF-IDX FROM 1 BY 1
               UNTIL WS-BRF-IDX > WS-BRF-COUNT
           PERFORM WRITE-OPERATOR-COMPLIANCE
               VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
           CLOSE COMPLIANCE-FILE.

       WRITE-BRIEFING-HEADING.
           MOVE SPACES TO WS-COMP-LINE
           STRING "BRIEFING " DELIMITED BY SIZE
                   WS-BRF-ID(WS-BRF-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BRF-TITLE(WS-BRF-IDX) DELIMITED BY SIZE
                   " CURRENT VERSION " DELIMITED BY SIZE
                   WS-BRF-CURRENT(WS-BRF-IDX) DELIMITED BY SIZE
                   " ROLES " DELIMITED BY SIZE
               INTO WS-COMP-LINE
           END-STRING
           IF WS-BRF-ROLES(WS-BRF-IDX) = SPACES
               MOVE "ALL" TO WS-COMP-LINE(76:3)
           ELSE
               MOVE WS-BRF-ROLES(WS-BRF-IDX) TO WS-COMP-LINE(76:3)
           END-IF
           WRITE COMPLIANCE-RECORD FROM WS-COMP-LINE.

       WRITE-OPERATOR-COMPLIANCE.
           MOVE 0 TO WS-ASSIGNED-COUNT
           PERFORM WRITE-NEXT-COMPLIANCE-LINE
               VARYING WS-BRF-IDX FROM 1 BY 1
               UNTIL WS-BRF-IDX > WS-BRF-COUNT
           IF WS-ASSIGNED-COUNT = 0
               MOVE SPACES TO WS-COMP-LINE
               STRING WS-OPER-ID(WS-OPER-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-OPER-NAME(WS-OPER-IDX) DELIMITED BY SIZE
                       " NO BRIEFINGS ASSIGNED TO THIS ROLE"
                           DELIMITED BY SIZE
                   INTO WS-COMP-LINE
               END-STRING
               WRITE COMPLIANCE-RECORD FROM WS-COMP-LINE
           END-IF.

       WRITE-NEXT-COMPLIANCE-LINE.
           MOVE WS-OPER-ROLE(WS-OPER-IDX) TO WS-BRF-WANTED-ROLE
           PERFORM CHECK-BRIEFING-ROLE
           IF BRIEFING-ASSIGNED
               ADD 1 TO WS-ASSIGNED-COUNT
               PERFORM WRITE-ONE-COMPLIANCE-LINE
           END-IF.

       WRITE-ONE-COMPLIANCE-LINE.
           MOVE SPACES TO WS-COMP-LINE
           IF WS-OPER-ACK-DATE(WS-OPER-IDX WS-BRF-IDX) = 0
               STRING WS-OPER-ID(WS-OPER-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-OPER-NAME(WS-OPER-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BRF-ID(WS-BRF-IDX) DELIMITED BY SIZE
                       " NEVER ACKNOWLEDGED  ** NOT CURRENT"
                           DELIMITED BY SIZE
                   INTO WS-COMP-LINE
               STRING WS-OPER-ID(WS-OPER-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-OPER-NAME(WS-OPER-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BRF-ID(WS-BRF-IDX) DELIMITED BY SIZE
                       " LAST ACK " DELIMITED BY SIZE
                       WS-OPER-ACK-DATE(WS-OPER-IDX WS-BRF-IDX)
                           DELIMITED BY SIZE
                       " VERSION " DELIMITED BY SIZE
                       WS-OPER-ACK-VERSION(WS-OPER-IDX WS-BRF-IDX)
                           DELIMITED BY SIZE
                   INTO WS-COMP-LINE
               END-STRING
               IF WS-OPER-ACK-VERSION(WS-OPER-IDX WS-BRF-IDX)
                       NOT = WS-BRF-CURRENT(WS-BRF-IDX)
                   MOVE "** NOT CURRENT" TO WS-COMP-LINE(73:14)
               END-IF
      *the auditors ask exactly this: acknowledged, or actually
      *passed the check behind the briefing
               EVALUATE WS-OPER-ACK-CHECK(WS-OPER-IDX WS-BRF-IDX)
                   WHEN "P"
                       MOVE "PASSED CHECK" TO WS-COMP-LINE(89:12)
                   WHEN "F"
                       MOVE "FAILED CHECK" TO WS-COMP-LINE(89:12)
                   WHEN OTHER
                       MOVE "ACK ONLY" TO WS-COMP-LINE(89:12)
               END-EVALUATE
           END-IF
           WRITE COMPLIANCE-RECORD FROM WS-COMP-LINE.

       copy brfload.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==
