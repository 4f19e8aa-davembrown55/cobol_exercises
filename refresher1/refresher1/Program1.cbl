       environment division.
       input-output section.
       file-control.
      *each briefing in the library names its own text file and
      *question set, so both are opened by the name on the library
           select message-file assign to dynamic WS-BRF-TEXT-NAME
               organization is line sequential
               file status is WS-MSG-STATUS.
           select acknowledgment-file assign to "RFRSHACK.DAT"
               file status is WS-ACK-STATUS.
      *optional comprehension questions asked after the replay -
      *the auditors now distinguish "acknowledged" from "passed"
           select quiz-file assign to dynamic WS-BRF-QUIZ-NAME
               organization is line sequential
               file status is WS-QUIZ-STATUS.
           copy cfgsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy brfsel.

       data division.
       file section.
       01 message-file-record pic x(40).

       fd  acknowledgment-file.
       01 acknowledgment-record pic x(50).

       fd  quiz-file.
       01 quiz-record.

       copy entlfd.

       copy brffd.

       working-storage section.
       copy errmsgs.
       copy cfgws.
           05 ACK-CHECK PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 ACK-PCT PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
      *which briefing in the library was acknowledged - blank on a
      *line from before the library existed, which was REFRESH1
           05 ACK-BRIEFING PIC X(8).

      *the comprehension question set, reusing the yes/no question
      *mechanics the survey uses; the pass threshold comes from the
       01 YES-OR-NO PIC X VALUE SPACE.
       01 UPPER-YES-OR-NO PIC X VALUE SPACE.

      *the briefing library, and the briefing being shown - its
      *files and the version stamp its acknowledgments carry
       copy brfws.
       01 WS-BRF-TEXT-NAME PIC X(12) VALUE SPACES.
       01 WS-BRF-QUIZ-NAME PIC X(12) VALUE SPACES.
       01 WS-SHOWN-VERSION PIC 9(3) VALUE 0.
       01 WS-SHOWN-COUNT PIC 99 VALUE 0.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
                   AND WS-CFG-VALUE-NUM <= 100
               MOVE WS-CFG-VALUE-NUM TO WS-PASS-PCT
           END-IF.
           PERFORM LOAD-BRIEFING-LIBRARY.
           MOVE 0 TO WS-SHOWN-COUNT
           PERFORM SHOW-BRIEFING-IF-ASSIGNED
               VARYING WS-BRF-IDX FROM 1 BY 1
               UNTIL WS-BRF-IDX > WS-BRF-COUNT
           IF WS-SHOWN-COUNT = 0
               DISPLAY "NO REFRESHER BRIEFINGS ARE ASSIGNED TO YOUR "
                   "ROLE."
           END-IF
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

      *every briefing assigned to the signed-on operator's role is
      *shown in library order, each with its own check and its own
      *acknowledgment
       SHOW-BRIEFING-IF-ASSIGNED.
           MOVE WS-OPERATOR-REC-ROLE TO WS-BRF-WANTED-ROLE
           PERFORM CHECK-BRIEFING-ROLE
           IF BRIEFING-ASSIGNED
               PERFORM SHOW-ONE-BRIEFING
           END-IF.

       SHOW-ONE-BRIEFING.
           MOVE WS-BRF-TEXT-FILE(WS-BRF-IDX) TO WS-BRF-TEXT-NAME
           MOVE WS-BRF-QUIZ-FILE(WS-BRF-IDX) TO WS-BRF-QUIZ-NAME
           PERFORM LOAD-MESSAGES
           IF WS-MSG-COUNT = 0
               DISPLAY "ERROR! BRIEFING " WS-BRF-ID(WS-BRF-IDX)
                   " HAS NO TEXT IN " WS-BRF-TEXT-NAME
           ELSE
               ADD 1 TO WS-SHOWN-COUNT
               IF WS-BRF-VERSION(WS-BRF-IDX) > 0
                   MOVE WS-BRF-VERSION(WS-BRF-IDX) TO WS-SHOWN-VERSION
               ELSE
                   MOVE WS-MSG-COUNT TO WS-SHOWN-VERSION
               END-IF
               DISPLAY "BRIEFING " WS-BRF-ID(WS-BRF-IDX) " - "
                   WS-BRF-TITLE(WS-BRF-IDX) " VERSION "
                   WS-SHOWN-VERSION
               PERFORM LOAD-QUIZ-QUESTIONS
               MOVE "Y" TO WS-REPLAY-SWITCH
               PERFORM SHOW-LINES-AND-ASK-AGAIN
                   UNTIL NOT REPLAY-REQUESTED
           END-IF.

       SHOW-LINES-AND-ASK-AGAIN.
           MOVE 1 TO THE-NUMBER
           PERFORM LOOP-THROUGH-LINES
       LOAD-QUIZ-QUESTIONS.
           MOVE 0 TO WS-QUIZ-COUNT
           MOVE "N" TO WS-QUIZ-EOF
           IF WS-BRF-QUIZ-NAME NOT = SPACES
               OPEN INPUT QUIZ-FILE
               IF WS-QUIZ-STATUS = "00"
                   PERFORM LOAD-NEXT-QUIZ-QUESTION UNTIL AT-QUIZ-EOF
                   CLOSE QUIZ-FILE
               END-IF
           END-IF.

       LOAD-NEXT-QUIZ-QUESTION.
           MOVE WS-OPERATOR-ID TO ACK-OPERATOR-ID
           ACCEPT ACK-DATE FROM DATE YYYYMMDD
           ACCEPT ACK-TIME FROM TIME
           MOVE WS-SHOWN-VERSION TO ACK-VERSION
           MOVE WS-CHECK-RESULT TO ACK-CHECK
           MOVE WS-QUIZ-PCT TO ACK-PCT
           MOVE WS-BRF-ID(WS-BRF-IDX) TO ACK-BRIEFING
           OPEN EXTEND ACKNOWLEDGMENT-FILE
           IF WS-ACK-STATUS = "35"
               OPEN OUTPUT ACKNOWLEDGMENT-FILE
               PERFORM ASK-REPLAY
           END-IF.

      *first run on a new machine has no message file yet - seed the
      *original briefing with its five lines
       SEED-MESSAGES.
           OPEN OUTPUT MESSAGE-FILE
           MOVE "FIRST LINE" TO MESSAGE-FILE-RECORD
           CLOSE MESSAGE-FILE.

       LOAD-MESSAGES.
           MOVE 0 TO WS-MSG-COUNT
           MOVE "N" TO WS-MSG-EOF
           OPEN INPUT MESSAGE-FILE
           IF WS-MSG-STATUS = "35"
                   AND WS-BRF-TEXT-NAME = "REFRESH1.DAT"
               PERFORM SEED-MESSAGES
               OPEN INPUT MESSAGE-FILE
           END-IF
           IF WS-MSG-STATUS = "00"
               PERFORM LOAD-NEXT-MESSAGE
               CLOSE MESSAGE-FILE
           END-IF.

       LOAD-NEXT-MESSAGE.
           READ MESSAGE-FILE
               PERFORM DISPLAY-LINE
           END-PERFORM.

       copy brfload.

       copy cfgget.

       copy auditopen.
