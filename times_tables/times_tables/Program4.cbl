      *answer key for that worksheet, a marked report shows every
      *wrong answer beside the correct one, and the score posts to
      *the score history exactly as an interactive quiz would, so
      *the red pen can be retired.  a worksheet that was set as
      *homework (TTABASGN.DAT) is marked handed in when it is graded.

       environment division.
       input-output section.
           select roster-file assign to "TTABROST.DAT"
               organization is line sequential
               file status is WS-ROSTER-STATUS.
           select assignment-file assign to "TTABASGN.DAT"
               organization is line sequential
               file status is WS-ASSIGN-STATUS.
           copy spoolsl.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
       01 marked-report-record pic x(70).

       fd  score-file.
       01 score-record pic x(54).

       fd  roster-file.
       01 roster-record pic x(34).

       fd  assignment-file.
       01 assignment-record pic x(51).

       copy spoolfd.

       01 WS-MARKED-STATUS PIC XX VALUE SPACES.
       01 WS-SCORE-STATUS PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS PIC XX VALUE SPACES.
       01 WS-ASSIGN-STATUS PIC XX VALUE SPACES.
       01 WS-ANSWERS-EOF PIC X VALUE "N".
         88 AT-ANSWERS-EOF VALUE "Y".
       01 WS-KEY-EOF PIC X VALUE "N".
         88 AT-ROSTER-EOF VALUE "Y".
       01 WS-ROSTER-FOUND PIC X VALUE "N".
         88 ROSTER-FOUND VALUE "Y".
       01 WS-ASSIGN-EOF PIC X VALUE "N".
         88 AT-ASSIGN-EOF VALUE "Y".

       copy ttabrost.

       copy ttabasgn.

      *homework assignments, rewritten in full when one is closed
       01 WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY PIC X(51) OCCURS 1000 TIMES.
       01 WS-ASSIGN-COUNT PIC 9(4) VALUE 0.
       01 WS-ASSIGN-IDX PIC 9(4) VALUE 0.
       01 WS-ASSIGN-HIT PIC 9(4) VALUE 0.
       01 WS-HANDED-IN-DATE PIC 9(8) VALUE 0.

       01 WS-STUDENT-ID PIC X(6) VALUE SPACES.
       01 WS-WKS-RAW PIC X(4) VALUE SPACES.
       01 WS-WKS-NUMBER PIC 9(4) VALUE 0.
           05 SCR-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 SCR-ROSTER-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
      * M multiplication, D division - spaces on a score written
      * before the division quiz existed, which was multiplication
           05 SCR-OPERATION PIC X.
             88 SCR-DIVISION VALUE "D".

       01 WS-REPORT-LINE PIC X(70) VALUE SPACES.
       01 WS-PAGE-COUNT PIC 9(4) VALUE 1.
           PERFORM WRITE-MARKED-TOTALS.
           CLOSE MARKED-REPORT-FILE
           PERFORM POST-SCORE.
           PERFORM CLOSE-ASSIGNMENT.
           MOVE "TTABMRK.DAT" TO SPL-NAME
           MOVE WS-PAGE-COUNT TO SPL-PAGES
           PERFORM REGISTER-SPOOL-REPORT
               ACCEPT SCR-DATE FROM DATE YYYYMMDD
               ACCEPT SCR-TIME FROM TIME
               MOVE WS-STUDENT-ID TO SCR-ROSTER-ID
               MOVE "M" TO SCR-OPERATION
               OPEN EXTEND SCORE-FILE
               IF WS-SCORE-STATUS = "35"
                   OPEN OUTPUT SCORE-FILE
               CLOSE SCORE-FILE
           END-IF.

      *an open assignment of this worksheet to this student is
      *closed as handed in today - a late hand-in is still closed,
      *but the operator is told it was late
       CLOSE-ASSIGNMENT.
           IF WS-GRADED-ASKED > 0
               PERFORM LOAD-ASSIGNMENT-TABLE
               MOVE 0 TO WS-ASSIGN-HIT
               PERFORM MATCH-NEXT-ASSIGNMENT
                   VARYING WS-ASSIGN-IDX FROM 1 BY 1
                   UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
               IF WS-ASSIGN-HIT > 0
                   MOVE WS-ASSIGN-ENTRY(WS-ASSIGN-HIT)
                       TO WS-ASSIGN-REC
                   ACCEPT WS-HANDED-IN-DATE FROM DATE YYYYMMDD
                   MOVE "C" TO WASG-STATUS
                   MOVE WS-HANDED-IN-DATE TO WASG-HANDED-IN-DATE
                   MOVE WS-ASSIGN-REC
                       TO WS-ASSIGN-ENTRY(WS-ASSIGN-HIT)
                   PERFORM SAVE-ASSIGNMENT-TABLE
                   IF WS-HANDED-IN-DATE > WASG-DUE-DATE
                       DISPLAY "NOTE: THIS WORKSHEET WAS DUE ON "
                           WASG-DUE-DATE " - HANDED IN LATE."
                   ELSE
                       DISPLAY "HOMEWORK ASSIGNMENT MARKED HANDED IN."
                   END-IF
               END-IF
           END-IF.

       LOAD-ASSIGNMENT-TABLE.
           MOVE 0 TO WS-ASSIGN-COUNT
           MOVE "N" TO WS-ASSIGN-EOF
           OPEN INPUT ASSIGNMENT-FILE
           IF WS-ASSIGN-STATUS = "00"
               PERFORM LOAD-NEXT-ASSIGNMENT UNTIL AT-ASSIGN-EOF
               CLOSE ASSIGNMENT-FILE
           END-IF.

       LOAD-NEXT-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE "Y" TO WS-ASSIGN-EOF
           END-READ

           IF NOT AT-ASSIGN-EOF
               IF ASSIGNMENT-RECORD NOT = SPACES
                       AND WS-ASSIGN-COUNT < 1000
                   ADD 1 TO WS-ASSIGN-COUNT
                   MOVE ASSIGNMENT-RECORD
                       TO WS-ASSIGN-ENTRY(WS-ASSIGN-COUNT)
               END-IF
           END-IF.

       MATCH-NEXT-ASSIGNMENT.
           MOVE WS-ASSIGN-ENTRY(WS-ASSIGN-IDX) TO WS-ASSIGN-REC
           IF WASG-WORKSHEET = WS-WKS-NUMBER
                   AND WASG-ROSTER-ID = WS-STUDENT-ID
                   AND WASG-OPEN
               MOVE WS-ASSIGN-IDX TO WS-ASSIGN-HIT
           END-IF.

       SAVE-ASSIGNMENT-TABLE.
           OPEN OUTPUT ASSIGNMENT-FILE
           PERFORM SAVE-NEXT-ASSIGNMENT
               VARYING WS-ASSIGN-IDX FROM 1 BY 1
               UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
           CLOSE ASSIGNMENT-FILE.

       SAVE-NEXT-ASSIGNMENT.
           WRITE ASSIGNMENT-RECORD
               FROM WS-ASSIGN-ENTRY(WS-ASSIGN-IDX).

       copy errlog replacing ==:PROGRAM-NAME:== by =="TTAB_GRADE"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.
