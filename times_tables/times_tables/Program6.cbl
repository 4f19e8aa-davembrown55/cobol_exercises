       program-id. Program6 as "times_tables.Program6".

      *worksheet assignment screen - records which numbered
      *worksheet was given to which student, the date it was set
      *and the date it is due back (TTABASGN.DAT).  the grading
      *run closes an assignment when the completed sheet is
      *marked, and the weekly overdue report chases the rest.

       environment division.
       input-output section.
       file-control.
           select assignment-file assign to "TTABASGN.DAT"
               organization is line sequential
               file status is WS-ASSIGN-STATUS.
           select roster-file assign to "TTABROST.DAT"
               organization is line sequential
               file status is WS-ROSTER-STATUS.
           select worksheet-seq-file assign to "TTABWSEQ.DAT"
               organization is line sequential
               file status is WS-WSEQ-STATUS.
           copy cfgsel.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.

       data division.
       file section.
       fd  assignment-file.
       01 assignment-record pic x(51).

       fd  roster-file.
       01 roster-record pic x(34).

       fd  worksheet-seq-file.
       01 worksheet-seq-record pic x(4).

       copy cfgfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy entlfd.

       working-storage section.
       copy errmsgs.
       copy cfgws.

       01 WS-ASSIGN-STATUS PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS PIC XX VALUE SPACES.
       01 WS-WSEQ-STATUS PIC XX VALUE SPACES.
       01 WS-ASSIGN-EOF PIC X VALUE "N".
         88 AT-ASSIGN-EOF VALUE "Y".
       01 WS-ROSTER-EOF PIC X VALUE "N".
         88 AT-ROSTER-EOF VALUE "Y".
       01 WS-ROSTER-FOUND PIC X VALUE "N".
         88 ROSTER-FOUND VALUE "Y".

       copy ttabrost.

       copy ttabasgn.

      *the assignments are carried in memory and rewritten in
      *full after each change, like the roster
       01 WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY PIC X(51) OCCURS 1000 TIMES.
       01 WS-ASSIGN-COUNT PIC 9(4) VALUE 0.
       01 WS-ASSIGN-IDX PIC 9(4) VALUE 0.
       01 WS-ASSIGN-HIT PIC 9(4) VALUE 0.

       01 WS-FUNCTION-PICK PIC X VALUE SPACES.
       01 WS-STUDENT-ID PIC X(6) VALUE SPACES.
       01 WS-WKS-RAW PIC X(4) VALUE SPACES.
       01 WS-EDIT-FIELD PIC X(4) VALUE SPACES.
       01 WS-WKS-NUMBER PIC 9(4) VALUE 0.
       01 WS-LAST-WORKSHEET PIC 9(4) VALUE 0.
       01 WS-DATE-RAW PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-DEFAULT-DUE PIC 9(8) VALUE 0.
       01 WS-DUE-DATE PIC 9(8) VALUE 0.
       01 WS-LIST-ALL PIC X VALUE "N".
         88 LIST-ALL-ASSIGNMENTS VALUE "Y".
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZZ9.

      *days between setting a worksheet and its default due date -
      *a week unless the suite configuration says otherwise
       01 WS-HOMEWORK-DAYS PIC 9(3) VALUE 7.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.

      *shared operator sign-on
       copy opsignws.

      *shared sign-on bulletin data
       copy bltnws.

      *shared per-program entitlements
       copy entlws.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
           MOVE "STARTED" TO WS-OUTCOME.
           PERFORM write-suite-audit.
           PERFORM SHOW-SIGNON-BULLETINS.
           MOVE "TIMES_TABLES" TO WS-ENTL-PROGRAM.
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
           MOVE "TTAB-HOMEWORK-DAYS" TO WS-CFG-WANTED-NAME.
           PERFORM GET-NUMERIC-PARAMETER.
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
               MOVE WS-CFG-VALUE-NUM TO WS-HOMEWORK-DAYS
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-ASSIGNMENT-TABLE.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

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

       SAVE-ASSIGNMENT-TABLE.
           OPEN OUTPUT ASSIGNMENT-FILE
           PERFORM SAVE-NEXT-ASSIGNMENT
               VARYING WS-ASSIGN-IDX FROM 1 BY 1
               UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
           CLOSE ASSIGNMENT-FILE.

       SAVE-NEXT-ASSIGNMENT.
           WRITE ASSIGNMENT-RECORD
               FROM WS-ASSIGN-ENTRY(WS-ASSIGN-IDX).

       GET-FUNCTION.
           DISPLAY " "
           DISPLAY "WORKSHEET ASSIGNMENTS"
           DISPLAY "L LIST OPEN ASSIGNMENTS"
           DISPLAY "H LIST ALL ASSIGNMENTS"
           DISPLAY "A ASSIGN A WORKSHEET"
           DISPLAY "D CHANGE A DUE DATE"
           DISPLAY "X EXIT"
           ACCEPT WS-FUNCTION-PICK
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PICK)
               TO WS-FUNCTION-PICK

           EVALUATE WS-FUNCTION-PICK
               WHEN "L"
                   MOVE "N" TO WS-LIST-ALL
                   PERFORM LIST-ASSIGNMENTS
               WHEN "H"
                   MOVE "Y" TO WS-LIST-ALL
                   PERFORM LIST-ASSIGNMENTS
               WHEN "A"
                   PERFORM ADD-ASSIGNMENT
               WHEN "D"
                   PERFORM CHANGE-DUE-DATE
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER
                   DISPLAY ERRMSG-GENERIC
                   MOVE "E001" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
           END-EVALUATE
           PERFORM GET-FUNCTION.

       LIST-ASSIGNMENTS.
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM LIST-NEXT-ASSIGNMENT
               VARYING WS-ASSIGN-IDX FROM 1 BY 1
               UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
           MOVE WS-LISTED-COUNT TO WS-COUNT-PRINT
           DISPLAY "ASSIGNMENTS LISTED: " WS-COUNT-PRINT.

       LIST-NEXT-ASSIGNMENT.
           MOVE WS-ASSIGN-ENTRY(WS-ASSIGN-IDX) TO WS-ASSIGN-REC
           IF WASG-OPEN OR LIST-ALL-ASSIGNMENTS
               ADD 1 TO WS-LISTED-COUNT
               IF WASG-OPEN
                   DISPLAY "WORKSHEET " WASG-WORKSHEET " STUDENT "
                       WASG-ROSTER-ID " SET " WASG-SET-DATE
                       " DUE " WASG-DUE-DATE " OPEN"
               ELSE
                   DISPLAY "WORKSHEET " WASG-WORKSHEET " STUDENT "
                       WASG-ROSTER-ID " SET " WASG-SET-DATE
                       " DUE " WASG-DUE-DATE " HANDED IN "
                       WASG-HANDED-IN-DATE
               END-IF
           END-IF.

      *only a worksheet the generator has already numbered can be
      *given out
       GET-WORKSHEET-NUMBER.
           DISPLAY "ENTER THE WORKSHEET NUMBER: "
           ACCEPT WS-WKS-RAW
           MOVE SPACES TO WS-EDIT-FIELD
           UNSTRING WS-WKS-RAW DELIMITED BY " "
               INTO WS-EDIT-FIELD
           END-UNSTRING
           INSPECT WS-EDIT-FIELD REPLACING LEADING SPACE BY "0"
           IF WS-EDIT-FIELD IS NOT NUMERIC
               DISPLAY ERRMSG-NOT-NUMERIC
               MOVE "E002" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               PERFORM GET-WORKSHEET-NUMBER
           ELSE
               MOVE WS-EDIT-FIELD TO WS-WKS-NUMBER
               PERFORM LOAD-LAST-WORKSHEET
               IF WS-WKS-NUMBER = 0
                       OR WS-WKS-NUMBER > WS-LAST-WORKSHEET
                   DISPLAY "ERROR! NO WORKSHEET WITH THAT NUMBER HAS "
                       "BEEN GENERATED."
                   PERFORM GET-WORKSHEET-NUMBER
               END-IF
           END-IF.

       LOAD-LAST-WORKSHEET.
           MOVE 0 TO WS-LAST-WORKSHEET
           OPEN INPUT WORKSHEET-SEQ-FILE
           IF WS-WSEQ-STATUS = "00"
               READ WORKSHEET-SEQ-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE WORKSHEET-SEQ-RECORD TO WS-LAST-WORKSHEET
               END-READ
               CLOSE WORKSHEET-SEQ-FILE
           END-IF.

       GET-ROSTER-ID.
           DISPLAY "ENTER THE STUDENT'S ROSTER ID: "
           ACCEPT WS-STUDENT-ID
           MOVE FUNCTION UPPER-CASE(WS-STUDENT-ID)
               TO WS-STUDENT-ID
           MOVE "N" TO WS-ROSTER-FOUND
           MOVE "N" TO WS-ROSTER-EOF
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               PERFORM FIND-ROSTER-STUDENT UNTIL AT-ROSTER-EOF
               CLOSE ROSTER-FILE
           END-IF
           IF NOT ROSTER-FOUND
               DISPLAY "ERROR! UNKNOWN ROSTER ID - TRY AGAIN."
               PERFORM GET-ROSTER-ID
           END-IF.

       FIND-ROSTER-STUDENT.
           READ ROSTER-FILE
               AT END MOVE "Y" TO WS-ROSTER-EOF
           END-READ
           IF NOT AT-ROSTER-EOF
               MOVE ROSTER-RECORD TO WS-ROSTER-REC
               IF WROS-ID = WS-STUDENT-ID AND WROS-ACTIVE
                   MOVE "Y" TO WS-ROSTER-FOUND
               END-IF
           END-IF.

       FIND-ASSIGNMENT.
           MOVE 0 TO WS-ASSIGN-HIT
           PERFORM MATCH-NEXT-ASSIGNMENT
               VARYING WS-ASSIGN-IDX FROM 1 BY 1
               UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT.

       MATCH-NEXT-ASSIGNMENT.
           MOVE WS-ASSIGN-ENTRY(WS-ASSIGN-IDX) TO WS-ASSIGN-REC
           IF WASG-WORKSHEET = WS-WKS-NUMBER
                   AND WASG-ROSTER-ID = WS-STUDENT-ID
               MOVE WS-ASSIGN-IDX TO WS-ASSIGN-HIT
           END-IF.

      *a blank due date takes the default homework period from
      *the date set; a due date before the date set is refused
       GET-DUE-DATE.
           DISPLAY "ENTER THE DUE DATE (YYYYMMDD, BLANK FOR "
               WS-DEFAULT-DUE "): "
           ACCEPT WS-DATE-RAW
           IF WS-DATE-RAW = SPACES
               MOVE WS-DEFAULT-DUE TO WS-DATE-RAW
           END-IF
           IF WS-DATE-RAW IS NOT NUMERIC
               DISPLAY "ERROR! MUST BE A DATE YYYYMMDD."
               PERFORM GET-DUE-DATE
           ELSE
               MOVE WS-DATE-RAW TO WS-DUE-DATE
               IF WS-DUE-DATE < WASG-SET-DATE
                   DISPLAY "ERROR! THE DUE DATE IS BEFORE THE DATE "
                       "SET."
                   PERFORM GET-DUE-DATE
               END-IF
           END-IF.

       ADD-ASSIGNMENT.
           IF WS-ASSIGN-COUNT >= 1000
               DISPLAY "ERROR! THE ASSIGNMENT FILE IS FULL."
           ELSE
               PERFORM GET-WORKSHEET-NUMBER
               PERFORM GET-ROSTER-ID
               PERFORM FIND-ASSIGNMENT
               IF WS-ASSIGN-HIT > 0
                   DISPLAY "ERROR! THAT WORKSHEET IS ALREADY "
                       "ASSIGNED TO THAT STUDENT."
               ELSE
                   MOVE WS-WKS-NUMBER TO WASG-WORKSHEET
                   MOVE WS-STUDENT-ID TO WASG-ROSTER-ID
                   MOVE WS-TODAY TO WASG-SET-DATE
                   COMPUTE WS-DEFAULT-DUE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       + WS-HOMEWORK-DAYS)
                   PERFORM GET-DUE-DATE
                   MOVE WS-DUE-DATE TO WASG-DUE-DATE
                   MOVE "O" TO WASG-STATUS
                   MOVE 0 TO WASG-HANDED-IN-DATE
                   MOVE WS-OPERATOR-ID TO WASG-SET-BY
                   ADD 1 TO WS-ASSIGN-COUNT
                   MOVE WS-ASSIGN-REC
                       TO WS-ASSIGN-ENTRY(WS-ASSIGN-COUNT)
                   PERFORM SAVE-ASSIGNMENT-TABLE
                   DISPLAY "WORKSHEET ASSIGNED."
                   MOVE "* ASSIGNED WORKSHEET" TO WS-OUTCOME
                   PERFORM write-suite-audit
               END-IF
           END-IF.

       CHANGE-DUE-DATE.
           PERFORM GET-WORKSHEET-NUMBER
           PERFORM GET-ROSTER-ID
           PERFORM FIND-ASSIGNMENT
           IF WS-ASSIGN-HIT = 0
               DISPLAY "ERROR! THAT WORKSHEET IS NOT ASSIGNED TO "
                   "THAT STUDENT."
           ELSE
               MOVE WS-ASSIGN-ENTRY(WS-ASSIGN-HIT) TO WS-ASSIGN-REC
               IF NOT WASG-OPEN
                   DISPLAY "ERROR! THAT WORKSHEET HAS ALREADY BEEN "
                       "HANDED IN."
               ELSE
                   MOVE WASG-DUE-DATE TO WS-DEFAULT-DUE
                   PERFORM GET-DUE-DATE
                   MOVE WS-DUE-DATE TO WASG-DUE-DATE
                   MOVE WS-ASSIGN-REC
                       TO WS-ASSIGN-ENTRY(WS-ASSIGN-HIT)
                   PERFORM SAVE-ASSIGNMENT-TABLE
                   DISPLAY "DUE DATE CHANGED."
                   MOVE "* CHANGED DUE DATE" TO WS-OUTCOME
                   PERFORM write-suite-audit
               END-IF
           END-IF.

       copy errlog replacing ==:PROGRAM-NAME:== by =="TTAB_ASSIGN"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy cfgget.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="TTAB_ASSIGN"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy entlchk.

       copy opsignon.

       end program Program6.
