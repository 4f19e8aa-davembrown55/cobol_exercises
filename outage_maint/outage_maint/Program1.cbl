       program-id. outage_maint.

      *planned-outage calendar maintenance - OUTAGE.DAT holds each
      *maintenance window on the branch machines: when it starts and
      *ends (date and HHMM time), why, and which programs it takes
      *down by their entitlement names (none named takes down the
      *whole suite).  every program refuses anyone but a supervisor
      *while an outage naming it is in progress, and the run-start
      *banner and the dispatcher warn of any outage starting within
      *the next 24 hours.  restricted to supervisors.

       environment division.
       input-output section.
       file-control.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy cfgsel.
           copy entlsel.

       data division.
       file section.
       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy cfgfd.

       copy entlfd.

       working-storage section.
       copy errmsgs.

      *the whole calendar is carried in memory and rewritten in full
      *after each change
       01 WS-OUTAGE-TABLE.
           05 WS-OUTAGE-ENTRY PIC X(164) OCCURS 50 TIMES.
       01 WS-OUTAGE-COUNT PIC 99 VALUE 0.
       01 WS-OUTAGE-IDX PIC 99 VALUE 0.
       01 WS-OUTAGE-HIT PIC 99 VALUE 0.

       01 WS-FUNCTION-PICK PIC X VALUE SPACES.
       01 WS-PICK-RAW PIC XX VALUE SPACES.
       01 WS-PICK-EDIT PIC XX JUSTIFIED RIGHT.
       01 WS-DATE-RAW PIC X(8) VALUE SPACES.
       01 WS-DATE-CHECK REDEFINES WS-DATE-RAW.
           05 WS-DATE-CHECK-YEAR PIC 9(4).
           05 WS-DATE-CHECK-MONTH PIC 99.
           05 WS-DATE-CHECK-DAY PIC 99.
       01 WS-TIME-RAW PIC X(4) VALUE SPACES.
       01 WS-TIME-CHECK REDEFINES WS-TIME-RAW.
           05 WS-TIME-CHECK-HOUR PIC 99.
           05 WS-TIME-CHECK-MINUTE PIC 99.
       01 WS-NEW-START.
           05 WS-NEW-START-DATE PIC 9(8) VALUE 0.
           05 WS-NEW-START-TIME PIC 9(4) VALUE 0.
       01 WS-NEW-END.
           05 WS-NEW-END-DATE PIC 9(8) VALUE 0.
           05 WS-NEW-END-TIME PIC 9(4) VALUE 0.
       01 WS-NEW-REASON PIC X(30) VALUE SPACES.
       01 WS-NEW-PROGRAM PIC X(20) VALUE SPACES.
       01 WS-NEW-PROGRAM-LIST.
           05 WS-NEW-PROGRAM-ENTRY OCCURS 5 TIMES.
               10 WS-NEW-PROGRAM-NAME PIC X(20).
               10 FILLER PIC X.
       01 WS-PROGRAM-IDX PIC 9 VALUE 0.
       01 WS-PROGRAMS-DONE PIC X VALUE "N".
         88 PROGRAMS-DONE VALUE "Y".
       01 WS-CONFIRM PIC X VALUE SPACES.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(30) VALUE SPACES.

      *shared operator sign-on
       copy opsignws.

      *shared sign-on bulletin data
       copy bltnws.

      *shared per-program entitlements and the outage calendar
       copy entlws.

      *central suite configuration
       copy cfgws.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
           MOVE "STARTED" TO WS-OUTCOME.
           PERFORM write-suite-audit.
           PERFORM SHOW-SIGNON-BULLETINS.
           MOVE "OUTAGE_MAINT" TO WS-ENTL-PROGRAM.
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
           IF NOT ROLE-SUPERVISOR
               DISPLAY "ERROR! OUTAGE CALENDAR MAINTENANCE IS "
                   "RESTRICTED TO SUPERVISORS."
               MOVE "DENIED" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           PERFORM LOAD-OUTAGE-TABLE.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       LOAD-OUTAGE-TABLE.
           MOVE 0 TO WS-OUTAGE-COUNT
           MOVE "N" TO WS-OUTG-EOF
           OPEN INPUT OUTAGE-FILE
           IF WS-OUTG-STATUS = "00"
               PERFORM LOAD-NEXT-OUTAGE UNTIL AT-OUTG-EOF
               CLOSE OUTAGE-FILE
           END-IF.

       LOAD-NEXT-OUTAGE.
           READ OUTAGE-FILE
               AT END MOVE "Y" TO WS-OUTG-EOF
           END-READ
           IF NOT AT-OUTG-EOF
               IF OUTAGE-RECORD NOT = SPACES
                       AND WS-OUTAGE-COUNT < 50
                   ADD 1 TO WS-OUTAGE-COUNT
                   MOVE OUTAGE-RECORD
                       TO WS-OUTAGE-ENTRY(WS-OUTAGE-COUNT)
               END-IF
           END-IF.

       SAVE-OUTAGE-TABLE.
           OPEN OUTPUT OUTAGE-FILE
           PERFORM SAVE-NEXT-OUTAGE
               VARYING WS-OUTAGE-IDX FROM 1 BY 1
               UNTIL WS-OUTAGE-IDX > WS-OUTAGE-COUNT
           CLOSE OUTAGE-FILE.

       SAVE-NEXT-OUTAGE.
           IF WS-OUTAGE-ENTRY(WS-OUTAGE-IDX) NOT = SPACES
               MOVE WS-OUTAGE-ENTRY(WS-OUTAGE-IDX) TO OUTAGE-RECORD
               WRITE OUTAGE-RECORD
           END-IF.

       GET-FUNCTION.
           DISPLAY " "
           DISPLAY "PLANNED OUTAGE CALENDAR MAINTENANCE"
           DISPLAY "L LIST THE OUTAGES"
           DISPLAY "A ADD AN OUTAGE"
           DISPLAY "C CHANGE AN OUTAGE"
           DISPLAY "D DELETE AN OUTAGE"
           DISPLAY "X EXIT"
           ACCEPT WS-FUNCTION-PICK
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PICK)
               TO WS-FUNCTION-PICK

           EVALUATE WS-FUNCTION-PICK
               WHEN "L"
                   PERFORM LIST-OUTAGES
               WHEN "A"
                   PERFORM ADD-OUTAGE
               WHEN "C"
                   PERFORM CHANGE-OUTAGE
               WHEN "D"
                   PERFORM DELETE-OUTAGE
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER
                   DISPLAY ERRMSG-GENERIC
                   MOVE "E001" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
           END-EVALUATE
           PERFORM GET-FUNCTION.

       LIST-OUTAGES.
           IF WS-OUTAGE-COUNT = 0
               DISPLAY "NO OUTAGES ON THE CALENDAR."
           END-IF
           PERFORM LIST-NEXT-OUTAGE
               VARYING WS-OUTAGE-IDX FROM 1 BY 1
               UNTIL WS-OUTAGE-IDX > WS-OUTAGE-COUNT.

       LIST-NEXT-OUTAGE.
           MOVE WS-OUTAGE-ENTRY(WS-OUTAGE-IDX) TO OUTAGE-RECORD
           DISPLAY WS-OUTAGE-IDX " FROM " OUTG-START-DATE " "
               OUTG-START-TIME " TO " OUTG-END-DATE " "
               OUTG-END-TIME " " OUTG-REASON
           IF OUTG-PROGRAM-LIST = SPACES
               DISPLAY "   AFFECTS: ALL PROGRAMS"
           ELSE
               DISPLAY "   AFFECTS: " OUTG-PROGRAM-LIST
           END-IF.

       GET-OUTAGE-NUMBER.
           MOVE 0 TO WS-OUTAGE-HIT
           DISPLAY "ENTER THE OUTAGE NUMBER FROM THE LIST: "
           MOVE SPACES TO WS-PICK-RAW
           ACCEPT WS-PICK-RAW
           MOVE SPACES TO WS-PICK-EDIT
           UNSTRING WS-PICK-RAW DELIMITED BY " " INTO WS-PICK-EDIT
           END-UNSTRING
           INSPECT WS-PICK-EDIT REPLACING LEADING SPACE BY "0"
           IF WS-PICK-EDIT IS NOT NUMERIC
               DISPLAY ERRMSG-NOT-NUMERIC
               MOVE "E002" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
           ELSE
               MOVE WS-PICK-EDIT TO WS-OUTAGE-HIT
               IF WS-OUTAGE-HIT < 1 OR WS-OUTAGE-HIT > WS-OUTAGE-COUNT
                   DISPLAY "ERROR! NO OUTAGE NUMBER " WS-PICK-EDIT
                       " ON THE CALENDAR."
                   MOVE 0 TO WS-OUTAGE-HIT
               END-IF
           END-IF.

       GET-START-DATE.
           DISPLAY "OUTAGE STARTS ON (YYYYMMDD): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           PERFORM CHECK-DATE-ENTRY
           IF WS-DATE-RAW = SPACES
               PERFORM GET-START-DATE
           ELSE
               MOVE WS-DATE-RAW TO WS-NEW-START-DATE
           END-IF.

       GET-START-TIME.
           DISPLAY "OUTAGE STARTS AT (HHMM): "
           MOVE SPACES TO WS-TIME-RAW
           ACCEPT WS-TIME-RAW
           PERFORM CHECK-TIME-ENTRY
           IF WS-TIME-RAW = SPACES
               PERFORM GET-START-TIME
           ELSE
               MOVE WS-TIME-RAW TO WS-NEW-START-TIME
           END-IF.

       GET-END-DATE.
           DISPLAY "OUTAGE ENDS ON (YYYYMMDD): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           PERFORM CHECK-DATE-ENTRY
           IF WS-DATE-RAW = SPACES
               PERFORM GET-END-DATE
           ELSE
               MOVE WS-DATE-RAW TO WS-NEW-END-DATE
           END-IF.

      *the outage ends at its end time - it must end after it starts
       GET-END-TIME.
           DISPLAY "OUTAGE ENDS AT (HHMM): "
           MOVE SPACES TO WS-TIME-RAW
           ACCEPT WS-TIME-RAW
           PERFORM CHECK-TIME-ENTRY
           IF WS-TIME-RAW = SPACES
               PERFORM GET-END-TIME
           ELSE
               MOVE WS-TIME-RAW TO WS-NEW-END-TIME
               IF WS-NEW-END NOT > WS-NEW-START
                   DISPLAY "ERROR! THE OUTAGE MUST END AFTER IT "
                       "STARTS."
                   PERFORM GET-END-DATE
                   PERFORM GET-END-TIME
               END-IF
           END-IF.

      *a bad entry is reported and blanked, so the caller asks again
       CHECK-DATE-ENTRY.
           EVALUATE TRUE
               WHEN WS-DATE-RAW = SPACES
                   DISPLAY ERRMSG-NOTHING-ENTERED
                   MOVE "E003" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
               WHEN WS-DATE-RAW IS NOT NUMERIC
                   DISPLAY ERRMSG-NOT-NUMERIC
                   MOVE "E002" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
                   MOVE SPACES TO WS-DATE-RAW
               WHEN WS-DATE-CHECK-MONTH < 1
                       OR WS-DATE-CHECK-MONTH > 12
                       OR WS-DATE-CHECK-DAY < 1
                       OR WS-DATE-CHECK-DAY > 31
                   DISPLAY "ERROR! THAT IS NOT A DATE."
                   MOVE SPACES TO WS-DATE-RAW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-TIME-ENTRY.
           EVALUATE TRUE
               WHEN WS-TIME-RAW = SPACES
                   DISPLAY ERRMSG-NOTHING-ENTERED
                   MOVE "E003" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
               WHEN WS-TIME-RAW IS NOT NUMERIC
                   DISPLAY ERRMSG-NOT-NUMERIC
                   MOVE "E002" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
                   MOVE SPACES TO WS-TIME-RAW
               WHEN WS-TIME-CHECK-HOUR > 23
                       OR WS-TIME-CHECK-MINUTE > 59
                   DISPLAY "ERROR! THAT IS NOT A TIME OF DAY."
                   MOVE SPACES TO WS-TIME-RAW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GET-OUTAGE-REASON.
           DISPLAY "ENTER THE REASON (UP TO 30 CHARACTERS): "
           MOVE SPACES TO WS-NEW-REASON
           ACCEPT WS-NEW-REASON
           IF WS-NEW-REASON = SPACES
               DISPLAY ERRMSG-NOTHING-ENTERED
               MOVE "E003" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               PERFORM GET-OUTAGE-REASON
           END-IF.

      *programs are named the way the entitlement file names them;
      *a blank first answer (or ALL) means the whole suite
       GET-AFFECTED-PROGRAMS.
           MOVE SPACES TO WS-NEW-PROGRAM-LIST
           MOVE "N" TO WS-PROGRAMS-DONE
           DISPLAY "ENTER UP TO 5 PROGRAMS AFFECTED, ONE AT A TIME, "
               "BY ENTITLEMENT NAME - BLANK TO FINISH (NONE FOR "
               "THE WHOLE SUITE): "
           PERFORM GET-NEXT-AFFECTED-PROGRAM
               VARYING WS-PROGRAM-IDX FROM 1 BY 1
               UNTIL WS-PROGRAM-IDX > 5 OR PROGRAMS-DONE.

       GET-NEXT-AFFECTED-PROGRAM.
           DISPLAY "PROGRAM " WS-PROGRAM-IDX ": "
           MOVE SPACES TO WS-NEW-PROGRAM
           ACCEPT WS-NEW-PROGRAM
           IF WS-NEW-PROGRAM = SPACES
               MOVE "Y" TO WS-PROGRAMS-DONE
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-NEW-PROGRAM)
                   TO WS-NEW-PROGRAM-NAME(WS-PROGRAM-IDX)
           END-IF.

       ADD-OUTAGE.
           IF WS-OUTAGE-COUNT >= 50
               DISPLAY "ERROR! THE OUTAGE CALENDAR IS FULL - DELETE "
                   "AN OLD OUTAGE FIRST."
           ELSE
               PERFORM GET-START-DATE
               PERFORM GET-START-TIME
               PERFORM GET-END-DATE
               PERFORM GET-END-TIME
               PERFORM GET-OUTAGE-REASON
               PERFORM GET-AFFECTED-PROGRAMS
               ADD 1 TO WS-OUTAGE-COUNT
               MOVE WS-OUTAGE-COUNT TO WS-OUTAGE-HIT
               PERFORM STORE-OUTAGE
               PERFORM SAVE-OUTAGE-TABLE
               DISPLAY "OUTAGE ADDED."
               MOVE SPACES TO WS-OUTCOME
               STRING "* OUTAGE ADD " DELIMITED BY SIZE
                       WS-NEW-START-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NEW-START-TIME DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           END-IF.

       STORE-OUTAGE.
           MOVE SPACES TO OUTAGE-RECORD
           MOVE WS-NEW-START-DATE TO OUTG-START-DATE
           MOVE WS-NEW-START-TIME TO OUTG-START-TIME
           MOVE WS-NEW-END-DATE TO OUTG-END-DATE
           MOVE WS-NEW-END-TIME TO OUTG-END-TIME
           MOVE WS-NEW-REASON TO OUTG-REASON
           IF WS-NEW-PROGRAM-NAME(1) NOT = "ALL"
               MOVE WS-NEW-PROGRAM-LIST TO OUTG-PROGRAM-LIST
           END-IF
           MOVE OUTAGE-RECORD TO WS-OUTAGE-ENTRY(WS-OUTAGE-HIT).

      *every detail is keyed again - moving an outage is the usual
      *change, and the old window is shown to work from
       CHANGE-OUTAGE.
           PERFORM GET-OUTAGE-NUMBER
           IF WS-OUTAGE-HIT > 0
               MOVE WS-OUTAGE-HIT TO WS-OUTAGE-IDX
               PERFORM LIST-NEXT-OUTAGE
               PERFORM GET-START-DATE
               PERFORM GET-START-TIME
               PERFORM GET-END-DATE
               PERFORM GET-END-TIME
               PERFORM GET-OUTAGE-REASON
               PERFORM GET-AFFECTED-PROGRAMS
               PERFORM STORE-OUTAGE
               PERFORM SAVE-OUTAGE-TABLE
               DISPLAY "OUTAGE CHANGED."
               MOVE SPACES TO WS-OUTCOME
               STRING "* OUTAGE CHANGE " DELIMITED BY SIZE
                       WS-NEW-START-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NEW-START-TIME DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           END-IF.

       DELETE-OUTAGE.
           PERFORM GET-OUTAGE-NUMBER
           IF WS-OUTAGE-HIT > 0
               MOVE WS-OUTAGE-HIT TO WS-OUTAGE-IDX
               PERFORM LIST-NEXT-OUTAGE
               DISPLAY "DELETE THIS OUTAGE? ENTER Y TO CONFIRM: "
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM = "Y"
                   MOVE SPACES TO WS-OUTCOME
                   STRING "* OUTAGE DELETE " DELIMITED BY SIZE
                           OUTG-START-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           OUTG-START-TIME DELIMITED BY SIZE
                       INTO WS-OUTCOME
                   END-STRING
                   MOVE SPACES TO WS-OUTAGE-ENTRY(WS-OUTAGE-HIT)
                   PERFORM SAVE-OUTAGE-TABLE
                   PERFORM LOAD-OUTAGE-TABLE
                   DISPLAY "OUTAGE DELETED."
                   PERFORM write-suite-audit
               END-IF
           END-IF.

       copy errlog replacing ==:PROGRAM-NAME:== by =="OUTAGE_MAINT"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="OUTAGE_MAINT"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program outage_maint.
