       program-id. freeze_maint.

      *change-freeze calendar maintenance - FREEZE.DAT holds the
      *month-end and audit freezes: the first and last day frozen,
      *why, and which maintenance programs are frozen by the names
      *they write to the audit trail (none named freezes them all).
      *a frozen program refuses every change unless a supervisor
      *keys an emergency-change reason, and each change made that
      *way goes to FRZEXC.DAT; the freeze exceptions report here
      *lists them for review after the freeze.  restricted to
      *supervisors.

       environment division.
       input-output section.
       file-control.
           select report-file assign to "FRZEXRPT.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy spoolsl.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy cfgsel.
           copy entlsel.
           copy frzsel.

       data division.
       file section.
       fd  report-file.
       01 report-record pic x(80).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy spoolfd.

       fd  operator-file.
       copy operfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy cfgfd.

       copy entlfd.

       copy frzfd.

       working-storage section.
       copy errmsgs.

       01 WS-REPORT-STATUS PIC XX VALUE SPACES.

      *the whole calendar is carried in memory and rewritten in full
      *after each change
       01 WS-FREEZE-TABLE.
           05 WS-FREEZE-ENTRY PIC X(217) OCCURS 50 TIMES.
       01 WS-FREEZE-COUNT PIC 99 VALUE 0.
       01 WS-FREEZE-IDX PIC 99 VALUE 0.
       01 WS-FREEZE-HIT PIC 99 VALUE 0.

       01 WS-FUNCTION-PICK PIC X VALUE SPACES.
       01 WS-PICK-RAW PIC XX VALUE SPACES.
       01 WS-PICK-EDIT PIC XX JUSTIFIED RIGHT.
       01 WS-DATE-RAW PIC X(8) VALUE SPACES.
       01 WS-DATE-CHECK REDEFINES WS-DATE-RAW.
           05 WS-DATE-CHECK-YEAR PIC 9(4).
           05 WS-DATE-CHECK-MONTH PIC 99.
           05 WS-DATE-CHECK-DAY PIC 99.
       01 WS-NEW-START-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-END-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-REASON PIC X(30) VALUE SPACES.
       01 WS-NEW-PROGRAM PIC X(20) VALUE SPACES.
       01 WS-NEW-PROGRAM-LIST.
           05 WS-NEW-PROGRAM-ENTRY OCCURS 8 TIMES.
               10 WS-NEW-PROGRAM-NAME PIC X(20).
               10 FILLER PIC X.
       01 WS-PROGRAM-IDX PIC 9 VALUE 0.
       01 WS-PROGRAMS-DONE PIC X VALUE "N".
         88 PROGRAMS-DONE VALUE "Y".
       01 WS-PROGRAM-KNOWN PIC X VALUE "N".
         88 PROGRAM-KNOWN VALUE "Y".
       01 WS-CONFIRM PIC X VALUE SPACES.

      *the exceptions report
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-REPORT-LINES PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZZZ9.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-EXCEPTION-DETAIL.
           05 EXD-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 EXD-TIME PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 EXD-PROGRAM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 EXD-OPERATOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 EXD-ACTION PIC X(20).
           05 FILLER PIC X(14) VALUE SPACES.

      *shared print-spool index record
       copy spoolws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(30) VALUE SPACES.

      *shared operator sign-on
       copy opsignws.

      *shared sign-on bulletin data
       copy bltnws.

      *shared per-program entitlements and the outage calendar
       copy entlws.

      *shared change-freeze calendar
       copy frzws.

      *central suite configuration
       copy cfgws.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
           MOVE "STARTED" TO WS-OUTCOME.
           PERFORM write-suite-audit.
           PERFORM SHOW-SIGNON-BULLETINS.
           MOVE "FREEZE_MAINT" TO WS-ENTL-PROGRAM.
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
               DISPLAY "ERROR! CHANGE-FREEZE CALENDAR MAINTENANCE IS "
                   "RESTRICTED TO SUPERVISORS."
               MOVE "DENIED" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           PERFORM LOAD-FREEZE-TABLE.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       LOAD-FREEZE-TABLE.
           MOVE 0 TO WS-FREEZE-COUNT
           MOVE "N" TO WS-FRZ-EOF
           OPEN INPUT FREEZE-FILE
           IF WS-FRZ-STATUS = "00"
               PERFORM LOAD-NEXT-FREEZE UNTIL AT-FRZ-EOF
               CLOSE FREEZE-FILE
           END-IF.

       LOAD-NEXT-FREEZE.
           READ FREEZE-FILE
               AT END MOVE "Y" TO WS-FRZ-EOF
           END-READ
           IF NOT AT-FRZ-EOF
               IF FREEZE-RECORD NOT = SPACES
                       AND WS-FREEZE-COUNT < 50
                   ADD 1 TO WS-FREEZE-COUNT
                   MOVE FREEZE-RECORD
                       TO WS-FREEZE-ENTRY(WS-FREEZE-COUNT)
               END-IF
           END-IF.

       SAVE-FREEZE-TABLE.
           OPEN OUTPUT FREEZE-FILE
           PERFORM SAVE-NEXT-FREEZE
               VARYING WS-FREEZE-IDX FROM 1 BY 1
               UNTIL WS-FREEZE-IDX > WS-FREEZE-COUNT
           CLOSE FREEZE-FILE.

       SAVE-NEXT-FREEZE.
           IF WS-FREEZE-ENTRY(WS-FREEZE-IDX) NOT = SPACES
               MOVE WS-FREEZE-ENTRY(WS-FREEZE-IDX) TO FREEZE-RECORD
               WRITE FREEZE-RECORD
           END-IF.

       GET-FUNCTION.
           DISPLAY " "
           DISPLAY "CHANGE-FREEZE CALENDAR MAINTENANCE"
           DISPLAY "L LIST THE FREEZES"
           DISPLAY "A ADD A FREEZE"
           DISPLAY "C CHANGE A FREEZE"
           DISPLAY "D DELETE A FREEZE"
           DISPLAY "E PRINT THE FREEZE EXCEPTIONS REPORT"
           DISPLAY "X EXIT"
           ACCEPT WS-FUNCTION-PICK
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PICK)
               TO WS-FUNCTION-PICK

           EVALUATE WS-FUNCTION-PICK
               WHEN "L"
                   PERFORM LIST-FREEZES
               WHEN "A"
                   PERFORM ADD-FREEZE
               WHEN "C"
                   PERFORM CHANGE-FREEZE
               WHEN "D"
                   PERFORM DELETE-FREEZE
               WHEN "E"
                   PERFORM PRINT-EXCEPTIONS-REPORT
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER
                   DISPLAY ERRMSG-GENERIC
                   MOVE "E001" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
           END-EVALUATE
           PERFORM GET-FUNCTION.

       LIST-FREEZES.
           IF WS-FREEZE-COUNT = 0
               DISPLAY "NO FREEZES ON THE CALENDAR."
           END-IF
           PERFORM LIST-NEXT-FREEZE
               VARYING WS-FREEZE-IDX FROM 1 BY 1
               UNTIL WS-FREEZE-IDX > WS-FREEZE-COUNT.

       LIST-NEXT-FREEZE.
           MOVE WS-FREEZE-ENTRY(WS-FREEZE-IDX) TO FREEZE-RECORD
           DISPLAY WS-FREEZE-IDX " FROM " FRZ-START-DATE " TO "
               FRZ-END-DATE " " FRZ-REASON
           IF FRZ-PROGRAM-LIST = SPACES
               DISPLAY "   FREEZES: ALL MAINTENANCE PROGRAMS"
           ELSE
               DISPLAY "   FREEZES: " FRZ-PROGRAM-LIST
           END-IF.

       GET-FREEZE-NUMBER.
           MOVE 0 TO WS-FREEZE-HIT
           DISPLAY "ENTER THE FREEZE NUMBER FROM THE LIST: "
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
               MOVE WS-PICK-EDIT TO WS-FREEZE-HIT
               IF WS-FREEZE-HIT < 1 OR WS-FREEZE-HIT > WS-FREEZE-COUNT
                   DISPLAY "ERROR! NO FREEZE NUMBER " WS-PICK-EDIT
                       " ON THE CALENDAR."
                   MOVE 0 TO WS-FREEZE-HIT
               END-IF
           END-IF.

       GET-START-DATE.
           DISPLAY "FIRST DAY FROZEN (YYYYMMDD): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           PERFORM CHECK-DATE-ENTRY
           IF WS-DATE-RAW = SPACES
               PERFORM GET-START-DATE
           ELSE
               MOVE WS-DATE-RAW TO WS-NEW-START-DATE
           END-IF.

      *the last day is frozen too - it may be the first day, for a
      *one-day freeze, but not before it
       GET-END-DATE.
           DISPLAY "LAST DAY FROZEN (YYYYMMDD): "
           MOVE SPACES TO WS-DATE-RAW
           ACCEPT WS-DATE-RAW
           PERFORM CHECK-DATE-ENTRY
           IF WS-DATE-RAW = SPACES
               PERFORM GET-END-DATE
           ELSE
               MOVE WS-DATE-RAW TO WS-NEW-END-DATE
               IF WS-NEW-END-DATE < WS-NEW-START-DATE
                   DISPLAY "ERROR! THE FREEZE CANNOT END BEFORE IT "
                       "STARTS."
                   PERFORM GET-END-DATE
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

       GET-FREEZE-REASON.
           DISPLAY "ENTER THE REASON (UP TO 30 CHARACTERS): "
           MOVE SPACES TO WS-NEW-REASON
           ACCEPT WS-NEW-REASON
           IF WS-NEW-REASON = SPACES
               DISPLAY ERRMSG-NOTHING-ENTERED
               MOVE "E003" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               PERFORM GET-FREEZE-REASON
           END-IF.

      *programs are named the way they sign the audit trail; a
      *blank first answer (or ALL) freezes every one of them
       GET-FROZEN-PROGRAMS.
           MOVE SPACES TO WS-NEW-PROGRAM-LIST
           MOVE "N" TO WS-PROGRAMS-DONE
           DISPLAY "ENTER UP TO 8 PROGRAMS FROZEN, ONE AT A TIME - "
               "BLANK TO FINISH (NONE FOR ALL OF THEM): "
           DISPLAY "  ADD01_STORD CFG_MAINT ENTL_MAINT HELP_MAINT"
           DISPLAY "  MENU01_APPR MENU01_MAINT OPER_MAINT PREF_MAINT"
           PERFORM GET-NEXT-FROZEN-PROGRAM
               VARYING WS-PROGRAM-IDX FROM 1 BY 1
               UNTIL WS-PROGRAM-IDX > 8 OR PROGRAMS-DONE.

       GET-NEXT-FROZEN-PROGRAM.
           DISPLAY "PROGRAM " WS-PROGRAM-IDX ": "
           MOVE SPACES TO WS-NEW-PROGRAM
           ACCEPT WS-NEW-PROGRAM
           MOVE FUNCTION UPPER-CASE(WS-NEW-PROGRAM) TO WS-NEW-PROGRAM
           IF WS-NEW-PROGRAM = SPACES
               MOVE "Y" TO WS-PROGRAMS-DONE
           ELSE
               PERFORM CHECK-FROZEN-PROGRAM
               IF PROGRAM-KNOWN
                   MOVE WS-NEW-PROGRAM
                       TO WS-NEW-PROGRAM-NAME(WS-PROGRAM-IDX)
               ELSE
                   DISPLAY "ERROR! " WS-NEW-PROGRAM " IS NOT A "
                       "MAINTENANCE PROGRAM A FREEZE CAN NAME."
                   PERFORM GET-NEXT-FROZEN-PROGRAM
               END-IF
           END-IF.

       CHECK-FROZEN-PROGRAM.
           MOVE "N" TO WS-PROGRAM-KNOWN
           IF WS-NEW-PROGRAM = "ALL"
               MOVE "Y" TO WS-PROGRAM-KNOWN
           END-IF
           PERFORM CHECK-NEXT-KNOWN-PROGRAM
               VARYING WS-FRZ-IDX FROM 1 BY 1
               UNTIL WS-FRZ-IDX > WS-FRZ-KNOWN-COUNT.

       CHECK-NEXT-KNOWN-PROGRAM.
           IF WS-FRZ-KNOWN-NAME(WS-FRZ-IDX) = WS-NEW-PROGRAM
               MOVE "Y" TO WS-PROGRAM-KNOWN
           END-IF.

       ADD-FREEZE.
           IF WS-FREEZE-COUNT >= 50
               DISPLAY "ERROR! THE FREEZE CALENDAR IS FULL - DELETE "
                   "AN OLD FREEZE FIRST."
           ELSE
               PERFORM GET-START-DATE
               PERFORM GET-END-DATE
               PERFORM GET-FREEZE-REASON
               PERFORM GET-FROZEN-PROGRAMS
               ADD 1 TO WS-FREEZE-COUNT
               MOVE WS-FREEZE-COUNT TO WS-FREEZE-HIT
               PERFORM STORE-FREEZE
               PERFORM SAVE-FREEZE-TABLE
               DISPLAY "FREEZE ADDED."
               MOVE SPACES TO WS-OUTCOME
               STRING "* FREEZE ADD " DELIMITED BY SIZE
                       WS-NEW-START-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NEW-END-DATE DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           END-IF.

       STORE-FREEZE.
           MOVE SPACES TO FREEZE-RECORD
           MOVE WS-NEW-START-DATE TO FRZ-START-DATE
           MOVE WS-NEW-END-DATE TO FRZ-END-DATE
           MOVE WS-NEW-REASON TO FRZ-REASON
           IF WS-NEW-PROGRAM-NAME(1) NOT = "ALL"
               MOVE WS-NEW-PROGRAM-LIST TO FRZ-PROGRAM-LIST
           END-IF
           MOVE FREEZE-RECORD TO WS-FREEZE-ENTRY(WS-FREEZE-HIT).

      *every detail is keyed again, with the old freeze shown
       CHANGE-FREEZE.
           PERFORM GET-FREEZE-NUMBER
           IF WS-FREEZE-HIT > 0
               MOVE WS-FREEZE-HIT TO WS-FREEZE-IDX
               PERFORM LIST-NEXT-FREEZE
               PERFORM GET-START-DATE
               PERFORM GET-END-DATE
               PERFORM GET-FREEZE-REASON
               PERFORM GET-FROZEN-PROGRAMS
               PERFORM STORE-FREEZE
               PERFORM SAVE-FREEZE-TABLE
               DISPLAY "FREEZE CHANGED."
               MOVE SPACES TO WS-OUTCOME
               STRING "* FREEZE CHANGE " DELIMITED BY SIZE
                       WS-NEW-START-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NEW-END-DATE DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           END-IF.

       DELETE-FREEZE.
           PERFORM GET-FREEZE-NUMBER
           IF WS-FREEZE-HIT > 0
               MOVE WS-FREEZE-HIT TO WS-FREEZE-IDX
               PERFORM LIST-NEXT-FREEZE
               DISPLAY "DELETE THIS FREEZE? ENTER Y TO CONFIRM: "
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM = "Y"
                   MOVE SPACES TO WS-OUTCOME
                   STRING "* FREEZE DELETE " DELIMITED BY SIZE
                           FRZ-START-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FRZ-END-DATE DELIMITED BY SIZE
                       INTO WS-OUTCOME
                   END-STRING
                   MOVE SPACES TO WS-FREEZE-ENTRY(WS-FREEZE-HIT)
                   PERFORM SAVE-FREEZE-TABLE
                   PERFORM LOAD-FREEZE-TABLE
                   DISPLAY "FREEZE DELETED."
                   PERFORM write-suite-audit
               END-IF
           END-IF.

      *every emergency change made during a freeze, oldest first,
      *each with the reason the supervisor keyed
       PRINT-EXCEPTIONS-REPORT.
           MOVE 0 TO WS-REPORT-LINES
           MOVE 0 TO WS-EXCEPTION-COUNT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           STRING "CHANGE FREEZE EXCEPTIONS REPORT - " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "DATE     TIME PROGRAM              OPERATOR   CHANGE"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "N" TO WS-FRZ-EOF
           OPEN INPUT FREEZE-EXCEPTION-FILE
           IF WS-FRZX-STATUS = "00"
               PERFORM REPORT-NEXT-EXCEPTION UNTIL AT-FRZ-EOF
               CLOSE FREEZE-EXCEPTION-FILE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-PRINT
           STRING "EMERGENCY CHANGES: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           MOVE "FRZEXRPT.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = (WS-REPORT-LINES + 59) / 60
           PERFORM REGISTER-SPOOL-REPORT
           DISPLAY "FREEZE EXCEPTIONS REPORT WRITTEN TO FRZEXRPT.DAT"
               " - " WS-COUNT-PRINT " EMERGENCY CHANGES."
           MOVE "FREEZE REPORT" TO WS-OUTCOME
           PERFORM write-suite-audit.

       REPORT-NEXT-EXCEPTION.
           READ FREEZE-EXCEPTION-FILE
               AT END MOVE "Y" TO WS-FRZ-EOF
           END-READ
           IF NOT AT-FRZ-EOF
               IF FREEZE-EXCEPTION-RECORD NOT = SPACES
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE FRZX-DATE TO EXD-DATE
                   MOVE FRZX-TIME TO EXD-TIME
                   MOVE FRZX-PROGRAM TO EXD-PROGRAM
                   MOVE FRZX-OPERATOR TO EXD-OPERATOR
                   MOVE FRZX-ACTION TO EXD-ACTION
                   MOVE WS-EXCEPTION-DETAIL TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   STRING "              REASON: " DELIMITED BY SIZE
                           FRZX-REASON DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-REPORT-LINES
           MOVE SPACES TO WS-REPORT-LINE.

       copy errlog replacing ==:PROGRAM-NAME:== by =="FREEZE_MAINT"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy spoolreg.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="FREEZE_MAINT"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program freeze_maint.
