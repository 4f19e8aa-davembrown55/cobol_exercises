           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy frzsel.
           copy cfgsel.
           copy rdysel.

       data division.
       file section.

       copy entlfd.

       copy frzfd.

       copy cfgfd.

       copy rdyfd.

       working-storage section.
       copy errmsgs.


      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(30) VALUE SPACES.

      *shared operator sign-on
       copy opsignws.
      *shared per-program entitlements
       copy entlws.

      *shared change-freeze calendar
       copy frzws.

      *central suite configuration
       copy cfgws.

      *shared trainee readiness
       copy rdyws.
       01 WS-PROMOTE-OK PIC X VALUE "N".
         88 PROMOTION-ALLOWED VALUE "Y".
       01 WS-OVERRIDE-REASON PIC X(40) VALUE SPACES.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
               DISPLAY "WARNING! ONLY THE FIRST 500 OPERATORS ARE "
                   "LISTED - CHANGES STILL APPLY DIRECTLY."
           END-IF
           MOVE "OPER_MAINT" TO WS-FRZ-PROGRAM.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM.

           EVALUATE WS-FUNCTION-PICK
               WHEN "A"
                   MOVE "ADD OPERATOR" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM ADD-OPERATOR
                   END-IF
               WHEN "C"
                   MOVE "CHANGE NAME" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM CHANGE-OPERATOR-NAME
                   END-IF
               WHEN "D"
                   MOVE "DEACTIVATE OPERATOR" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM DEACTIVATE-OPERATOR
                   END-IF
               WHEN "R"
                   MOVE "REACTIVATE OPERATOR" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM REACTIVATE-OPERATOR
                   END-IF
               WHEN "P"
                   MOVE "CHANGE ROLE" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM CHANGE-OPERATOR-ROLE
                   END-IF
               WHEN "W"
                   MOVE "SET PASSWORD" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM SET-OPERATOR-PASSWORD
                   END-IF
               WHEN "G"
                   MOVE "SET LANGUAGE" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM SET-OPERATOR-LANGUAGE
                   END-IF
               WHEN "L"
                   PERFORM LIST-OPERATORS
               WHEN "X"
           ELSE
               DISPLAY "CURRENT ROLE: " WS-OPER-ROLE(WS-OPER-HIT)
               PERFORM GET-NEW-ROLE
               MOVE "Y" TO WS-PROMOTE-OK
               IF WS-OPER-ROLE(WS-OPER-HIT) = "T"
                       AND WS-NEW-ROLE NOT = "T"
                   PERFORM CHECK-TRAINEE-READINESS
               END-IF
               IF PROMOTION-ALLOWED
                   MOVE WS-NEW-ROLE TO WS-OPER-ROLE(WS-OPER-HIT)
                   PERFORM APPLY-OPERATOR-CHANGE
                   PERFORM LOG-OPERATOR-CHANGE-ROLE
               ELSE
                   DISPLAY "ROLE NOT CHANGED."
               END-IF
           END-IF.

      *a trainee moves up only on the evidence the readiness run
      *last gathered, or on a supervisor's override with a reason,
      *which goes on the readiness record and the audit trail
       CHECK-TRAINEE-READINESS.
           MOVE "N" TO WS-PROMOTE-OK
           PERFORM LOAD-READINESS-TABLE
           MOVE WS-PICK-ID TO WS-RDY-WANTED
           PERFORM FIND-READINESS
           IF WS-RDY-HIT = 0
               DISPLAY "NO READINESS RECORD FOR " WS-PICK-ID
                   " - RUN THE TRAINEE READINESS REPORT FIRST."
           ELSE
               IF RDY-CRITERIA-MET
                   DISPLAY "READINESS CRITERIA MET AS AT "
                       RDY-EVAL-DATE "."
                   MOVE "Y" TO WS-PROMOTE-OK
               ELSE
                   DISPLAY "READINESS CRITERIA NOT MET AS AT "
                       RDY-EVAL-DATE ":"
                   DISPLAY "  ADD01 PRACTICE SESSIONS " RDY-SESSIONS
                       "  RECENT ERRORS " RDY-ERRORS
                   DISPLAY "  BRIEFINGS CLEARED " RDY-BRIEFS-PASSED
                       " OF " RDY-BRIEFS-DUE
                       "  TABLES MASTERED " RDY-TABLES
               END-IF
           END-IF
           IF NOT PROMOTION-ALLOWED
               PERFORM GET-PROMOTION-OVERRIDE
           END-IF.

       GET-PROMOTION-OVERRIDE.
           DISPLAY "ENTER THE REASON FOR PROMOTING REGARDLESS, OR "
               "BLANK TO LEAVE THE ROLE: "
           MOVE SPACES TO WS-OVERRIDE-REASON
           ACCEPT WS-OVERRIDE-REASON
           IF WS-OVERRIDE-REASON NOT = SPACES
               IF WS-RDY-HIT = 0
                   IF WS-RDY-COUNT < 200
                       INITIALIZE WS-READINESS-REC
                       MOVE WS-PICK-ID TO RDY-OPERATOR
                       MOVE "N" TO RDY-MET
                       ADD 1 TO WS-RDY-COUNT
                       MOVE WS-RDY-COUNT TO WS-RDY-HIT
                   ELSE
                       DISPLAY "ERROR! THE READINESS FILE IS FULL."
                   END-IF
               END-IF
           END-IF
           IF WS-OVERRIDE-REASON NOT = SPACES AND WS-RDY-HIT > 0
               MOVE WS-OPERATOR-ID TO RDY-OVERRIDE-BY
               ACCEPT RDY-OVERRIDE-DATE FROM DATE YYYYMMDD
               MOVE WS-OVERRIDE-REASON TO RDY-OVERRIDE-REASON
               MOVE WS-READINESS-REC TO WS-RDY-ENTRY(WS-RDY-HIT)
               PERFORM SAVE-READINESS-TABLE
               MOVE "Y" TO WS-PROMOTE-OK
               MOVE SPACES TO WS-OUTCOME
               STRING "* PROMOTE OVERRIDE " DELIMITED BY SIZE
                       WS-PICK-ID DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           END-IF.

       LOG-OPERATOR-CHANGE-ROLE.

       copy entlchk.

       copy frzchk.

       copy opsignon.

       copy rdyp.

       end program oper_maint.
