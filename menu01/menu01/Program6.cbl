           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy frzsel.
           copy cfgsel.
           copy spelsel.

       data division.
       file section.
           05 VAR-LANG pic x(2).
           05 filler pic x value space.
           05 VAR-TEXT pic x(30).
      *when the variant was approved, so the translation coverage
      *report can tell a variant written before the english text
      *last changed; spaces on a variant from before the date
           05 filler pic x value space.
           05 VAR-DATE pic x(8).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy entlfd.

       copy frzfd.

       copy cfgfd.

       copy spelfd.

       working-storage section.
       copy errmsgs.

      *a variant is approved, the same pattern the configuration
      *maintenance uses
       01 WS-VARIANT-TABLE.
           05 WS-VARIANT-ENTRY PIC X(45) OCCURS 200 TIMES.
       01 WS-VARIANT-COUNT PIC 9(3) VALUE 0.
       01 WS-VARIANT-IDX PIC 9(3) VALUE 0.
       01 WS-VARIANT-HIT PIC 9(3) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(3) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZ9.

      *shared spelling gate - new wording is checked against the
      *word reference dictionary before it is applied
       copy nearws.
       copy spelws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
      *shared per-program entitlements
       copy entlws.

      *shared change-freeze calendar
       copy frzws.

      *central suite configuration
       copy cfgws.

               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           MOVE "MENU01_APPR" TO WS-FRZ-PROGRAM
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "NO CHANGES WAITING FOR APPROVAL."
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM LOAD-SPELL-REFERENCE
           IF NOT SPELL-CHECK-AVAILABLE
               MOVE "NO SPELL CHECK" TO WS-OUTCOME
               PERFORM write-suite-audit
           END-IF
           PERFORM REVIEW-NEXT-CHANGE.
           CLOSE PENDING-CHANGE-FILE
           CLOSE MESSAGE-FILE
               TO WS-DISPOSITION
           EVALUATE WS-DISPOSITION
               WHEN "A"
                   MOVE "APPLY " TO WS-FRZ-ACTION
                   MOVE WS-ACTION-WORD TO WS-FRZ-ACTION(7:6)
                   MOVE PND-KEY TO WS-FRZ-ACTION(14:2)
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM APPLY-CHANGE
                   ELSE
                       PERFORM KEEP-CHANGE
                   END-IF
               WHEN "R"
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM WRITE-APPROVAL-AUDIT-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM WRITE-APPROVAL-AUDIT-REJECTED
               WHEN OTHER
                   PERFORM CHECK-CHANGE-SPELLING
                   IF SPELLING-REJECTED
                       DISPLAY "WORDING NOT ACCEPTED - REJECT THE "
                           "CHANGE OR KEEP IT FOR THE REQUESTER."
                       PERFORM GET-DISPOSITION
                   ELSE
                       PERFORM APPLY-APPROVED-CHANGE
                   END-IF
           END-EVALUATE.

      *only wording that reaches the screens is checked - the new
      *text of an add, a change or a language variant
       CHECK-CHANGE-SPELLING.
           MOVE "Y" TO WS-SPELL-RESULT
           IF PND-ACTION = "A" OR PND-ACTION = "C"
                   OR PND-ACTION = "V"
               MOVE PND-TEXT TO WS-SPELL-TEXT
               PERFORM CHECK-SPELLING
           END-IF.

      *one line per flagged word the approver let through, so the
      *acceptance is on record beside the approval it belongs to
       RECORD-SPELLING-ACCEPTANCE.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO AUDIT-RECORD
           STRING "00 SPELL  " DELIMITED BY SIZE
                   PND-KEY DELIMITED BY SIZE
                   " OK " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SPELL-WORD DELIMITED BY SPACE
               INTO AUDIT-RECORD
           END-STRING
           WRITE AUDIT-RECORD.

       APPLY-APPROVED-CHANGE.
           EVALUATE PND-ACTION
               WHEN "A"
               PERFORM LOAD-NEXT-VARIANT UNTIL AT-VARIANT-EOF
               CLOSE VARIANT-FILE
           END-IF
           MOVE SPACES TO VARIANT-RECORD
           MOVE PND-KEY TO VAR-KEY
           MOVE PND-CATEGORY(1:2) TO VAR-LANG
           MOVE PND-TEXT TO VAR-TEXT
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           MOVE WS-AUDIT-DATE TO VAR-DATE
           MOVE 0 TO WS-VARIANT-HIT
           PERFORM MATCH-NEXT-VARIANT
               VARYING WS-VARIANT-IDX FROM 1 BY 1
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy spelchk.

       copy nearmtch.

       copy auditopen.

       copy auditlog replacing

       copy entlchk.

       copy frzchk.

       copy opsignon.

       end program Program6.
