       program-id. Program7 as "menu01.Program7".

      *translation coverage for the message file - every message is
      *checked against every language in use, and a language whose
      *variant is missing, or was approved before the english text
      *last changed, is listed on MENUCOV.DAT and written to the
      *worklist MENUXLAT.DAT for the translation bureau.  the
      *languages are those named in the MSG-LANGUAGES parameter
      *(codes separated by spaces or commas), any an operator has
      *chosen, and any already on the variant file; the default
      *language EN is the base text itself.  the english change
      *dates come from the approved add and change lines on
      *MENUAUD.DAT, the variant dates from the variant file.
      *the bureau fills in the last column of the worklist and the
      *import program queues each translation for approval.

       environment division.
       input-output section.
       file-control.
           select message-file assign to "MENUMSG.DAT"
               organization is indexed
               access mode is dynamic
               record key is MSG-KEY
               file status is WS-MSG-STATUS.
           select variant-file assign to "MENUMSGV.DAT"
               organization is line sequential
               file status is WS-VARIANT-STATUS.
           select audit-file assign to "MENUAUD.DAT"
               organization is line sequential
               file status is WS-AUDIT-STATUS.
           select coverage-report-file assign to "MENUCOV.DAT"
               organization is line sequential
               file status is WS-COVERAGE-STATUS.
           select worklist-file assign to "MENUXLAT.DAT"
               organization is line sequential
               file status is WS-WORKLIST-STATUS.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.

       data division.
       file section.
       fd  message-file.
       01 message-record.
           05 MSG-KEY pic 9(2).
           05 MSG-CATEGORY pic x(15).
           05 MSG-TEXT pic x(30).
           05 MSG-EFF-FROM pic 9(8).
           05 MSG-EFF-TO pic 9(8).

       fd  variant-file.
       01 variant-record.
           05 VAR-KEY pic x(2).
           05 filler pic x.
           05 VAR-LANG pic x(2).
           05 filler pic x.
           05 VAR-TEXT pic x(30).
           05 filler pic x.
           05 VAR-DATE pic x(8).

       fd  audit-file.
       01 audit-record.
           05 AUD-MARK pic x(3).
           05 AUD-ACTION pic x(6).
           05 filler pic x.
           05 AUD-KEY pic x(2).
           05 filler pic x(14).
           05 AUD-DISPOSITION pic x(4).
           05 filler pic x(11).
           05 AUD-DATE pic x(8).
           05 filler pic x(11).

       fd  coverage-report-file.
       01 coverage-report-record pic x(80).

      *one line per missing or out-of-date variant - the bureau
      *fills in XLT-TRANSLATION and sends the file back
       fd  worklist-file.
       01 worklist-record.
           05 XLT-KEY pic 9(2).
           05 filler pic x.
           05 XLT-LANG pic x(2).
           05 filler pic x.
           05 XLT-STATUS pic x(7).
           05 filler pic x.
           05 XLT-ENGLISH pic x(30).
           05 filler pic x.
           05 XLT-CURRENT pic x(30).
           05 filler pic x.
           05 XLT-TRANSLATION pic x(30).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       01 WS-MSG-STATUS PIC XX VALUE SPACES.
       01 WS-VARIANT-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       01 WS-COVERAGE-STATUS PIC XX VALUE SPACES.
       01 WS-WORKLIST-STATUS PIC XX VALUE SPACES.
       01 WS-MSG-EOF PIC X VALUE "N".
         88 AT-MSG-EOF VALUE "Y".
       01 WS-VARIANT-EOF PIC X VALUE "N".
         88 AT-VARIANT-EOF VALUE "Y".
       01 WS-AUDIT-EOF PIC X VALUE "N".
         88 AT-AUDIT-EOF VALUE "Y".
       01 WS-OPER-EOF PIC X VALUE "N".
         88 AT-OPER-EOF VALUE "Y".

      *the operator master as this run reads it - only the
      *language preference is wanted
       01 WS-OPERATOR-IN-REC.
           05 FILLER PIC X(49).
           05 WS-OPERATOR-IN-LANG PIC X(2).
           05 FILLER PIC X(40).

      *the variants on file
       01 WS-VARIANT-TABLE.
           05 WS-VARIANT-ENTRY OCCURS 200 TIMES.
               10 WS-VAR-KEY PIC X(2).
               10 WS-VAR-LANG PIC X(2).
               10 WS-VAR-TEXT PIC X(30).
               10 WS-VAR-DATE PIC X(8).
       01 WS-VARIANT-COUNT PIC 9(3) VALUE 0.
       01 WS-VARIANT-IDX PIC 9(3) VALUE 0.
       01 WS-VARIANT-HIT PIC 9(3) VALUE 0.

      *when each message's english text was last approved, by key
       01 WS-TEXT-CHANGES.
           05 WS-TEXT-CHANGED PIC 9(8) OCCURS 99 TIMES.
       01 WS-AUDIT-KEY PIC 99 VALUE 0.

      *the languages a variant is expected in
       01 WS-LANGUAGE-TABLE.
           05 WS-LANGUAGE PIC X(2) OCCURS 20 TIMES.
       01 WS-LANGUAGE-COUNT PIC 99 VALUE 0.
       01 WS-LANGUAGE-IDX PIC 99 VALUE 0.
       01 WS-LANGUAGE-HIT PIC 99 VALUE 0.
       01 WS-NEW-LANG PIC X(2) VALUE SPACES.
       01 WS-CFG-LANGS.
           05 WS-CFG-LANG PIC X(2) OCCURS 5 TIMES.
       01 WS-CFG-LANG-IDX PIC 9 VALUE 0.

       01 WS-COVER-STATE PIC X(7) VALUE SPACES.
         88 VARIANT-CURRENT VALUE "CURRENT".
       01 WS-KEY-TEXT PIC X(2) VALUE SPACES.
       01 WS-MESSAGE-COUNT PIC 9(3) VALUE 0.
       01 WS-CURRENT-COUNT PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
       01 WS-STALE-COUNT PIC 9(5) VALUE 0.
       01 WS-UNDATED-COUNT PIC 9(5) VALUE 0.
       01 WS-WORKLIST-COUNT PIC 9(5) VALUE 0.
       01 WS-COUNT-PRINT PIC Z(4)9.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-REPORT-PTR PIC 99 VALUE 1.

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
           MOVE "MENU01" TO WS-ENTL-PROGRAM.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-VARIANTS.
           PERFORM LOAD-TEXT-CHANGES.
           PERFORM LOAD-LANGUAGES.
           IF WS-LANGUAGE-COUNT = 0
               DISPLAY "NO LANGUAGES IN USE BESIDES THE DEFAULT - "
                   "NOTHING TO TRANSLATE."
               MOVE "NO LANGUAGES" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               goback
           END-IF.
           OPEN INPUT MESSAGE-FILE
           IF WS-MSG-STATUS NOT = "00"
               DISPLAY "ERROR! NO MESSAGE FILE ON THIS MACHINE."
               MOVE "NO MESSAGE FILE" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           OPEN OUTPUT COVERAGE-REPORT-FILE
           OPEN OUTPUT WORKLIST-FILE
           PERFORM WRITE-COVERAGE-HEADING.
           MOVE "N" TO WS-MSG-EOF
           MOVE 0 TO MSG-KEY
           START MESSAGE-FILE KEY IS NOT LESS THAN MSG-KEY
               INVALID KEY MOVE "Y" TO WS-MSG-EOF
           END-START
           PERFORM CHECK-NEXT-MESSAGE UNTIL AT-MSG-EOF.
           PERFORM WRITE-COVERAGE-SUMMARY.
           CLOSE MESSAGE-FILE
           CLOSE COVERAGE-REPORT-FILE
           CLOSE WORKLIST-FILE
           MOVE WS-WORKLIST-COUNT TO WS-COUNT-PRINT
           DISPLAY "COVERAGE WRITTEN TO MENUCOV.DAT"
           DISPLAY "TRANSLATIONS WANTED: " WS-COUNT-PRINT
               " - WORKLIST WRITTEN TO MENUXLAT.DAT"
           MOVE "* XLATE WORKLIST" TO WS-OUTCOME
           PERFORM write-suite-audit
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       LOAD-VARIANTS.
           MOVE 0 TO WS-VARIANT-COUNT
           MOVE "N" TO WS-VARIANT-EOF
           OPEN INPUT VARIANT-FILE
           IF WS-VARIANT-STATUS = "00"
               PERFORM LOAD-NEXT-VARIANT UNTIL AT-VARIANT-EOF
               CLOSE VARIANT-FILE
           END-IF.

       LOAD-NEXT-VARIANT.
           READ VARIANT-FILE
               AT END MOVE "Y" TO WS-VARIANT-EOF
           END-READ
           IF NOT AT-VARIANT-EOF
               IF VARIANT-RECORD NOT = SPACES
                       AND WS-VARIANT-COUNT < 200
                   ADD 1 TO WS-VARIANT-COUNT
                   MOVE VAR-KEY TO WS-VAR-KEY(WS-VARIANT-COUNT)
                   MOVE FUNCTION UPPER-CASE(VAR-LANG)
                       TO WS-VAR-LANG(WS-VARIANT-COUNT)
                   MOVE VAR-TEXT TO WS-VAR-TEXT(WS-VARIANT-COUNT)
                   MOVE VAR-DATE TO WS-VAR-DATE(WS-VARIANT-COUNT)
               END-IF
           END-IF.

      *an approved add or change is the english text changing; the
      *selection lines menu01 writes start with their own key and
      *are passed over
       LOAD-TEXT-CHANGES.
           INITIALIZE WS-TEXT-CHANGES
           MOVE "N" TO WS-AUDIT-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM NOTE-NEXT-TEXT-CHANGE UNTIL AT-AUDIT-EOF
               CLOSE AUDIT-FILE
           END-IF.

       NOTE-NEXT-TEXT-CHANGE.
           READ AUDIT-FILE
               AT END MOVE "Y" TO WS-AUDIT-EOF
           END-READ
           IF NOT AT-AUDIT-EOF
               IF AUD-MARK = "00 "
                       AND (AUD-ACTION = "ADD" OR AUD-ACTION = "CHANGE")
                       AND AUD-DISPOSITION = " OK "
                       AND AUD-KEY IS NUMERIC
                       AND AUD-DATE IS NUMERIC
                   MOVE AUD-KEY TO WS-AUDIT-KEY
                   IF WS-AUDIT-KEY > 0
                       IF AUD-DATE > WS-TEXT-CHANGED(WS-AUDIT-KEY)
                           MOVE AUD-DATE
                               TO WS-TEXT-CHANGED(WS-AUDIT-KEY)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-LANGUAGES.
           MOVE 0 TO WS-LANGUAGE-COUNT
           MOVE "MSG-LANGUAGES" TO WS-CFG-WANTED-NAME
           PERFORM GET-SUITE-PARAMETER
           IF CONFIG-FOUND
               MOVE SPACES TO WS-CFG-LANGS
               UNSTRING WS-CFG-VALUE DELIMITED BY ALL SPACE OR ","
                   INTO WS-CFG-LANG(1) WS-CFG-LANG(2)
                       WS-CFG-LANG(3) WS-CFG-LANG(4)
                       WS-CFG-LANG(5)
               END-UNSTRING
               PERFORM ADD-CONFIGURED-LANGUAGE
                   VARYING WS-CFG-LANG-IDX FROM 1 BY 1
                   UNTIL WS-CFG-LANG-IDX > 5
           END-IF
           MOVE "N" TO WS-OPER-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "00"
               PERFORM NOTE-NEXT-OPERATOR-LANGUAGE UNTIL AT-OPER-EOF
               CLOSE OPERATOR-FILE
           END-IF
           PERFORM NOTE-NEXT-VARIANT-LANGUAGE
               VARYING WS-VARIANT-IDX FROM 1 BY 1
               UNTIL WS-VARIANT-IDX > WS-VARIANT-COUNT.

       ADD-CONFIGURED-LANGUAGE.
           MOVE FUNCTION UPPER-CASE(WS-CFG-LANG(WS-CFG-LANG-IDX))
               TO WS-NEW-LANG
           PERFORM ADD-LANGUAGE.

       NOTE-NEXT-OPERATOR-LANGUAGE.
           READ OPERATOR-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-OPER-EOF
           END-READ
           IF NOT AT-OPER-EOF
               MOVE OPERATOR-RECORD TO WS-OPERATOR-IN-REC
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-IN-LANG)
                   TO WS-NEW-LANG
               PERFORM ADD-LANGUAGE
           END-IF.

       NOTE-NEXT-VARIANT-LANGUAGE.
           MOVE WS-VAR-LANG(WS-VARIANT-IDX) TO WS-NEW-LANG
           PERFORM ADD-LANGUAGE.

       ADD-LANGUAGE.
           IF WS-NEW-LANG NOT = SPACES AND WS-NEW-LANG NOT = "EN"
               MOVE 0 TO WS-LANGUAGE-HIT
               PERFORM MATCH-NEXT-LANGUAGE
                   VARYING WS-LANGUAGE-IDX FROM 1 BY 1
                   UNTIL WS-LANGUAGE-IDX > WS-LANGUAGE-COUNT
               IF WS-LANGUAGE-HIT = 0 AND WS-LANGUAGE-COUNT < 20
                   ADD 1 TO WS-LANGUAGE-COUNT
                   MOVE WS-NEW-LANG TO WS-LANGUAGE(WS-LANGUAGE-COUNT)
               END-IF
           END-IF.

       MATCH-NEXT-LANGUAGE.
           IF WS-LANGUAGE(WS-LANGUAGE-IDX) = WS-NEW-LANG
               MOVE WS-LANGUAGE-IDX TO WS-LANGUAGE-HIT
           END-IF.

       WRITE-COVERAGE-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MESSAGE TRANSLATION COVERAGE  " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE COVERAGE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "LANGUAGES:" TO WS-REPORT-LINE
           MOVE 11 TO WS-REPORT-PTR
           PERFORM ADD-LANGUAGE-TO-HEADING
               VARYING WS-LANGUAGE-IDX FROM 1 BY 1
               UNTIL WS-LANGUAGE-IDX > WS-LANGUAGE-COUNT
           WRITE COVERAGE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE COVERAGE-REPORT-RECORD FROM WS-REPORT-LINE.

       ADD-LANGUAGE-TO-HEADING.
           STRING " " DELIMITED BY SIZE
                   WS-LANGUAGE(WS-LANGUAGE-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.

       CHECK-NEXT-MESSAGE.
           READ MESSAGE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-MSG-EOF
           END-READ
           IF NOT AT-MSG-EOF
               ADD 1 TO WS-MESSAGE-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MESSAGE " DELIMITED BY SIZE
                       MSG-KEY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       MSG-TEXT DELIMITED BY SIZE
                       "  CHANGED " DELIMITED BY SIZE
                       WS-TEXT-CHANGED(MSG-KEY) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               IF WS-TEXT-CHANGED(MSG-KEY) = 0
                   MOVE "  NO CHANGE ON RECORD"
                       TO WS-REPORT-LINE(43:)
               END-IF
               WRITE COVERAGE-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM CHECK-MESSAGE-LANGUAGE
                   VARYING WS-LANGUAGE-IDX FROM 1 BY 1
                   UNTIL WS-LANGUAGE-IDX > WS-LANGUAGE-COUNT
           END-IF.

      *a variant approved the same day as the english change is
      *taken as current; a variant with no date can only be called
      *current when no english change is on record
       CHECK-MESSAGE-LANGUAGE.
           MOVE MSG-KEY TO WS-KEY-TEXT
           MOVE 0 TO WS-VARIANT-HIT
           PERFORM MATCH-NEXT-VARIANT
               VARYING WS-VARIANT-IDX FROM 1 BY 1
               UNTIL WS-VARIANT-IDX > WS-VARIANT-COUNT
           EVALUATE TRUE
               WHEN WS-VARIANT-HIT = 0
                   MOVE "MISSING" TO WS-COVER-STATE
                   ADD 1 TO WS-MISSING-COUNT
               WHEN WS-TEXT-CHANGED(MSG-KEY) = 0
                   MOVE "CURRENT" TO WS-COVER-STATE
                   ADD 1 TO WS-CURRENT-COUNT
               WHEN WS-VAR-DATE(WS-VARIANT-HIT) IS NOT NUMERIC
                   MOVE "UNDATED" TO WS-COVER-STATE
                   ADD 1 TO WS-UNDATED-COUNT
               WHEN WS-VAR-DATE(WS-VARIANT-HIT)
                       < WS-TEXT-CHANGED(MSG-KEY)
                   MOVE "STALE" TO WS-COVER-STATE
                   ADD 1 TO WS-STALE-COUNT
               WHEN OTHER
                   MOVE "CURRENT" TO WS-COVER-STATE
                   ADD 1 TO WS-CURRENT-COUNT
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                   WS-LANGUAGE(WS-LANGUAGE-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-COVER-STATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           IF WS-VARIANT-HIT > 0
               STRING "  " DELIMITED BY SIZE
                       WS-VAR-TEXT(WS-VARIANT-HIT) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-VAR-DATE(WS-VARIANT-HIT) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE(16:)
               END-STRING
           END-IF
           WRITE COVERAGE-REPORT-RECORD FROM WS-REPORT-LINE
           IF NOT VARIANT-CURRENT
               PERFORM WRITE-WORKLIST-LINE
           END-IF.

       MATCH-NEXT-VARIANT.
           IF WS-VAR-KEY(WS-VARIANT-IDX) = WS-KEY-TEXT
                   AND WS-VAR-LANG(WS-VARIANT-IDX)
                       = WS-LANGUAGE(WS-LANGUAGE-IDX)
               MOVE WS-VARIANT-IDX TO WS-VARIANT-HIT
           END-IF.

       WRITE-WORKLIST-LINE.
           MOVE SPACES TO WORKLIST-RECORD
           MOVE MSG-KEY TO XLT-KEY
           MOVE WS-LANGUAGE(WS-LANGUAGE-IDX) TO XLT-LANG
           MOVE WS-COVER-STATE TO XLT-STATUS
           MOVE MSG-TEXT TO XLT-ENGLISH
           IF WS-VARIANT-HIT > 0
               MOVE WS-VAR-TEXT(WS-VARIANT-HIT) TO XLT-CURRENT
           END-IF
           WRITE WORKLIST-RECORD
           ADD 1 TO WS-WORKLIST-COUNT.

       WRITE-COVERAGE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE COVERAGE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-MESSAGE-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MESSAGES CHECKED: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE COVERAGE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CURRENT-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VARIANTS CURRENT: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE COVERAGE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VARIANTS MISSING: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE COVERAGE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-STALE-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VARIANTS STALE..: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   "  (APPROVED BEFORE THE ENGLISH TEXT LAST "
                       DELIMITED BY SIZE
                   "CHANGED)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE COVERAGE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-UNDATED-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VARIANTS UNDATED: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   "  (NO DATE, ENGLISH TEXT CHANGED SINCE)"
                       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE COVERAGE-REPORT-RECORD FROM WS-REPORT-LINE.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="MENU01_XLATE"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program Program7.
