       program-id. lic_review.

      *monthly licence review for the recital text items - every
      *rhyme in the jack_01 catalog, the man_from_peru limerick and
      *the refresher briefing is looked up on the source register
      *LICREG.DAT.  the report lists each item with no register
      *entry, each item whose licence runs out inside the warning
      *window (LICENCE-WARN-DAYS on the suite configuration, 60
      *unless set), and each item whose licence has already lapsed
      *and is being held back from the packs and the display, so
      *legal can renew or replace it before it drops out of print.

       environment division.
       input-output section.
       file-control.
           select rhyme-file assign to "RHYMES.DAT"
               organization is line sequential
               file status is WS-RHYME-STATUS.
           select limerick-file assign to "LIMERICK.DAT"
               organization is line sequential
               file status is WS-LIM-STATUS.
           select refresher-file assign to "REFRESH1.DAT"
               organization is line sequential
               file status is WS-REFRESH-STATUS.
           select review-report-file assign to "LICRVW.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           copy licsel.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy spoolsl.
           copy opersel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.

       data division.
       file section.
       fd  rhyme-file.
       01 rhyme-catalog-record.
           05 RC-RHYME-ID pic 99.
           05 RC-LINE-TEXT pic X(50).

       fd  limerick-file.
       01 limerick-record pic x(40).

       fd  refresher-file.
       01 refresher-record pic x(40).

       fd  review-report-file.
       01 review-report-record pic x(100).

       copy licfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy spoolfd.

       fd  operator-file.
       copy operfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       01 WS-RHYME-STATUS PIC XX VALUE SPACES.
       01 WS-LIM-STATUS PIC XX VALUE SPACES.
       01 WS-REFRESH-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-RHYME-EOF PIC X VALUE "N".
         88 AT-RHYME-EOF VALUE "Y".

      *which rhyme numbers the catalog actually holds
       01 WS-RHYME-USED-TABLE.
           05 WS-RHYME-USED PIC X OCCURS 99 TIMES.
       01 WS-RHYME-IDX PIC 999 VALUE 0.

       01 WS-WARN-DAYS PIC 9(3) VALUE 60.
       01 WS-DAYS-LEFT PIC S9(7) VALUE 0.
       01 WS-DAYS-PRINT PIC ZZZ9.
       01 WS-CHECKED-COUNT PIC 9(4) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(4) VALUE 0.
       01 WS-EXPIRING-COUNT PIC 9(4) VALUE 0.
       01 WS-LAPSED-COUNT PIC 9(4) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZZ9.
       01 WS-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-REPORT-LINES PIC 9(6) VALUE 0.

      *one item's line on the report
       01 WS-ITEM-LINE.
           05 ITM-LIBRARY PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ITM-ITEM PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 ITM-SOURCE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 ITM-TYPE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 ITM-FINDING PIC X(40).

      *source and licence register
       copy licws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(32) VALUE SPACES.

      *shared print-spool registration
       copy spoolws.

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
           MOVE "LIC_REVIEW" TO WS-ENTL-PROGRAM.
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

           MOVE "LICENCE-WARN-DAYS" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
                   AND WS-CFG-VALUE-NUM < 1000
               MOVE WS-CFG-VALUE-NUM TO WS-WARN-DAYS
           END-IF
           PERFORM LOAD-LICENCE-REGISTER
           PERFORM FIND-RHYMES-IN-USE

           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TEXT LICENCE REVIEW  RUN DATE " DELIMITED BY SIZE
                   WS-LIC-TODAY DELIMITED BY SIZE
                   "  WARNING WINDOW " DELIMITED BY SIZE
                   WS-WARN-DAYS DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "RHYMES" TO WS-LIC-WANTED-LIBRARY
           PERFORM REVIEW-RHYME-IF-USED
               VARYING WS-RHYME-IDX FROM 1 BY 1
               UNTIL WS-RHYME-IDX > 99
           OPEN INPUT LIMERICK-FILE
           IF WS-LIM-STATUS = "00"
               CLOSE LIMERICK-FILE
               MOVE "LIMERICK" TO WS-LIC-WANTED-LIBRARY
               MOVE 0 TO WS-LIC-WANTED-ITEM
               PERFORM REVIEW-ONE-ITEM
           END-IF
           OPEN INPUT REFRESHER-FILE
           IF WS-REFRESH-STATUS = "00"
               CLOSE REFRESHER-FILE
               MOVE "REFRESH1" TO WS-LIC-WANTED-LIBRARY
               MOVE 0 TO WS-LIC-WANTED-ITEM
               PERFORM REVIEW-ONE-ITEM
           END-IF

           PERFORM WRITE-REPORT-TRAILER
           CLOSE REVIEW-REPORT-FILE
           MOVE "LICRVW.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = (WS-REPORT-LINES + 59) / 60
           PERFORM REGISTER-SPOOL-REPORT

           MOVE WS-CHECKED-COUNT TO WS-COUNT-PRINT
           DISPLAY "ITEMS CHECKED...........: " WS-COUNT-PRINT
           MOVE WS-MISSING-COUNT TO WS-COUNT-PRINT
           DISPLAY "NO REGISTER ENTRY.......: " WS-COUNT-PRINT
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-PRINT
           DISPLAY "EXPIRING IN THE WINDOW..: " WS-COUNT-PRINT
           MOVE WS-LAPSED-COUNT TO WS-COUNT-PRINT
           DISPLAY "LAPSED..................: " WS-COUNT-PRINT
           DISPLAY "LICENCE REVIEW WRITTEN TO LICRVW.DAT"

           MOVE SPACES TO WS-OUTCOME
           MOVE WS-MISSING-COUNT TO WS-COUNT-PRINT
           STRING "* NO LICENCE ENTRY " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING
           PERFORM write-suite-audit
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       FIND-RHYMES-IN-USE.
           MOVE ALL "N" TO WS-RHYME-USED-TABLE
           OPEN INPUT RHYME-FILE
           IF WS-RHYME-STATUS = "00"
               PERFORM NOTE-NEXT-RHYME UNTIL AT-RHYME-EOF
               CLOSE RHYME-FILE
           END-IF.

       NOTE-NEXT-RHYME.
           READ RHYME-FILE
               AT END MOVE "Y" TO WS-RHYME-EOF
           END-READ

           IF NOT AT-RHYME-EOF
               IF RC-RHYME-ID IS NUMERIC AND RC-RHYME-ID > 0
                   MOVE "Y" TO WS-RHYME-USED(RC-RHYME-ID)
               END-IF
           END-IF.

       REVIEW-RHYME-IF-USED.
           IF WS-RHYME-USED(WS-RHYME-IDX) = "Y"
               MOVE WS-RHYME-IDX TO WS-LIC-WANTED-ITEM
               PERFORM REVIEW-ONE-ITEM
           END-IF.

      *only an item needing attention gets a line on the report
       REVIEW-ONE-ITEM.
           ADD 1 TO WS-CHECKED-COUNT
           PERFORM CHECK-ITEM-LICENCE
           MOVE WS-LIC-WANTED-LIBRARY TO ITM-LIBRARY
           MOVE WS-LIC-WANTED-ITEM TO ITM-ITEM
           MOVE SPACES TO ITM-SOURCE
           MOVE SPACES TO ITM-TYPE
           MOVE SPACES TO ITM-FINDING
           IF WS-LIC-HIT > 0
               MOVE WS-LIC-SOURCE(WS-LIC-HIT) TO ITM-SOURCE
               MOVE WS-LIC-TYPE(WS-LIC-HIT) TO ITM-TYPE
           END-IF
           EVALUATE TRUE
               WHEN LICENCE-UNREGISTERED
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "** NO REGISTER ENTRY" TO ITM-FINDING
                   WRITE REVIEW-REPORT-RECORD FROM WS-ITEM-LINE
                   ADD 1 TO WS-REPORT-LINES
               WHEN LICENCE-LAPSED
                   ADD 1 TO WS-LAPSED-COUNT
                   STRING "** LAPSED " DELIMITED BY SIZE
                           WS-LIC-EXPIRY-DATE DELIMITED BY SIZE
                           " - WITHHELD" DELIMITED BY SIZE
                       INTO ITM-FINDING
                   END-STRING
                   WRITE REVIEW-REPORT-RECORD FROM WS-ITEM-LINE
                   ADD 1 TO WS-REPORT-LINES
               WHEN WS-LIC-EXPIRY-DATE > 0
                   PERFORM CHECK-EXPIRY-WINDOW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-EXPIRY-WINDOW.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-LIC-EXPIRY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-LIC-TODAY)
           IF WS-DAYS-LEFT <= WS-WARN-DAYS
               ADD 1 TO WS-EXPIRING-COUNT
               MOVE WS-DAYS-LEFT TO WS-DAYS-PRINT
               STRING "EXPIRES " DELIMITED BY SIZE
                       WS-LIC-EXPIRY-DATE DELIMITED BY SIZE
                       " IN " DELIMITED BY SIZE
                       WS-DAYS-PRINT DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                   INTO ITM-FINDING
               END-STRING
               WRITE REVIEW-REPORT-RECORD FROM WS-ITEM-LINE
               ADD 1 TO WS-REPORT-LINES
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CHECKED-COUNT TO WS-COUNT-PRINT
           STRING "ITEMS CHECKED      " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-COUNT-PRINT
           STRING "NO REGISTER ENTRY  " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-PRINT
           STRING "EXPIRING           " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LAPSED-COUNT TO WS-COUNT-PRINT
           STRING "LAPSED             " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-REPORT-LINES.

       copy licchk.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="LIC_REVIEW"==
                               ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program lic_review.
