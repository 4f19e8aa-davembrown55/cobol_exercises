       program-id. file_catalog.

      *data-file catalog maintenance - the one list of the suite's
      *data files, with each file's owning program, record length,
      *organization, whether it is validated, counted, retained and
      *backed up, and where its layout is defined.  pre-flight, the
      *capacity pass, retention, the backup and its verification
      *all take their file lists from it.  list, set and delete
      *are supervisor work with every change on the suite audit
      *trail, and the catalog check reports any data file the
      *suite writes that has no catalog entry - the files seen in
      *the data-area listing (DATLIST.DAT, one file name per line,
      *taken ahead of the check) and the reports on the spool
      *register.

       environment division.
       input-output section.
       file-control.
           copy fcatsel.
           select listing-file assign to "DATLIST.DAT"
               organization is line sequential
               file status is WS-LISTING-STATUS.
           select check-report-file assign to "FCATCHK.DAT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy spoolsl.
           copy alrtsel.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy cfgsel.
           copy entlsel.

       data division.
       file section.
       copy fcatfd.

       fd  listing-file.
       01 listing-record pic x(80).

       fd  check-report-file.
       01 check-report-record pic x(80).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       copy spoolfd.

       copy alrtfd.

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

       01 WS-LISTING-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-ALERT-STATUS PIC XX VALUE SPACES.
       01 WS-LISTING-EOF PIC X VALUE "N".
         88 AT-LISTING-EOF VALUE "Y".
       01 WS-SPOOL-EOF PIC X VALUE "N".
         88 AT-SPOOL-EOF VALUE "Y".

       01 WS-FUNCTION-PICK PIC X VALUE SPACES.
       01 WS-PICK-FILE PIC X(20) VALUE SPACES.
       01 WS-NEW-OWNER PIC X(20) VALUE SPACES.
       01 WS-NEW-RECLEN-RAW PIC X(4) VALUE SPACES.
       01 WS-NEW-RECLEN-EDIT PIC X(4) JUSTIFIED RIGHT.
       01 WS-NEW-ORG PIC X VALUE SPACE.
       01 WS-NEW-VALIDATED PIC X VALUE SPACE.
       01 WS-NEW-COUNTED PIC X VALUE SPACE.
       01 WS-NEW-RETAINED PIC X VALUE SPACE.
       01 WS-NEW-BACKED-UP PIC X VALUE SPACE.
       01 WS-NEW-LAYOUT PIC X(20) VALUE SPACES.
       01 WS-ENTRY-OK PIC X VALUE "Y".

      *the widest record the backup container and the retention
      *work file can carry without truncating it
       01 WS-BACKUP-WIDEST PIC 9(4) VALUE 100.
       01 WS-RETAIN-WIDEST PIC 9(4) VALUE 200.

      *catalog check - which catalog entries turned up in the
      *listing, and the uncatalogued names already reported
       01 WS-CAT-SEEN-TABLE.
           05 WS-CAT-SEEN PIC X OCCURS 80 TIMES.
       01 WS-GAP-TABLE.
           05 WS-GAP-NAME PIC X(20) OCCURS 200 TIMES.
       01 WS-GAP-COUNT PIC 9(3) VALUE 0.
       01 WS-GAP-IDX PIC 9(3) VALUE 0.
       01 WS-GAP-HIT PIC 9(3) VALUE 0.
       01 WS-ABSENT-COUNT PIC 9(3) VALUE 0.
       01 WS-LISTING-FOUND PIC X VALUE "N".
       01 WS-CHECK-NAME PIC X(20) VALUE SPACES.
       01 WS-CHECK-SOURCE PIC X(14) VALUE SPACES.
       01 WS-DAT-TALLY PIC 99 VALUE 0.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZ9.
       01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       01 WS-ALERT-LINE PIC X(45) VALUE SPACES.

      *shared data-file catalog
       copy fcatws.

      *shared print-spool index record
       copy spoolws.

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
           MOVE "FILE_CATALOG" TO WS-ENTL-PROGRAM.
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
               DISPLAY "ERROR! FILE CATALOG MAINTENANCE IS "
                   "RESTRICTED TO SUPERVISORS."
               MOVE "DENIED" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           PERFORM LOAD-FILE-CATALOG.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       GET-FUNCTION.
           DISPLAY " "
           DISPLAY "DATA-FILE CATALOG"
           DISPLAY "L LIST THE CATALOG"
           DISPLAY "S SET (ADD OR CHANGE) A FILE'S ENTRY"
           DISPLAY "D DELETE A FILE'S ENTRY"
           DISPLAY "C CHECK FOR DATA FILES WITH NO ENTRY"
           DISPLAY "X EXIT"
           ACCEPT WS-FUNCTION-PICK
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PICK)
               TO WS-FUNCTION-PICK

           EVALUATE WS-FUNCTION-PICK
               WHEN "L"
                   PERFORM LIST-CATALOG
               WHEN "S"
                   PERFORM SET-CATALOG-ENTRY
               WHEN "D"
                   PERFORM DELETE-CATALOG-ENTRY
               WHEN "C"
                   PERFORM CHECK-CATALOG
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER
                   DISPLAY ERRMSG-GENERIC
                   MOVE "E001" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
           END-EVALUATE
           PERFORM GET-FUNCTION.

       LIST-CATALOG.
           IF FCAT-STANDARD-USED
               DISPLAY "NO CATALOG SAVED YET - THESE ARE THE "
                   "STANDARD ENTRIES."
           END-IF
           IF WS-FCAT-COUNT = 0
               DISPLAY "THE CATALOG IS EMPTY."
           ELSE
               DISPLAY "FILE                 OWNER                "
                   "RECL ORG VCRB LAYOUT"
           END-IF
           PERFORM LIST-NEXT-CATALOG-ENTRY
               VARYING WS-FCAT-IDX FROM 1 BY 1
               UNTIL WS-FCAT-IDX > WS-FCAT-COUNT.

       LIST-NEXT-CATALOG-ENTRY.
           IF WS-FCAT-ENTRY(WS-FCAT-IDX) NOT = SPACES
               MOVE WS-FCAT-ENTRY(WS-FCAT-IDX) TO WS-FCAT-REC
               DISPLAY FCAT-NAME " " FCAT-OWNER " " FCAT-RECLEN
                   "  " FCAT-ORG "  " FCAT-VALIDATED FCAT-COUNTED
                   FCAT-RETAINED FCAT-BACKED-UP " " FCAT-LAYOUT
           END-IF.

       GET-CATALOG-FILE-NAME.
           DISPLAY "ENTER THE FILE NAME: "
           ACCEPT WS-PICK-FILE
           MOVE FUNCTION UPPER-CASE(WS-PICK-FILE) TO WS-PICK-FILE
           IF WS-PICK-FILE = SPACES
               DISPLAY ERRMSG-NOTHING-ENTERED
               MOVE "E003" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               PERFORM GET-CATALOG-FILE-NAME
           END-IF
           MOVE WS-PICK-FILE TO WS-FCAT-WANTED
           PERFORM FIND-CATALOG-ENTRY.

       SET-CATALOG-ENTRY.
           PERFORM GET-CATALOG-FILE-NAME
           DISPLAY "OWNING PROGRAM: "
           ACCEPT WS-NEW-OWNER
           MOVE FUNCTION UPPER-CASE(WS-NEW-OWNER) TO WS-NEW-OWNER
           DISPLAY "RECORD LENGTH: "
           ACCEPT WS-NEW-RECLEN-RAW
           DISPLAY "ORGANIZATION - L LINE SEQUENTIAL, I INDEXED: "
           ACCEPT WS-NEW-ORG
           MOVE FUNCTION UPPER-CASE(WS-NEW-ORG) TO WS-NEW-ORG
           DISPLAY "VALIDATED BY PRE-FLIGHT (Y/N)? "
           ACCEPT WS-NEW-VALIDATED
           MOVE FUNCTION UPPER-CASE(WS-NEW-VALIDATED)
               TO WS-NEW-VALIDATED
           DISPLAY "COUNTED BY THE CAPACITY PASS (Y/N)? "
           ACCEPT WS-NEW-COUNTED
           MOVE FUNCTION UPPER-CASE(WS-NEW-COUNTED) TO WS-NEW-COUNTED
           DISPLAY "RETAINED - MAY RETENTION TRIM IT (Y/N)? "
           ACCEPT WS-NEW-RETAINED
           MOVE FUNCTION UPPER-CASE(WS-NEW-RETAINED)
               TO WS-NEW-RETAINED
           DISPLAY "BACKED UP (Y/N)? "
           ACCEPT WS-NEW-BACKED-UP
           MOVE FUNCTION UPPER-CASE(WS-NEW-BACKED-UP)
               TO WS-NEW-BACKED-UP
           DISPLAY "LAYOUT REFERENCE (COPYBOOK OR OWNING FD): "
           ACCEPT WS-NEW-LAYOUT
           MOVE FUNCTION UPPER-CASE(WS-NEW-LAYOUT) TO WS-NEW-LAYOUT
           PERFORM CHECK-NEW-ENTRY
           IF WS-ENTRY-OK = "Y"
               IF WS-FCAT-HIT = 0
                   IF WS-FCAT-COUNT >= 80
                       DISPLAY "ERROR! THE CATALOG IS FULL."
                   ELSE
                       ADD 1 TO WS-FCAT-COUNT
                       MOVE WS-FCAT-COUNT TO WS-FCAT-HIT
                   END-IF
               END-IF
               IF WS-FCAT-HIT > 0
                   MOVE SPACES TO WS-FCAT-REC
                   MOVE WS-PICK-FILE TO FCAT-NAME
                   MOVE WS-NEW-OWNER TO FCAT-OWNER
                   MOVE WS-NEW-RECLEN-EDIT TO FCAT-RECLEN
                   MOVE WS-NEW-ORG TO FCAT-ORG
                   MOVE WS-NEW-VALIDATED TO FCAT-VALIDATED
                   MOVE WS-NEW-COUNTED TO FCAT-COUNTED
                   MOVE WS-NEW-RETAINED TO FCAT-RETAINED
                   MOVE WS-NEW-BACKED-UP TO FCAT-BACKED-UP
                   MOVE WS-NEW-LAYOUT TO FCAT-LAYOUT
                   MOVE WS-FCAT-REC TO WS-FCAT-ENTRY(WS-FCAT-HIT)
                   PERFORM SAVE-FILE-CATALOG
                   DISPLAY "CATALOG ENTRY SET."
                   MOVE "* SET CATALOG" TO WS-OUTCOME
                   PERFORM write-suite-audit
               END-IF
           END-IF.

      *the counting and trimming passes read a file line by line,
      *so only a line-sequential file can be counted or retained;
      *a file too wide for the backup container or the retention
      *work file would come back truncated
       CHECK-NEW-ENTRY.
           MOVE "Y" TO WS-ENTRY-OK
           MOVE SPACES TO WS-NEW-RECLEN-EDIT
           MOVE FUNCTION TRIM(WS-NEW-RECLEN-RAW) TO WS-NEW-RECLEN-EDIT
           INSPECT WS-NEW-RECLEN-EDIT REPLACING LEADING SPACE BY "0"
           EVALUATE TRUE
               WHEN WS-NEW-OWNER = SPACES
                   DISPLAY ERRMSG-NOTHING-ENTERED
                   MOVE "E003" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-NEW-RECLEN-EDIT IS NOT NUMERIC
                   DISPLAY ERRMSG-NOT-NUMERIC
                   MOVE "E002" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-NEW-RECLEN-EDIT = "0000"
                   OR (WS-NEW-ORG NOT = "L" AND WS-NEW-ORG NOT = "I")
                   OR (WS-NEW-VALIDATED NOT = "Y"
                       AND WS-NEW-VALIDATED NOT = "N")
                   OR (WS-NEW-COUNTED NOT = "Y"
                       AND WS-NEW-COUNTED NOT = "N")
                   OR (WS-NEW-RETAINED NOT = "Y"
                       AND WS-NEW-RETAINED NOT = "N")
                   OR (WS-NEW-BACKED-UP NOT = "Y"
                       AND WS-NEW-BACKED-UP NOT = "N")
                   DISPLAY ERRMSG-GENERIC
                   MOVE "E001" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-NEW-ORG = "I"
                       AND (WS-NEW-COUNTED = "Y"
                           OR WS-NEW-RETAINED = "Y")
                   DISPLAY "ERROR! AN INDEXED FILE CANNOT BE COUNTED "
                       "OR RETAINED."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-NEW-BACKED-UP = "Y"
                       AND WS-NEW-RECLEN-EDIT > WS-BACKUP-WIDEST
                   DISPLAY "ERROR! RECORDS WIDER THAN "
                       WS-BACKUP-WIDEST " CANNOT BE BACKED UP."
                   MOVE "N" TO WS-ENTRY-OK
               WHEN WS-NEW-RETAINED = "Y"
                       AND WS-NEW-RECLEN-EDIT > WS-RETAIN-WIDEST
                   DISPLAY "ERROR! RECORDS WIDER THAN "
                       WS-RETAIN-WIDEST " CANNOT BE RETAINED."
                   MOVE "N" TO WS-ENTRY-OK
           END-EVALUATE.

       DELETE-CATALOG-ENTRY.
           PERFORM GET-CATALOG-FILE-NAME
           IF WS-FCAT-HIT = 0
               DISPLAY "ERROR! THAT FILE IS NOT IN THE CATALOG."
           ELSE
               MOVE SPACES TO WS-FCAT-ENTRY(WS-FCAT-HIT)
               PERFORM SAVE-FILE-CATALOG
               DISPLAY "CATALOG ENTRY DELETED - NO RUN WILL "
                   "VALIDATE, COUNT, TRIM OR BACK UP THAT FILE."
               MOVE "* DELETED CATALOG" TO WS-OUTCOME
               PERFORM write-suite-audit
           END-IF.

      *every data file name seen is looked up in the catalog; one
      *with no entry is reported once, and with a listing to go
      *on, a catalogued file missing from the data area is noted
       CHECK-CATALOG.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CAT-SEEN-TABLE
           MOVE 0 TO WS-GAP-COUNT
           MOVE 0 TO WS-ABSENT-COUNT
           MOVE "N" TO WS-LISTING-FOUND
           OPEN OUTPUT CHECK-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DATA-FILE CATALOG CHECK  " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   "  BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "N" TO WS-LISTING-EOF
           OPEN INPUT LISTING-FILE
           IF WS-LISTING-STATUS = "00"
               MOVE "Y" TO WS-LISTING-FOUND
               MOVE "DATA AREA" TO WS-CHECK-SOURCE
               PERFORM CHECK-NEXT-LISTED-FILE UNTIL AT-LISTING-EOF
               CLOSE LISTING-FILE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO DATA-AREA LISTING (DATLIST.DAT) - "
                       DELIMITED BY SIZE
                       "SPOOL REGISTER ONLY" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE "N" TO WS-SPOOL-EOF
           OPEN INPUT SPOOL-INDEX-FILE
           IF WS-SPOOL-STATUS = "00"
               MOVE "SPOOL REGISTER" TO WS-CHECK-SOURCE
               PERFORM CHECK-NEXT-SPOOLED-FILE UNTIL AT-SPOOL-EOF
               CLOSE SPOOL-INDEX-FILE
           END-IF
           IF WS-LISTING-FOUND = "Y"
               PERFORM NOTE-ABSENT-CATALOG-ENTRY
                   VARYING WS-FCAT-IDX FROM 1 BY 1
                   UNTIL WS-FCAT-IDX > WS-FCAT-COUNT
           END-IF
           MOVE WS-GAP-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DATA FILES WITH NO CATALOG ENTRY: "
                   DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ABSENT-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CATALOGUED FILES NOT IN THE DATA AREA: "
                   DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE CHECK-REPORT-FILE
           DISPLAY "CATALOG CHECK WRITTEN TO FCATCHK.DAT"
           MOVE WS-GAP-COUNT TO WS-COUNT-PRINT
           IF WS-GAP-COUNT > 0
               DISPLAY "DATA FILES WITH NO CATALOG ENTRY: "
                   WS-COUNT-PRINT
               PERFORM RAISE-CATALOG-ALERT
               MOVE SPACES TO WS-OUTCOME
               STRING "CATALOG GAPS " DELIMITED BY SIZE
                       WS-COUNT-PRINT DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
           ELSE
               DISPLAY "EVERY DATA FILE SEEN IS CATALOGUED."
               MOVE "CATALOG CHECK CLEAN" TO WS-OUTCOME
           END-IF
           PERFORM write-suite-audit.

       CHECK-NEXT-LISTED-FILE.
           READ LISTING-FILE
               AT END MOVE "Y" TO WS-LISTING-EOF
           END-READ
           IF NOT AT-LISTING-EOF
               MOVE LISTING-RECORD(1:20) TO WS-CHECK-NAME
               PERFORM CHECK-ONE-FILE-NAME
           END-IF.

       CHECK-NEXT-SPOOLED-FILE.
           READ SPOOL-INDEX-FILE INTO WS-SPOOL-REC
               AT END MOVE "Y" TO WS-SPOOL-EOF
           END-READ
           IF NOT AT-SPOOL-EOF
               MOVE SPL-NAME TO WS-CHECK-NAME
               PERFORM CHECK-ONE-FILE-NAME
           END-IF.

      *the listing itself is put there by operations, not written
      *by the suite, so it needs no entry
       CHECK-ONE-FILE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-CHECK-NAME) TO WS-CHECK-NAME
           MOVE 0 TO WS-DAT-TALLY
           INSPECT WS-CHECK-NAME TALLYING WS-DAT-TALLY FOR ALL ".DAT"
           IF WS-DAT-TALLY > 0 AND WS-CHECK-NAME NOT = "DATLIST.DAT"
               MOVE WS-CHECK-NAME TO WS-FCAT-WANTED
               PERFORM FIND-CATALOG-ENTRY
               IF WS-FCAT-HIT > 0
                   IF WS-CHECK-SOURCE = "DATA AREA"
                       MOVE "Y" TO WS-CAT-SEEN(WS-FCAT-HIT)
                   END-IF
               ELSE
                   PERFORM REPORT-UNCATALOGUED-FILE
               END-IF
           END-IF.

       REPORT-UNCATALOGUED-FILE.
           MOVE 0 TO WS-GAP-HIT
           PERFORM MATCH-NEXT-GAP
               VARYING WS-GAP-IDX FROM 1 BY 1
               UNTIL WS-GAP-IDX > WS-GAP-COUNT
           IF WS-GAP-HIT = 0 AND WS-GAP-COUNT < 200
               ADD 1 TO WS-GAP-COUNT
               MOVE WS-CHECK-NAME TO WS-GAP-NAME(WS-GAP-COUNT)
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-CHECK-NAME DELIMITED BY SIZE
                       " NO CATALOG ENTRY - SEEN IN THE "
                       DELIMITED BY SIZE
                       WS-CHECK-SOURCE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       MATCH-NEXT-GAP.
           IF WS-GAP-NAME(WS-GAP-IDX) = WS-CHECK-NAME
               MOVE WS-GAP-IDX TO WS-GAP-HIT
           END-IF.

       NOTE-ABSENT-CATALOG-ENTRY.
           IF WS-FCAT-ENTRY(WS-FCAT-IDX) NOT = SPACES
                   AND WS-CAT-SEEN(WS-FCAT-IDX) NOT = "Y"
               ADD 1 TO WS-ABSENT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-FCAT-ENTRY(WS-FCAT-IDX)(1:20)
                       DELIMITED BY SIZE
                       " CATALOGUED BUT NOT IN THE DATA AREA"
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE CHECK-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       RAISE-CATALOG-ALERT.
           MOVE SPACES TO WS-ALERT-LINE
           STRING "UNCATALOGUED DATA FILES: " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-ALERT-LINE
           END-STRING
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           CLOSE ALERT-FILE
           DISPLAY "** ALERT: " WS-ALERT-LINE.

       copy errlog replacing ==:PROGRAM-NAME:== by =="FILE_CATALOG"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy fcatp.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="FILE_CATALOG"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program file_catalog.
