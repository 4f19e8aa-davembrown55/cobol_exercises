       program-id. Program11 as "yes_no_01.Program11".

      *survey results publication pack - once a campaign closes its
      *results used to be cut and pasted together by hand from the
      *survey report, the cross-tab, the comment themes and the
      *trend report.  this run builds the one paginated pack for a
      *chosen campaign: a cover page with the campaign title and
      *its open and close dates, a table of contents, a section per
      *question holding its split (and response rate) as the survey
      *report gave it, any cross-tab and comment themes reported
      *for it, and its trend over the closed periods on YNHIST.DAT,
      *then a closing section of the response-rate figures.  the
      *pack goes to YNPACK.DAT, is registered on the spool index,
      *and is put on the distribution lists for everyone already
      *required to read the reports it is built from, so the
      *morning exceptions report chases the pack like any other.

       environment division.
       input-output section.
       file-control.
           select campaign-file assign to "YNCAMP.DAT"
               organization is line sequential
               file status is WS-CAMP-STATUS.
           select question-file assign to "YNQUEST.DAT"
               organization is line sequential
               file status is WS-QUEST-STATUS.
           select survey-report-file assign to "SVYRPT.DAT"
               organization is line sequential
               file status is WS-SVYRPT-STATUS.
           select crosstab-report-file assign to "YNXTAB.DAT"
               organization is line sequential
               file status is WS-XTAB-STATUS.
           select theme-report-file assign to "YNTHEME.DAT"
               organization is line sequential
               file status is WS-THEME-STATUS.
           select history-file assign to "YNHIST.DAT"
               organization is line sequential
               file status is WS-HISTORY-STATUS.
           select pack-file assign to "YNPACK.DAT"
               organization is line sequential
               file status is WS-PACK-STATUS.
           select distribution-file assign to "RPTDIST.DAT"
               organization is line sequential
               file status is WS-DIST-STATUS.
           copy spoolsl.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.

       data division.
       file section.
       fd  campaign-file.
       01 campaign-record.
           05 CMP-ID pic x(2).
           05 filler pic x.
           05 CMP-TITLE pic x(30).
           05 filler pic x.
           05 CMP-OPEN-DATE pic 9(8).
           05 filler pic x.
           05 CMP-CLOSE-DATE pic 9(8).

       fd  question-file.
       01 question-record.
           05 QC-QUESTION-NUMBER pic 9(2).
           05 filler pic x.
           05 QC-QUESTION-TEXT pic x(60).
           05 filler pic x.
           05 QC-CAMPAIGN pic x(2).

       fd  survey-report-file.
       01 survey-report-record pic x(100).

       fd  crosstab-report-file.
       01 crosstab-report-record pic x(80).

       fd  theme-report-file.
       01 theme-report-record pic x(70).

       fd  history-file.
       01 history-record pic x(102).

       fd  pack-file.
       01 pack-record pic x(100).

       fd  distribution-file.
       01 distribution-record.
           05 DST-REPORT pic x(12).
           05 filler pic x.
           05 DST-OPERATOR pic x(10).

       copy spoolfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       copy errmsgs.

       01 WS-CAMP-STATUS PIC XX VALUE SPACES.
       01 WS-QUEST-STATUS PIC XX VALUE SPACES.
       01 WS-SVYRPT-STATUS PIC XX VALUE SPACES.
       01 WS-XTAB-STATUS PIC XX VALUE SPACES.
       01 WS-THEME-STATUS PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-PACK-STATUS PIC XX VALUE SPACES.
       01 WS-DIST-STATUS PIC XX VALUE SPACES.
       01 WS-CAMP-EOF PIC X VALUE "N".
         88 AT-CAMP-EOF VALUE "Y".
       01 WS-QUEST-EOF PIC X VALUE "N".
         88 AT-QUEST-EOF VALUE "Y".
       01 WS-REPORT-EOF PIC X VALUE "N".
         88 AT-REPORT-EOF VALUE "Y".
       01 WS-HISTORY-EOF PIC X VALUE "N".
         88 AT-HISTORY-EOF VALUE "Y".
       01 WS-DIST-EOF PIC X VALUE "N".
         88 AT-DIST-EOF VALUE "Y".

      *the campaign being published, off the campaign catalog
       01 WS-WANTED-CAMP PIC X(2) VALUE SPACES.
       01 WS-CAMP-FOUND PIC X VALUE "N".
         88 CAMPAIGN-FOUND VALUE "Y".
       01 WS-PACK-TITLE PIC X(30) VALUE SPACES.
       01 WS-PACK-OPEN PIC 9(8) VALUE 0.
       01 WS-PACK-CLOSE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

       01 WS-HISTORY-REC.
           05 HST-CLOSE-DATE PIC 9(8).
           05 FILLER PIC X.
           05 HST-QUESTION PIC 9(2).
           05 FILLER PIC X.
           05 HST-YES-COUNT PIC 9(7).
           05 FILLER PIC X.
           05 HST-NO-COUNT PIC 9(7).
           05 FILLER PIC X.
           05 HST-CAMP PIC X(2).
           05 HST-SCALE-ENTRY OCCURS 9 TIMES.
               10 HST-SCALE-SEP PIC X.
               10 HST-SCALE-COUNT PIC 9(7).

      *every line of the pack is gathered here first, tagged with
      *the section it belongs to, so the contents can be worked
      *out before anything is printed.  sections 1-99 are the
      *questions; section 100 is the closing response-rate figures
       01 WS-POOL-TABLE.
           05 WS-POOL-ENTRY OCCURS 2000 TIMES.
               10 WS-POOL-SECTION PIC 9(3).
               10 WS-POOL-TEXT PIC X(100).
       01 WS-POOL-COUNT PIC 9(4) VALUE 0.
       01 WS-POOL-IDX PIC 9(4) VALUE 0.
       01 WS-POOL-DROPPED PIC 9(4) VALUE 0.

       01 WS-SECTION-TABLE.
           05 WS-SECTION-ENTRY OCCURS 100 TIMES.
               10 WS-SEC-TITLE PIC X(70).
               10 WS-SEC-LINES PIC 9(4).
               10 WS-SEC-START-PAGE PIC 9(4).
               10 WS-SEC-PART-SEEN PIC X OCCURS 8 TIMES.
       01 WS-SEC-IDX PIC 9(3) VALUE 0.
       01 WS-SECTION-COUNT PIC 9(3) VALUE 0.
       01 WS-RESULT-COUNT PIC 9(3) VALUE 0.

      *the heading each kind of material gets the first time it
      *appears in a section
       01 WS-PART-NAMES.
           05 FILLER PIC X(40) VALUE "RESULT".
           05 FILLER PIC X(40) VALUE "CROSS-TABULATION".
           05 FILLER PIC X(40) VALUE "COMMENT THEMES".
           05 FILLER PIC X(40) VALUE "TREND BY CLOSED PERIOD".
           05 FILLER PIC X(40) VALUE "RESPONSE RATE BY QUESTION".
           05 FILLER PIC X(40) VALUE "SURVEY RUN TOTALS".
           05 FILLER PIC X(40)
               VALUE "COMMENT THEMES - ALL CAMPAIGNS".
           05 FILLER PIC X(40) VALUE "INVITED SAMPLE".
       01 WS-PART-NAME-TABLE REDEFINES WS-PART-NAMES.
           05 WS-PART-NAME PIC X(40) OCCURS 8 TIMES.

       01 WS-ADD-SECTION PIC 9(3) VALUE 0.
       01 WS-ADD-PART PIC 9 VALUE 0.
       01 WS-ADD-TEXT PIC X(100) VALUE SPACES.

      *report lines as they are read, and the pieces picked out
       01 WS-IN-LINE PIC X(100) VALUE SPACES.
       01 WS-IN-CAMPAIGN PIC X VALUE "N".
         88 IN-WANTED-CAMPAIGN VALUE "Y".
       01 WS-IN-QUESTION PIC 9(3) VALUE 0.
       01 WS-THEME-PART PIC 9 VALUE 3.

      *the cross-tab file holds one grid - it is read whole and
      *filed under both of its questions
       01 WS-XTAB-TABLE.
           05 WS-XTAB-LINE PIC X(80) OCCURS 20 TIMES.
       01 WS-XTAB-COUNT PIC 99 VALUE 0.
       01 WS-XTAB-IDX PIC 99 VALUE 0.
       01 WS-XTAB-HEAD.
           05 XTH-LABEL PIC X(20).
           05 XTH-CAMP PIC X(2).
           05 FILLER PIC X(3).
           05 XTH-QUESTION-A PIC X(2).
           05 FILLER PIC X(10).
           05 XTH-QUESTION-B PIC X(2).
           05 FILLER PIC X(41).
       01 WS-XTAB-QUESTION PIC 9(3) VALUE 0.

      *per question, the figures of the last closed period seen, to
      *work out the movement into the next
       01 WS-TREND-TABLE.
           05 WS-TREND-ENTRY OCCURS 99 TIMES.
               10 WS-TRD-PERIODS PIC 9(3).
               10 WS-TRD-PRIOR-PCT PIC 9(3).
               10 WS-TRD-PRIOR-MEAN PIC 9V99.
       01 WS-SCALE-IDX PIC 99 VALUE 0.
       01 WS-SCALE-TOP PIC 9 VALUE 0.
       01 WS-HIST-TOTAL PIC 9(8) VALUE 0.
       01 WS-RATING-TOTAL PIC 9(8) VALUE 0.
       01 WS-RATING-WEIGHT PIC 9(9) VALUE 0.
       01 WS-RATING-MEAN PIC 9V99 VALUE 0.
       01 WS-MEAN-MOVEMENT PIC S9V99 VALUE 0.
       01 WS-PCT-YES PIC 9(3) VALUE 0.
       01 WS-PCT-NO PIC 9(3) VALUE 0.
       01 WS-PCT-MOVEMENT PIC S9(3) VALUE 0.
       01 WS-RATING-PCT PIC 9(3) VALUE 0.
       01 WS-DIST-PTR PIC 9(3) VALUE 0.
       01 WS-YES-PRINT PIC Z(6)9.
       01 WS-NO-PRINT PIC Z(6)9.
       01 WS-PCT-YES-PRINT PIC ZZ9.
       01 WS-PCT-NO-PRINT PIC ZZ9.
       01 WS-PCT-MOVEMENT-PRINT PIC +ZZ9.
       01 WS-MEAN-PRINT PIC 9.99.
       01 WS-MEAN-MOVEMENT-PRINT PIC +9.99.

      *pagination, as the recital pack lays out its pieces
       01 WS-LINES-PER-PAGE PIC 99 VALUE 20.
       01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 99 VALUE 0.
       01 WS-NEXT-PAGE PIC 9(4) VALUE 0.
       01 WS-SECTION-PAGES PIC 9(4) VALUE 0.
       01 WS-CONTENTS-PAGES PIC 9(4) VALUE 0.
       01 WS-PAGE-PRINT PIC ZZZ9.
       01 WS-DATE-PRINT PIC X(14) VALUE SPACES.
       01 WS-PACK-LINE PIC X(100) VALUE SPACES.
       01 WS-TOC-LINE.
           05 TOC-TITLE PIC X(70).
           05 FILLER PIC X(6) VALUE " PAGE ".
           05 TOC-PAGE PIC ZZZ9.

      *the distribution lists - the pack inherits the required
      *readers of the reports it is built from
       01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 200 TIMES.
               10 WS-DST-REPORT PIC X(12).
               10 WS-DST-OPERATOR PIC X(10).
       01 WS-DIST-COUNT PIC 9(3) VALUE 0.
       01 WS-DIST-IDX PIC 9(3) VALUE 0.
       01 WS-DIST-IDX2 PIC 9(3) VALUE 0.
       01 WS-DIST-SCAN PIC 9(3) VALUE 0.
       01 WS-DIST-HIT PIC 9(3) VALUE 0.
       01 WS-READERS-ADDED PIC 9(3) VALUE 0.
       01 WS-READERS-ON-PACK PIC 9(3) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZZ9.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.

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
           MOVE "YES_NO_01" TO WS-ENTL-PROGRAM.
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
           MOVE "LINES-PER-PAGE" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 4
                   AND WS-CFG-VALUE-NUM < 100
               MOVE WS-CFG-VALUE-NUM TO WS-LINES-PER-PAGE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-CAMPAIGN.
           PERFORM FIND-CAMPAIGN.
           IF NOT CAMPAIGN-FOUND
               DISPLAY "ERROR! CAMPAIGN " WS-WANTED-CAMP
                   " IS NOT ON YNCAMP.DAT."
               MOVE "NO SUCH CAMPAIGN" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 4 TO RETURN-CODE
               goback
           END-IF.
           IF WS-PACK-CLOSE = 0 OR WS-PACK-CLOSE >= WS-RUN-DATE
               DISPLAY "WARNING! CAMPAIGN " WS-WANTED-CAMP
                   " HAS NOT CLOSED - THE PACK IS MARKED "
                   "PROVISIONAL."
           END-IF
           PERFORM LOAD-QUESTION-TITLES.
           PERFORM GATHER-SURVEY-RESULTS.
           IF WS-RESULT-COUNT = 0
               DISPLAY "ERROR! SVYRPT.DAT HOLDS NO RESULTS FOR "
                   "CAMPAIGN " WS-WANTED-CAMP
                   " - RUN THE SURVEY REPORT FIRST."
               MOVE "NOTHING TO PUBLISH" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 4 TO RETURN-CODE
               goback
           END-IF.
           PERFORM GATHER-CROSSTAB.
           PERFORM GATHER-THEMES.
           PERFORM GATHER-TRENDS.
           IF WS-POOL-DROPPED > 0
               MOVE WS-POOL-DROPPED TO WS-COUNT-PRINT
               DISPLAY "WARNING! PACK IS FULL - " WS-COUNT-PRINT
                   " LINES LEFT OUT."
           END-IF
           PERFORM WORK-OUT-PAGE-NUMBERS.
           PERFORM WRITE-PACK.
           MOVE "YNPACK.DAT" TO SPL-NAME
           MOVE WS-PAGE-NUMBER TO SPL-PAGES
           PERFORM REGISTER-SPOOL-REPORT
           PERFORM ADD-PACK-READERS.
           DISPLAY "RESULTS PACK WRITTEN TO YNPACK.DAT"
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       GET-CAMPAIGN.
           DISPLAY "ENTER THE CAMPAIGN ID, OR BLANK FOR THE "
               "STANDING CAMPAIGN 01: "
           ACCEPT WS-WANTED-CAMP
           MOVE FUNCTION UPPER-CASE(WS-WANTED-CAMP)
               TO WS-WANTED-CAMP
           IF WS-WANTED-CAMP = SPACES
               MOVE "01" TO WS-WANTED-CAMP
           END-IF.

      *the standing campaign 01 is always there, as the survey run
      *treats it, even before any catalog was kept
       FIND-CAMPAIGN.
           MOVE "N" TO WS-CAMP-FOUND
           IF WS-WANTED-CAMP = "01"
               MOVE "Y" TO WS-CAMP-FOUND
               MOVE "GENERAL" TO WS-PACK-TITLE
           END-IF
           MOVE "N" TO WS-CAMP-EOF
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMP-STATUS = "00"
               PERFORM FIND-NEXT-CAMPAIGN UNTIL AT-CAMP-EOF
               CLOSE CAMPAIGN-FILE
           END-IF.

       FIND-NEXT-CAMPAIGN.
           READ CAMPAIGN-FILE
               AT END MOVE "Y" TO WS-CAMP-EOF
           END-READ

           IF NOT AT-CAMP-EOF
               IF CMP-ID = WS-WANTED-CAMP
                   MOVE "Y" TO WS-CAMP-FOUND
                   MOVE CMP-TITLE TO WS-PACK-TITLE
                   MOVE CMP-OPEN-DATE TO WS-PACK-OPEN
                   MOVE CMP-CLOSE-DATE TO WS-PACK-CLOSE
               END-IF
           END-IF.

      *section titles carry the question text where the question
      *file still has it
       LOAD-QUESTION-TITLES.
           PERFORM CLEAR-NEXT-SECTION
               VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > 100
           MOVE "RESPONSE RATES" TO WS-SEC-TITLE(100)
           MOVE "N" TO WS-QUEST-EOF
           OPEN INPUT QUESTION-FILE
           IF WS-QUEST-STATUS = "00"
               PERFORM LOAD-NEXT-QUESTION-TITLE UNTIL AT-QUEST-EOF
               CLOSE QUESTION-FILE
           END-IF.

       CLEAR-NEXT-SECTION.
           MOVE SPACES TO WS-SECTION-ENTRY(WS-SEC-IDX)
           MOVE 0 TO WS-SEC-LINES(WS-SEC-IDX)
           MOVE 0 TO WS-SEC-START-PAGE(WS-SEC-IDX)
           IF WS-SEC-IDX < 100
               STRING "QUESTION " DELIMITED BY SIZE
                       WS-SEC-IDX(2:2) DELIMITED BY SIZE
                   INTO WS-SEC-TITLE(WS-SEC-IDX)
               END-STRING
               MOVE 0 TO WS-TRD-PERIODS(WS-SEC-IDX)
               MOVE 0 TO WS-TRD-PRIOR-PCT(WS-SEC-IDX)
               MOVE 0 TO WS-TRD-PRIOR-MEAN(WS-SEC-IDX)
           END-IF.

       LOAD-NEXT-QUESTION-TITLE.
           READ QUESTION-FILE
               AT END MOVE "Y" TO WS-QUEST-EOF
           END-READ

           IF NOT AT-QUEST-EOF
               IF QC-CAMPAIGN = SPACES
                   MOVE "01" TO QC-CAMPAIGN
               END-IF
               IF QC-CAMPAIGN = WS-WANTED-CAMP
                       AND QC-QUESTION-NUMBER IS NUMERIC
                       AND QC-QUESTION-NUMBER > 0
                   MOVE SPACES TO WS-SEC-TITLE(QC-QUESTION-NUMBER)
                   STRING "QUESTION " DELIMITED BY SIZE
                           QC-QUESTION-NUMBER DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           QC-QUESTION-TEXT DELIMITED BY SIZE
                       INTO WS-SEC-TITLE(QC-QUESTION-NUMBER)
                   END-STRING
               END-IF
           END-IF.

      *files a line under a section, heading each kind of material
      *the first time it turns up there
       ADD-POOL-LINE.
           IF WS-SEC-PART-SEEN(WS-ADD-SECTION, WS-ADD-PART)
                   NOT = "Y"
               MOVE "Y" TO WS-SEC-PART-SEEN(WS-ADD-SECTION,
                   WS-ADD-PART)
               IF WS-POOL-COUNT < 2000
                   ADD 1 TO WS-POOL-COUNT
                   MOVE WS-ADD-SECTION
                       TO WS-POOL-SECTION(WS-POOL-COUNT)
                   MOVE SPACES TO WS-POOL-TEXT(WS-POOL-COUNT)
                   STRING "  " DELIMITED BY SIZE
                           WS-PART-NAME(WS-ADD-PART)
                               DELIMITED BY SIZE
                       INTO WS-POOL-TEXT(WS-POOL-COUNT)
                   END-STRING
                   ADD 1 TO WS-SEC-LINES(WS-ADD-SECTION)
               ELSE
                   ADD 1 TO WS-POOL-DROPPED
               END-IF
           END-IF
           IF WS-POOL-COUNT < 2000
               ADD 1 TO WS-POOL-COUNT
               MOVE WS-ADD-SECTION TO WS-POOL-SECTION(WS-POOL-COUNT)
               MOVE SPACES TO WS-POOL-TEXT(WS-POOL-COUNT)
               STRING "    " DELIMITED BY SIZE
                       WS-ADD-TEXT DELIMITED BY SIZE
                   INTO WS-POOL-TEXT(WS-POOL-COUNT)
               END-STRING
               ADD 1 TO WS-SEC-LINES(WS-ADD-SECTION)
           ELSE
               ADD 1 TO WS-POOL-DROPPED
           END-IF.

      *the survey report - a CAMPAIGN line opens each campaign's
      *block, a line starting Qnn opens a question and indented
      *lines under it belong to it; the RESPONSES lines at the foot
      *are the run's totals.  a sampled campaign's SAMPLE OF line
      *goes with the response rates
       GATHER-SURVEY-RESULTS.
           MOVE 0 TO WS-RESULT-COUNT
           MOVE "N" TO WS-IN-CAMPAIGN
           MOVE 0 TO WS-IN-QUESTION
           MOVE "N" TO WS-REPORT-EOF
           OPEN INPUT SURVEY-REPORT-FILE
           IF WS-SVYRPT-STATUS NOT = "00"
               DISPLAY "NO SVYRPT.DAT ON FILE."
           ELSE
               PERFORM GATHER-NEXT-SURVEY-LINE UNTIL AT-REPORT-EOF
               CLOSE SURVEY-REPORT-FILE
           END-IF.

       GATHER-NEXT-SURVEY-LINE.
           READ SURVEY-REPORT-FILE
               AT END MOVE "Y" TO WS-REPORT-EOF
           END-READ

           IF NOT AT-REPORT-EOF
               MOVE SURVEY-REPORT-RECORD TO WS-IN-LINE
               EVALUATE TRUE
                   WHEN WS-IN-LINE(1:9) = "CAMPAIGN "
                       MOVE 0 TO WS-IN-QUESTION
                       IF WS-IN-LINE(10:2) = WS-WANTED-CAMP
                           MOVE "Y" TO WS-IN-CAMPAIGN
                       ELSE
                           MOVE "N" TO WS-IN-CAMPAIGN
                       END-IF
                   WHEN WS-IN-LINE(1:10) = "RESPONSES "
                       MOVE "N" TO WS-IN-CAMPAIGN
                       MOVE 0 TO WS-IN-QUESTION
                       MOVE 100 TO WS-ADD-SECTION
                       MOVE 6 TO WS-ADD-PART
                       MOVE WS-IN-LINE TO WS-ADD-TEXT
                       PERFORM ADD-POOL-LINE
                   WHEN IN-WANTED-CAMPAIGN
                           AND WS-IN-LINE(1:1) = "Q"
                           AND WS-IN-LINE(2:2) IS NUMERIC
                       MOVE WS-IN-LINE(2:2) TO WS-IN-QUESTION
                       IF WS-IN-QUESTION > 0
                           ADD 1 TO WS-RESULT-COUNT
                           MOVE WS-IN-QUESTION TO WS-ADD-SECTION
                           MOVE 1 TO WS-ADD-PART
                           MOVE WS-IN-LINE TO WS-ADD-TEXT
                           PERFORM ADD-POOL-LINE
                       END-IF
                   WHEN IN-WANTED-CAMPAIGN
                           AND WS-IN-LINE(1:14) = "    SAMPLE OF "
                       MOVE 100 TO WS-ADD-SECTION
                       MOVE 8 TO WS-ADD-PART
                       MOVE WS-IN-LINE(5:) TO WS-ADD-TEXT
                       PERFORM ADD-POOL-LINE
                   WHEN IN-WANTED-CAMPAIGN AND WS-IN-QUESTION > 0
                           AND WS-IN-LINE(1:4) = SPACES
                           AND WS-IN-LINE NOT = SPACES
                       MOVE WS-IN-QUESTION TO WS-ADD-SECTION
                       MOVE 1 TO WS-ADD-PART
                       MOVE WS-IN-LINE TO WS-ADD-TEXT
                       PERFORM ADD-POOL-LINE
                       IF WS-IN-LINE(5:9) = "ASKED OF:"
                               OR WS-IN-LINE(5:10) = "ROUTED TO:"
                           PERFORM ADD-RATE-FIGURE
                       END-IF
               END-EVALUATE
           END-IF.

      *a copy of the question's response rate for the closing
      *section, so every rate can be read down one page
       ADD-RATE-FIGURE.
           MOVE 100 TO WS-ADD-SECTION
           MOVE 5 TO WS-ADD-PART
           MOVE SPACES TO WS-ADD-TEXT
           STRING "Q" DELIMITED BY SIZE
                   WS-IN-QUESTION(2:2) DELIMITED BY SIZE
                   WS-IN-LINE(4:93) DELIMITED BY SIZE
               INTO WS-ADD-TEXT
           END-STRING
           PERFORM ADD-POOL-LINE.

      *the cross-tab of the campaign, if that is the campaign it
      *was last run for, goes under both of its questions
       GATHER-CROSSTAB.
           MOVE 0 TO WS-XTAB-COUNT
           MOVE "N" TO WS-REPORT-EOF
           OPEN INPUT CROSSTAB-REPORT-FILE
           IF WS-XTAB-STATUS = "00"
               PERFORM GATHER-NEXT-CROSSTAB-LINE UNTIL AT-REPORT-EOF
               CLOSE CROSSTAB-REPORT-FILE
           END-IF
           IF WS-XTAB-COUNT > 0
               MOVE WS-XTAB-LINE(1) TO WS-XTAB-HEAD
               IF XTH-LABEL = "CROSS-TAB  CAMPAIGN "
                       AND XTH-CAMP = WS-WANTED-CAMP
                       AND XTH-QUESTION-A IS NUMERIC
                       AND XTH-QUESTION-B IS NUMERIC
                   MOVE XTH-QUESTION-A TO WS-XTAB-QUESTION
                   PERFORM FILE-CROSSTAB-UNDER-QUESTION
                   MOVE XTH-QUESTION-B TO WS-XTAB-QUESTION
                   PERFORM FILE-CROSSTAB-UNDER-QUESTION
               END-IF
           END-IF.

       GATHER-NEXT-CROSSTAB-LINE.
           READ CROSSTAB-REPORT-FILE
               AT END MOVE "Y" TO WS-REPORT-EOF
           END-READ

           IF NOT AT-REPORT-EOF AND WS-XTAB-COUNT < 20
               ADD 1 TO WS-XTAB-COUNT
               MOVE CROSSTAB-REPORT-RECORD
                   TO WS-XTAB-LINE(WS-XTAB-COUNT)
           END-IF.

       FILE-CROSSTAB-UNDER-QUESTION.
           IF WS-XTAB-QUESTION > 0
               MOVE WS-XTAB-QUESTION TO WS-ADD-SECTION
               MOVE 2 TO WS-ADD-PART
               PERFORM FILE-NEXT-CROSSTAB-LINE
                   VARYING WS-XTAB-IDX FROM 1 BY 1
                   UNTIL WS-XTAB-IDX > WS-XTAB-COUNT
           END-IF.

       FILE-NEXT-CROSSTAB-LINE.
           MOVE WS-XTAB-LINE(WS-XTAB-IDX) TO WS-ADD-TEXT
           PERFORM ADD-POOL-LINE.

      *the comment themes, if run for this campaign or for all of
      *them - a QUESTION line opens each question's top themes
       GATHER-THEMES.
           MOVE 0 TO WS-IN-QUESTION
           MOVE "N" TO WS-IN-CAMPAIGN
           MOVE "N" TO WS-REPORT-EOF
           OPEN INPUT THEME-REPORT-FILE
           IF WS-THEME-STATUS = "00"
               PERFORM GATHER-NEXT-THEME-LINE UNTIL AT-REPORT-EOF
               CLOSE THEME-REPORT-FILE
           END-IF.

       GATHER-NEXT-THEME-LINE.
           READ THEME-REPORT-FILE
               AT END MOVE "Y" TO WS-REPORT-EOF
           END-READ

           IF NOT AT-REPORT-EOF
               MOVE THEME-REPORT-RECORD TO WS-IN-LINE
               EVALUATE TRUE
                   WHEN WS-IN-LINE(1:32)
                           = "SURVEY COMMENT THEMES  CAMPAIGN "
                       MOVE 0 TO WS-IN-QUESTION
                       EVALUATE WS-IN-LINE(33:2)
                           WHEN WS-WANTED-CAMP
                               MOVE "Y" TO WS-IN-CAMPAIGN
                               MOVE 3 TO WS-THEME-PART
                           WHEN SPACES
                               MOVE "Y" TO WS-IN-CAMPAIGN
                               MOVE 7 TO WS-THEME-PART
                           WHEN OTHER
                               MOVE "N" TO WS-IN-CAMPAIGN
                       END-EVALUATE
                   WHEN IN-WANTED-CAMPAIGN
                           AND WS-IN-LINE(1:9) = "QUESTION "
                           AND WS-IN-LINE(10:2) IS NUMERIC
                       MOVE WS-IN-LINE(10:2) TO WS-IN-QUESTION
                   WHEN IN-WANTED-CAMPAIGN AND WS-IN-QUESTION > 0
                           AND WS-IN-LINE(1:2) = SPACES
                           AND WS-IN-LINE NOT = SPACES
                       MOVE WS-IN-QUESTION TO WS-ADD-SECTION
                       MOVE WS-THEME-PART TO WS-ADD-PART
                       MOVE WS-IN-LINE TO WS-ADD-TEXT
                       PERFORM ADD-POOL-LINE
               END-EVALUATE
           END-IF.

      *the trend is worked per question straight off the closed
      *period history, oldest period first as it was appended
       GATHER-TRENDS.
           MOVE "N" TO WS-HISTORY-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM GATHER-NEXT-HISTORY UNTIL AT-HISTORY-EOF
               CLOSE HISTORY-FILE
           END-IF.

       GATHER-NEXT-HISTORY.
           READ HISTORY-FILE
               AT END MOVE "Y" TO WS-HISTORY-EOF
           END-READ

           IF NOT AT-HISTORY-EOF
               MOVE HISTORY-RECORD TO WS-HISTORY-REC
               IF HST-CAMP = SPACES
                   MOVE "01" TO HST-CAMP
               END-IF
               IF HST-CAMP = WS-WANTED-CAMP
                       AND HST-QUESTION IS NUMERIC
                       AND HST-QUESTION > 0
                       AND HST-YES-COUNT IS NUMERIC
                       AND HST-NO-COUNT IS NUMERIC
                   PERFORM SUM-HISTORY-SCALE
                   MOVE HST-QUESTION TO WS-ADD-SECTION
                   MOVE 4 TO WS-ADD-PART
                   IF WS-RATING-TOTAL > 0
                       PERFORM ADD-RATING-TREND-LINES
                   ELSE
                       COMPUTE WS-HIST-TOTAL =
                           HST-YES-COUNT + HST-NO-COUNT
                       IF WS-HIST-TOTAL > 0
                           PERFORM ADD-YES-NO-TREND-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SUM-HISTORY-SCALE.
           MOVE 0 TO WS-RATING-TOTAL
           MOVE 0 TO WS-RATING-WEIGHT
           MOVE 0 TO WS-SCALE-TOP
           PERFORM ADD-HISTORY-SCALE-POINT
               VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX > 9.

       ADD-HISTORY-SCALE-POINT.
           IF HST-SCALE-COUNT(WS-SCALE-IDX) IS NOT NUMERIC
               MOVE 0 TO HST-SCALE-COUNT(WS-SCALE-IDX)
           END-IF
           IF HST-SCALE-COUNT(WS-SCALE-IDX) > 0
               MOVE WS-SCALE-IDX TO WS-SCALE-TOP
           END-IF
           ADD HST-SCALE-COUNT(WS-SCALE-IDX) TO WS-RATING-TOTAL
           COMPUTE WS-RATING-WEIGHT = WS-RATING-WEIGHT
               + HST-SCALE-COUNT(WS-SCALE-IDX) * WS-SCALE-IDX.

       ADD-YES-NO-TREND-LINE.
           COMPUTE WS-PCT-YES ROUNDED =
               HST-YES-COUNT * 100 / WS-HIST-TOTAL
           COMPUTE WS-PCT-NO = 100 - WS-PCT-YES
           MOVE HST-YES-COUNT TO WS-YES-PRINT
           MOVE HST-NO-COUNT TO WS-NO-PRINT
           MOVE WS-PCT-YES TO WS-PCT-YES-PRINT
           MOVE WS-PCT-NO TO WS-PCT-NO-PRINT
           MOVE SPACES TO WS-ADD-TEXT
           IF WS-TRD-PERIODS(HST-QUESTION) = 0
               STRING HST-CLOSE-DATE DELIMITED BY SIZE
                       "  YES: " DELIMITED BY SIZE
                       WS-YES-PRINT DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-PCT-YES-PRINT DELIMITED BY SIZE
                       "%)  NO: " DELIMITED BY SIZE
                       WS-NO-PRINT DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-PCT-NO-PRINT DELIMITED BY SIZE
                       "%)" DELIMITED BY SIZE
                   INTO WS-ADD-TEXT
               END-STRING
           ELSE
               COMPUTE WS-PCT-MOVEMENT =
                   WS-PCT-YES - WS-TRD-PRIOR-PCT(HST-QUESTION)
               MOVE WS-PCT-MOVEMENT TO WS-PCT-MOVEMENT-PRINT
               STRING HST-CLOSE-DATE DELIMITED BY SIZE
                       "  YES: " DELIMITED BY SIZE
                       WS-YES-PRINT DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-PCT-YES-PRINT DELIMITED BY SIZE
                       "%)  NO: " DELIMITED BY SIZE
                       WS-NO-PRINT DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-PCT-NO-PRINT DELIMITED BY SIZE
                       "%)  YES MOVED " DELIMITED BY SIZE
                       WS-PCT-MOVEMENT-PRINT DELIMITED BY SIZE
                       " POINTS" DELIMITED BY SIZE
                   INTO WS-ADD-TEXT
               END-STRING
           END-IF
           PERFORM ADD-POOL-LINE
           ADD 1 TO WS-TRD-PERIODS(HST-QUESTION)
           MOVE WS-PCT-YES TO WS-TRD-PRIOR-PCT(HST-QUESTION).

       ADD-RATING-TREND-LINES.
           COMPUTE WS-RATING-MEAN ROUNDED =
               WS-RATING-WEIGHT / WS-RATING-TOTAL
           MOVE WS-RATING-TOTAL TO WS-YES-PRINT
           MOVE WS-RATING-MEAN TO WS-MEAN-PRINT
           MOVE SPACES TO WS-ADD-TEXT
           IF WS-TRD-PERIODS(HST-QUESTION) = 0
               STRING HST-CLOSE-DATE DELIMITED BY SIZE
                       "  ANSWERS: " DELIMITED BY SIZE
                       WS-YES-PRINT DELIMITED BY SIZE
                       "  MEAN: " DELIMITED BY SIZE
                       WS-MEAN-PRINT DELIMITED BY SIZE
                   INTO WS-ADD-TEXT
               END-STRING
           ELSE
               COMPUTE WS-MEAN-MOVEMENT = WS-RATING-MEAN
                   - WS-TRD-PRIOR-MEAN(HST-QUESTION)
               MOVE WS-MEAN-MOVEMENT TO WS-MEAN-MOVEMENT-PRINT
               STRING HST-CLOSE-DATE DELIMITED BY SIZE
                       "  ANSWERS: " DELIMITED BY SIZE
                       WS-YES-PRINT DELIMITED BY SIZE
                       "  MEAN: " DELIMITED BY SIZE
                       WS-MEAN-PRINT DELIMITED BY SIZE
                       "  MOVEMENT: " DELIMITED BY SIZE
                       WS-MEAN-MOVEMENT-PRINT DELIMITED BY SIZE
                   INTO WS-ADD-TEXT
               END-STRING
           END-IF
           PERFORM ADD-POOL-LINE
           MOVE SPACES TO WS-ADD-TEXT
           MOVE 11 TO WS-DIST-PTR
           PERFORM ADD-RATING-SHARE-TO-LINE
               VARYING WS-SCALE-IDX FROM 1 BY 1
               UNTIL WS-SCALE-IDX > WS-SCALE-TOP
           PERFORM ADD-POOL-LINE
           ADD 1 TO WS-TRD-PERIODS(HST-QUESTION)
           MOVE WS-RATING-MEAN TO WS-TRD-PRIOR-MEAN(HST-QUESTION).

       ADD-RATING-SHARE-TO-LINE.
           COMPUTE WS-RATING-PCT ROUNDED =
               HST-SCALE-COUNT(WS-SCALE-IDX) * 100 / WS-RATING-TOTAL
           MOVE WS-RATING-PCT TO WS-PCT-YES-PRINT
           STRING WS-SCALE-IDX(2:1) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-PCT-YES-PRINT DELIMITED BY SIZE
                   "%  " DELIMITED BY SIZE
               INTO WS-ADD-TEXT
               WITH POINTER WS-DIST-PTR
           END-STRING.

      *page 1 is the cover and the contents follow it; each section
      *then starts on a fresh page, running on as many as its lines
      *need, so the contents can give every page number exactly
       WORK-OUT-PAGE-NUMBERS.
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM COUNT-NEXT-SECTION
               VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > 100
           COMPUTE WS-CONTENTS-PAGES =
               (WS-SECTION-COUNT + 1 + WS-LINES-PER-PAGE - 1)
                   / WS-LINES-PER-PAGE
           COMPUTE WS-NEXT-PAGE = 2 + WS-CONTENTS-PAGES
           PERFORM WORK-OUT-NEXT-SECTION-PAGE
               VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > 100.

       COUNT-NEXT-SECTION.
           IF WS-SEC-LINES(WS-SEC-IDX) > 0
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

       WORK-OUT-NEXT-SECTION-PAGE.
           IF WS-SEC-LINES(WS-SEC-IDX) > 0
               MOVE WS-NEXT-PAGE TO WS-SEC-START-PAGE(WS-SEC-IDX)
               COMPUTE WS-SECTION-PAGES =
                   (WS-SEC-LINES(WS-SEC-IDX) + 1
                       + WS-LINES-PER-PAGE - 1) / WS-LINES-PER-PAGE
               ADD WS-SECTION-PAGES TO WS-NEXT-PAGE
           END-IF.

       WRITE-PACK.
           OPEN OUTPUT PACK-FILE
           MOVE 0 TO WS-PAGE-NUMBER
           PERFORM WRITE-COVER-PAGE
           PERFORM WRITE-PACK-HEADER
           MOVE "SURVEY RESULTS PACK - TABLE OF CONTENTS"
               TO WS-PACK-LINE
           WRITE PACK-RECORD FROM WS-PACK-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM WRITE-NEXT-TOC-LINE
               VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > 100
           PERFORM WRITE-NEXT-SECTION
               VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > 100
           CLOSE PACK-FILE.

       WRITE-COVER-PAGE.
           PERFORM WRITE-PACK-HEADER
           MOVE SPACES TO WS-PACK-LINE
           WRITE PACK-RECORD FROM WS-PACK-LINE
           IF WS-PACK-CLOSE = 0 OR WS-PACK-CLOSE >= WS-RUN-DATE
               STRING "SURVEY RESULTS - PROVISIONAL, "
                       DELIMITED BY SIZE
                       "CAMPAIGN NOT YET CLOSED" DELIMITED BY SIZE
                   INTO WS-PACK-LINE
               END-STRING
           ELSE
               MOVE "SURVEY RESULTS" TO WS-PACK-LINE
           END-IF
           WRITE PACK-RECORD FROM WS-PACK-LINE
           MOVE SPACES TO WS-PACK-LINE
           STRING "CAMPAIGN " DELIMITED BY SIZE
                   WS-WANTED-CAMP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PACK-TITLE DELIMITED BY SIZE
               INTO WS-PACK-LINE
           END-STRING
           WRITE PACK-RECORD FROM WS-PACK-LINE
           IF WS-PACK-OPEN = 0
               MOVE "NOT SET" TO WS-DATE-PRINT
           ELSE
               MOVE WS-PACK-OPEN TO WS-DATE-PRINT
           END-IF
           MOVE SPACES TO WS-PACK-LINE
           STRING "OPENED: " DELIMITED BY SIZE
                   WS-DATE-PRINT DELIMITED BY SIZE
               INTO WS-PACK-LINE
           END-STRING
           WRITE PACK-RECORD FROM WS-PACK-LINE
           IF WS-PACK-CLOSE = 0
               MOVE "NOT SET" TO WS-DATE-PRINT
           ELSE
               MOVE WS-PACK-CLOSE TO WS-DATE-PRINT
           END-IF
           MOVE SPACES TO WS-PACK-LINE
           STRING "CLOSED: " DELIMITED BY SIZE
                   WS-DATE-PRINT DELIMITED BY SIZE
               INTO WS-PACK-LINE
           END-STRING
           WRITE PACK-RECORD FROM WS-PACK-LINE
           MOVE SPACES TO WS-PACK-LINE
           WRITE PACK-RECORD FROM WS-PACK-LINE
           MOVE SPACES TO WS-PACK-LINE
           STRING "PREPARED " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-PACK-LINE
           END-STRING
           WRITE PACK-RECORD FROM WS-PACK-LINE.

       WRITE-NEXT-TOC-LINE.
           IF WS-SEC-LINES(WS-SEC-IDX) > 0
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-PACK-HEADER
               END-IF
               MOVE WS-SEC-TITLE(WS-SEC-IDX) TO TOC-TITLE
               MOVE WS-SEC-START-PAGE(WS-SEC-IDX) TO TOC-PAGE
               WRITE PACK-RECORD FROM WS-TOC-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       WRITE-NEXT-SECTION.
           IF WS-SEC-LINES(WS-SEC-IDX) > 0
               MOVE WS-SEC-START-PAGE(WS-SEC-IDX) TO WS-PAGE-NUMBER
               SUBTRACT 1 FROM WS-PAGE-NUMBER
               PERFORM WRITE-PACK-HEADER
               MOVE WS-SEC-TITLE(WS-SEC-IDX) TO WS-PACK-LINE
               WRITE PACK-RECORD FROM WS-PACK-LINE
               ADD 1 TO WS-LINE-COUNT
               PERFORM WRITE-NEXT-SECTION-LINE
                   VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-COUNT
           END-IF.

       WRITE-NEXT-SECTION-LINE.
           IF WS-POOL-SECTION(WS-POOL-IDX) = WS-SEC-IDX
      *run on to a continuation page when the section outgrows one
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-PACK-HEADER
               END-IF
               WRITE PACK-RECORD FROM WS-POOL-TEXT(WS-POOL-IDX)
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       WRITE-PACK-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-PRINT
           MOVE SPACES TO WS-PACK-LINE
           STRING "SURVEY RESULTS PACK  CAMPAIGN " DELIMITED BY SIZE
                   WS-WANTED-CAMP DELIMITED BY SIZE
                   "  RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  PAGE: " DELIMITED BY SIZE
                   WS-PAGE-PRINT DELIMITED BY SIZE
               INTO WS-PACK-LINE
           END-STRING
           WRITE PACK-RECORD FROM WS-PACK-LINE
           MOVE SPACES TO WS-PACK-LINE
           MOVE 0 TO WS-LINE-COUNT.

      *everyone required to read any of the reports the pack is
      *built from is made a required reader of the pack as well,
      *once; the list is rewritten in full as rpt_dist keeps it
       ADD-PACK-READERS.
           MOVE 0 TO WS-DIST-COUNT
           MOVE 0 TO WS-READERS-ADDED
           MOVE "N" TO WS-DIST-EOF
           OPEN INPUT DISTRIBUTION-FILE
           IF WS-DIST-STATUS = "00"
               PERFORM LOAD-NEXT-DIST UNTIL AT-DIST-EOF
               CLOSE DISTRIBUTION-FILE
           END-IF
           MOVE WS-DIST-COUNT TO WS-DIST-IDX2
           PERFORM INHERIT-NEXT-READER
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-IDX2
           IF WS-READERS-ADDED > 0
               OPEN OUTPUT DISTRIBUTION-FILE
               PERFORM SAVE-NEXT-DIST
                   VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
               CLOSE DISTRIBUTION-FILE
               MOVE "* PACK READERS ADDED" TO WS-OUTCOME
               PERFORM write-suite-audit
           END-IF
           MOVE 0 TO WS-READERS-ON-PACK
           PERFORM COUNT-NEXT-PACK-READER
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT
           MOVE WS-READERS-ON-PACK TO WS-COUNT-PRINT
           DISPLAY "REQUIRED READERS OF YNPACK.DAT: " WS-COUNT-PRINT
           IF WS-READERS-ON-PACK = 0
               DISPLAY "WARNING! NOBODY IS REQUIRED TO READ THE "
                   "PACK - ADD READERS WITH RPT_DIST."
           END-IF.

       LOAD-NEXT-DIST.
           READ DISTRIBUTION-FILE
               AT END MOVE "Y" TO WS-DIST-EOF
           END-READ
           IF NOT AT-DIST-EOF
               IF DST-REPORT NOT = SPACES
                       AND WS-DIST-COUNT < 200
                   ADD 1 TO WS-DIST-COUNT
                   MOVE DST-REPORT
                       TO WS-DST-REPORT(WS-DIST-COUNT)
                   MOVE DST-OPERATOR
                       TO WS-DST-OPERATOR(WS-DIST-COUNT)
               END-IF
           END-IF.

       INHERIT-NEXT-READER.
           IF WS-DST-REPORT(WS-DIST-IDX) = "SVYRPT.DAT"
                   OR WS-DST-REPORT(WS-DIST-IDX) = "YNXTAB.DAT"
                   OR WS-DST-REPORT(WS-DIST-IDX) = "YNTHEME.DAT"
                   OR WS-DST-REPORT(WS-DIST-IDX) = "YNTREND.DAT"
               MOVE 0 TO WS-DIST-HIT
               PERFORM MATCH-PACK-READER
                   VARYING WS-DIST-SCAN FROM 1 BY 1
                   UNTIL WS-DIST-SCAN > WS-DIST-COUNT
               IF WS-DIST-HIT = 0
                   IF WS-DIST-COUNT >= 200
                       DISPLAY "WARNING! THE DISTRIBUTION FILE IS "
                           "FULL - " WS-DST-OPERATOR(WS-DIST-IDX)
                           " NOT ADDED."
                   ELSE
                       ADD 1 TO WS-DIST-COUNT
                       ADD 1 TO WS-READERS-ADDED
                       MOVE "YNPACK.DAT"
                           TO WS-DST-REPORT(WS-DIST-COUNT)
                       MOVE WS-DST-OPERATOR(WS-DIST-IDX)
                           TO WS-DST-OPERATOR(WS-DIST-COUNT)
                   END-IF
               END-IF
           END-IF.

       MATCH-PACK-READER.
           IF WS-DST-REPORT(WS-DIST-SCAN) = "YNPACK.DAT"
                   AND WS-DST-OPERATOR(WS-DIST-SCAN)
                       = WS-DST-OPERATOR(WS-DIST-IDX)
               MOVE WS-DIST-SCAN TO WS-DIST-HIT
           END-IF.

       SAVE-NEXT-DIST.
           MOVE WS-DST-REPORT(WS-DIST-IDX) TO DST-REPORT
           MOVE WS-DST-OPERATOR(WS-DIST-IDX) TO DST-OPERATOR
           WRITE DISTRIBUTION-RECORD.

       COUNT-NEXT-PACK-READER.
           IF WS-DST-REPORT(WS-DIST-IDX) = "YNPACK.DAT"
               ADD 1 TO WS-READERS-ON-PACK
           END-IF.

       copy errlog replacing ==:PROGRAM-NAME:== by =="YN_PUBLISH"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="YN_PUBLISH"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy spoolreg.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program Program11.
