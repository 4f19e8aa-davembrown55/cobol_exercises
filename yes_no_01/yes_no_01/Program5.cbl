      *FOR: line per person matched against NAMES.DAT, a header
      *and a trailer count, and the letter file registered on the
      *spool index so it can be printed from the spool menu instead
      *of someone retyping IDs into a memo.  a campaign whose
      *invitees were drawn by the sample run has its own entries on
      *the expected list and is chased from those alone; any other
      *campaign is chased from the entries with no campaign on them.
      *a non-respondent marked do-not-contact on the contact master
      *gets no letter, and is listed ahead of the trailer instead.
      *one who prefers electronic delivery is sent the reminder
      *through the mail gateway's delivery file, not printed.

       environment division.
       input-output section.
           select respondent-register-file assign to "YNRESP.DAT"
               organization is line sequential
               file status is WS-REGISTER-STATUS.
           copy contsel.
           select delivery-file assign to "YNCHSDLV.DAT"
               organization is line sequential
               file status is WS-DELIVERY-STATUS.
           copy dlvsel.
           select reminder-file assign to "YNREMIND.DAT"
               organization is line sequential
               file status is WS-REMIND-STATUS.
       data division.
       file section.
       fd  expected-file.
       01 expected-record.
           05 EXP-RESPONDENT pic x(10).
           05 filler pic x.
           05 EXP-CAMPAIGN pic x(2).

       fd  respondent-register-file.
       01 respondent-register-record pic x(27).

       copy contfd.

       fd  delivery-file.
       01 delivery-record pic x(126).

       copy dlvfd.

       fd  reminder-file.
       01 reminder-record pic x(60).
           05 REG-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 REG-CAMP PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 REG-ANSWER PIC X.

       01 WS-EXPECTED-TABLE.
           05 WS-EXPECTED-ENTRY OCCURS 500 TIMES.
               10 WS-EXP-RESPONDED PIC X.
       01 WS-EXPECTED-COUNT PIC 9(3) VALUE 0.
       01 WS-EXPECTED-IDX PIC 9(3) VALUE 0.
       01 WS-EXPECTED-HIT PIC 9(3) VALUE 0.
       01 WS-LIST-CAMP PIC X(2) VALUE SPACES.
       01 WS-NEW-EXP-ID PIC X(10) VALUE SPACES.

       01 WS-NAMES-TABLE.
           05 WS-NAME-ROW OCCURS 500 TIMES.
               10 WS-NAME-ENTRY PIC X(10).
               10 WS-NAME-DNC PIC X.
               10 WS-NAME-DNC-REASON PIC X(20).
               10 WS-NAME-CHANNEL PIC X.
               10 WS-NAME-ADDRESS PIC X(40).
               10 WS-NAME-REFERENCE PIC X(20).
       01 WS-NAMES-COUNT PIC 9(3) VALUE 0.
       01 WS-NAMES-IDX PIC 9(3) VALUE 0.
       01 WS-NAME-HIT PIC 9(3) VALUE 0.
       01 WS-WANTED-CAMP PIC X(2) VALUE SPACES.
       01 WS-CHASE-COUNT PIC 9(3) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZ9.

      *non-respondents marked do-not-contact on the contact master
      *get no letter - they are listed ahead of the trailer instead
       01 WS-SKIP-TABLE.
           05 WS-SKIP-ENTRY OCCURS 500 TIMES.
               10 WS-SKIP-NAME PIC X(10).
               10 WS-SKIP-REASON PIC X(20).
       01 WS-SKIP-COUNT PIC 9(3) VALUE 0.
       01 WS-SKIP-IDX PIC 9(3) VALUE 0.
       01 WS-SKIP-COUNT-PRINT PIC ZZ9.

      *a non-respondent whose preferred channel is electronic, and
      *who has an address on file, is chased through the mail
      *gateway's delivery file instead of the printed letters
       copy dlvws.
       01 WS-EMAIL-COUNT-PRINT PIC ZZ9.
       01 WS-CHASE-DATE PIC 9(8) VALUE 0.
       01 WS-CHASE-LINE PIC X(70) VALUE SPACES.

           PERFORM LOAD-REMINDER-TEMPLATES.
           PERFORM WRITE-CHASE-LETTERS.
           MOVE "YNCHASE.DAT" TO SPL-NAME
           COMPUTE SPL-PAGES = WS-CHASE-COUNT - WS-DLV-LETTER-COUNT
           PERFORM REGISTER-SPOOL-REPORT
           MOVE WS-CHASE-COUNT TO WS-COUNT-PRINT
           DISPLAY "REMINDER LETTERS WRITTEN: " WS-COUNT-PRINT
           MOVE WS-DLV-LETTER-COUNT TO WS-COUNT-PRINT
           DISPLAY "OF WHICH SENT ELECTRONICALLY: " WS-COUNT-PRINT
           IF WS-SKIP-COUNT > 0
               MOVE WS-SKIP-COUNT TO WS-COUNT-PRINT
               DISPLAY "DO-NOT-CONTACT NAMES LEFT OUT: "
                   WS-COUNT-PRINT
           END-IF
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           MOVE FUNCTION UPPER-CASE(WS-WANTED-CAMP)
               TO WS-WANTED-CAMP.

      *a first pass settles which entries the chosen campaign is
      *chased from - its own sample if it has one, else the entries
      *with no campaign; for all campaigns every entry counts, once
       LOAD-EXPECTED-RESPONDENTS.
           MOVE 0 TO WS-EXPECTED-COUNT
           MOVE SPACES TO WS-LIST-CAMP
           IF WS-WANTED-CAMP NOT = SPACES
               MOVE "N" TO WS-EXPECTED-EOF
               OPEN INPUT EXPECTED-FILE
               IF WS-EXPECTED-STATUS = "00"
                   PERFORM SCAN-NEXT-EXPECTED UNTIL AT-EXPECTED-EOF
                   CLOSE EXPECTED-FILE
               END-IF
           END-IF
           MOVE "N" TO WS-EXPECTED-EOF
           OPEN INPUT EXPECTED-FILE
           IF WS-EXPECTED-STATUS = "00"
               CLOSE EXPECTED-FILE
           END-IF.

       SCAN-NEXT-EXPECTED.
           READ EXPECTED-FILE
               AT END MOVE "Y" TO WS-EXPECTED-EOF
           END-READ

           IF NOT AT-EXPECTED-EOF
               IF EXP-RESPONDENT NOT = SPACES
                       AND FUNCTION UPPER-CASE(EXP-CAMPAIGN)
                           = WS-WANTED-CAMP
                   MOVE WS-WANTED-CAMP TO WS-LIST-CAMP
               END-IF
           END-IF.

       LOAD-NEXT-EXPECTED.
           READ EXPECTED-FILE
               AT END MOVE "Y" TO WS-EXPECTED-EOF
           END-READ

           IF NOT AT-EXPECTED-EOF
               IF EXP-RESPONDENT NOT = SPACES
                       AND (WS-WANTED-CAMP = SPACES
                       OR FUNCTION UPPER-CASE(EXP-CAMPAIGN)
                           = WS-LIST-CAMP)
                   MOVE FUNCTION UPPER-CASE(EXP-RESPONDENT)
                       TO WS-NEW-EXP-ID
                   MOVE 0 TO WS-EXPECTED-HIT
                   PERFORM MATCH-NEXT-EXPECTED-ID
                       VARYING WS-EXPECTED-IDX FROM 1 BY 1
                       UNTIL WS-EXPECTED-IDX > WS-EXPECTED-COUNT
                   IF WS-EXPECTED-HIT = 0
                           AND WS-EXPECTED-COUNT < 500
                       ADD 1 TO WS-EXPECTED-COUNT
                       MOVE WS-NEW-EXP-ID
                           TO WS-EXP-ID(WS-EXPECTED-COUNT)
                       MOVE "N"
                           TO WS-EXP-RESPONDED(WS-EXPECTED-COUNT)
                   END-IF
               END-IF
           END-IF.

       MATCH-NEXT-EXPECTED-ID.
           IF WS-EXP-ID(WS-EXPECTED-IDX) = WS-NEW-EXP-ID
               MOVE WS-EXPECTED-IDX TO WS-EXPECTED-HIT
           END-IF.

       MARK-RESPONDENTS.
           MOVE "N" TO WS-REGISTER-EOF
           OPEN INPUT RESPONDENT-REGISTER-FILE
                   ADD 1 TO WS-NAMES-COUNT
                   MOVE NMR-NAME
                       TO WS-NAME-ENTRY(WS-NAMES-COUNT)
                   MOVE NMR-DNC-FLAG TO WS-NAME-DNC(WS-NAMES-COUNT)
                   MOVE NMR-DNC-REASON
                       TO WS-NAME-DNC-REASON(WS-NAMES-COUNT)
                   MOVE NMR-CHANNEL TO WS-NAME-CHANNEL(WS-NAMES-COUNT)
                   MOVE NMR-ADDRESS TO WS-NAME-ADDRESS(WS-NAMES-COUNT)
                   MOVE NMR-REFERENCE
                       TO WS-NAME-REFERENCE(WS-NAMES-COUNT)
               END-IF
           END-IF.

       WRITE-CHASE-LETTERS.
           ACCEPT WS-CHASE-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CHASE-LETTER-FILE
           MOVE "Y" TO WS-DLV-SOURCE
           MOVE "YNCHSDLV.DAT" TO WS-DLV-FILE-NAME
           PERFORM OPEN-DELIVERY-FILE
           MOVE SPACES TO WS-CHASE-LINE
           STRING "H " DELIMITED BY SIZE
                   WS-CHASE-DATE DELIMITED BY SIZE
           PERFORM WRITE-ONE-LETTER
               VARYING WS-EXPECTED-IDX FROM 1 BY 1
               UNTIL WS-EXPECTED-IDX > WS-EXPECTED-COUNT
           PERFORM WRITE-NEXT-SKIPPED-NAME
               VARYING WS-SKIP-IDX FROM 1 BY 1
               UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
           MOVE WS-CHASE-COUNT TO WS-COUNT-PRINT
           MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-PRINT
           MOVE WS-DLV-LETTER-COUNT TO WS-EMAIL-COUNT-PRINT
           MOVE SPACES TO WS-CHASE-LINE
           STRING "T " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   " LETTERS WRITTEN " DELIMITED BY SIZE
                   WS-SKIP-COUNT-PRINT DELIMITED BY SIZE
                   " SUPPRESSED " DELIMITED BY SIZE
                   WS-EMAIL-COUNT-PRINT DELIMITED BY SIZE
                   " ELECTRONIC" DELIMITED BY SIZE
               INTO WS-CHASE-LINE
           END-STRING
           WRITE CHASE-LETTER-RECORD FROM WS-CHASE-LINE
           CLOSE CHASE-LETTER-FILE
           PERFORM CLOSE-DELIVERY-FILE.

       WRITE-ONE-LETTER.
           IF WS-EXP-RESPONDED(WS-EXPECTED-IDX) NOT = "Y"
      *personalise against the names file the way the mail-merge
      *does; an ID with no names entry still gets a letter under
      *its raw ID rather than being skipped
               PERFORM MATCH-NEXT-NAME
                   VARYING WS-NAMES-IDX FROM 1 BY 1
                   UNTIL WS-NAMES-IDX > WS-NAMES-COUNT
               IF WS-NAME-HIT > 0
                       AND WS-NAME-DNC(WS-NAME-HIT) = "Y"
                   PERFORM RECORD-SKIPPED-NAME
               ELSE
                   IF WS-NAME-HIT > 0
                           AND WS-NAME-CHANNEL(WS-NAME-HIT) = "E"
                           AND WS-NAME-ADDRESS(WS-NAME-HIT)
                               NOT = SPACES
                       PERFORM SEND-ONE-CHASE-LETTER
                   ELSE
                       PERFORM WRITE-ONE-CHASE-LETTER
                   END-IF
               END-IF
           END-IF.

       RECORD-SKIPPED-NAME.
           ADD 1 TO WS-SKIP-COUNT
           MOVE WS-NAME-ENTRY(WS-NAME-HIT)
               TO WS-SKIP-NAME(WS-SKIP-COUNT)
           MOVE WS-NAME-DNC-REASON(WS-NAME-HIT)
               TO WS-SKIP-REASON(WS-SKIP-COUNT).

       WRITE-NEXT-SKIPPED-NAME.
           MOVE SPACES TO WS-CHASE-LINE
           STRING "S DO NOT CONTACT: " DELIMITED BY SIZE
                   WS-SKIP-NAME(WS-SKIP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SKIP-REASON(WS-SKIP-IDX) DELIMITED BY SIZE
               INTO WS-CHASE-LINE
           END-STRING
           WRITE CHASE-LETTER-RECORD FROM WS-CHASE-LINE.

       WRITE-ONE-CHASE-LETTER.
           ADD 1 TO WS-CHASE-COUNT
           MOVE SPACES TO WS-CHASE-LINE
           IF WS-NAME-HIT > 0
               STRING "FOR: " DELIMITED BY SIZE
                       WS-NAME-ENTRY(WS-NAME-HIT)
                           DELIMITED BY SIZE
                   INTO WS-CHASE-LINE
               END-STRING
           ELSE
               STRING "FOR: " DELIMITED BY SIZE
                       WS-EXP-ID(WS-EXPECTED-IDX)
                           DELIMITED BY SIZE
                   INTO WS-CHASE-LINE
               END-STRING
           END-IF
           WRITE CHASE-LETTER-RECORD FROM WS-CHASE-LINE
           PERFORM WRITE-NEXT-REMINDER-LINE
               VARYING WS-REMIND-IDX FROM 1 BY 1
               UNTIL WS-REMIND-IDX > WS-REMIND-COUNT
           MOVE SPACES TO WS-CHASE-LINE
           WRITE CHASE-LETTER-RECORD FROM WS-CHASE-LINE.

       SEND-ONE-CHASE-LETTER.
           ADD 1 TO WS-CHASE-COUNT
           MOVE WS-NAME-ENTRY(WS-NAME-HIT) TO WS-DLV-NAME
           MOVE WS-NAME-ADDRESS(WS-NAME-HIT) TO WS-DLV-ADDRESS
           MOVE "SURVEY REMINDER" TO WS-DLV-SUBJECT
           MOVE WS-NAME-REFERENCE(WS-NAME-HIT) TO WS-DLV-CONTACT-REF
           PERFORM START-DELIVERY-LETTER
           PERFORM SEND-NEXT-REMINDER-LINE
               VARYING WS-REMIND-IDX FROM 1 BY 1
               UNTIL WS-REMIND-IDX > WS-REMIND-COUNT.

       SEND-NEXT-REMINDER-LINE.
           MOVE WS-REMIND-ENTRY(WS-REMIND-IDX) TO WS-DLV-TEXT
           PERFORM WRITE-DELIVERY-LINE.

       MATCH-NEXT-NAME.
           IF FUNCTION UPPER-CASE(WS-NAME-ENTRY(WS-NAMES-IDX))
                   = WS-EXP-ID(WS-EXPECTED-IDX)

       copy spoolreg.

       copy dlvp.

       copy bltnshow.

       copy cfgget.
