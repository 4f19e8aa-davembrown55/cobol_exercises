           select merge-out-file assign to "WORDMRG.DAT"
               organization is line sequential
               file status is WS-MRG-OUT-STATUS.
      *readability mode - a line-sequential text library named
      *from the pick list, or the keyed menu01 message file
           select library-file assign to dynamic ws-library-name
               organization is line sequential
               file status is WS-LIB-STATUS.
           select menu-message-file assign to "MENUMSG.DAT"
               organization is indexed
               access mode is sequential
               record key is RMS-KEY
               file status is WS-LIB-STATUS.
           select readability-report-file assign to "WORDREAD.DAT"
               organization is line sequential
               file status is WS-READ-RPT-STATUS.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.

      *the ranking SORT's work file - the key carries the word as
      *compared (upper-cased when the case switch is on) and the
      *word itself rides along untouched for the output; a welsh
      *collation key is twice the word's width
       sd  sort-work-file.
       01 sort-work-rec.
           05 SRT-KEY pic x(100).
           05 SRT-WORD pic x(50).

       fd  freq-work-file.
      *number so the report can say where, not just how often
       sd  conc-sort-file.
       01 conc-sort-rec.
           05 CNC-KEY pic x(100).
           05 CNC-WORD pic x(50).
           05 CNC-SEQ pic 9(7).

       fd  merge-out-file.
       01 merge-out-record pic x(50).

       fd  library-file.
       01 library-record pic x(40).

       fd  menu-message-file.
       01 menu-message-record.
           05 RMS-KEY pic 9(2).
           05 RMS-CATEGORY pic x(15).
           05 RMS-TEXT pic x(30).
           05 RMS-EFF-FROM pic 9(8).
           05 RMS-EFF-TO pic 9(8).

       fd  readability-report-file.
       01 readability-report-record pic x(100).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

         88 RUNNING-MERGE VALUE "M".
         88 RUNNING-CONC VALUE "C".
         88 RUNNING-DELTA VALUE "D".
         88 RUNNING-READABILITY VALUE "E".
       01 WS-PAIR-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-PAIR-EOF PIC X VALUE "N".
       01 WS-FREQ-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-FREQ-RPT-STATUS PIC XX VALUE SPACES.
       01 WS-FREQ-ORDER PIC X VALUE "A".
       01 WS-FREQ-PREV-KEY PIC X(100) VALUE SPACES.
       01 WS-FREQ-HOLD-WORD PIC X(50) VALUE SPACES.
       01 WS-FREQ-COUNT PIC 9(7) VALUE 0.
       01 WS-FREQ-DISTINCT PIC 9(7) VALUE 0.
       01 WS-STOP-EOF PIC X VALUE "N".
         88 AT-STOP-EOF VALUE "Y".
       01 WS-STOP-TABLE.
           05 WS-STOP-COMPARE PIC X(100) OCCURS 200 TIMES.
       01 WS-STOP-COUNT PIC 9(3) VALUE 0.
       01 WS-STOP-IDX PIC 9(3) VALUE 0.
       01 WS-STOP-HIT PIC 9(3) VALUE 0.
      *numbers where it occurs, eight to a line
       01 WS-CONC-RPT-STATUS PIC XX VALUE SPACES.
       01 WS-CONC-SEQ PIC 9(7) VALUE 0.
       01 WS-CONC-PREV-KEY PIC X(100) VALUE SPACES.
       01 WS-CONC-LINE-COUNT PIC 9 VALUE 0.
       01 WS-CONC-NUM-PRINT PIC Z(6)9.
       01 WS-CONC-NUM-LINE.
         88 AT-REF-EOF VALUE "Y".
       01 WS-VAL-EOF PIC X VALUE "N".
         88 AT-VAL-EOF VALUE "Y".
       01 WS-REF-FAILED PIC X VALUE "N".
       01 WS-VAL-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-VAL-MISS-COUNT PIC 9(7) VALUE 0.
       01 WS-UNUSED-SWITCH PIC X VALUE "N".
      *off, with two adjacent letters swapped, or one letter short
      *or long of a reference word is offered as a suggestion, so
      *a rejection no longer means a manual dictionary hunt
       copy nearws.

      *merge mode - two already-ordered inputs interleave into one
      *ordered output in a single pass, each side checked against
         88 AT-MRG2-EOF VALUE "Y".
       01 WS-MRG1-WORD PIC X(50) VALUE SPACES.
       01 WS-MRG2-WORD PIC X(50) VALUE SPACES.
       01 WS-MRG1-COMPARE PIC X(100) VALUE SPACES.
       01 WS-MRG2-COMPARE PIC X(100) VALUE SPACES.
       01 WS-MRG1-PREV PIC X(100) VALUE LOW-VALUES.
       01 WS-MRG2-PREV PIC X(100) VALUE LOW-VALUES.
       01 WS-MRG1-COUNT PIC 9(7) VALUE 0.
       01 WS-MRG2-COUNT PIC 9(7) VALUE 0.
       01 WS-MRG-OUT-COUNT PIC 9(7) VALUE 0.
       01 WS-MRG-SEQ-ERRORS PIC 9(7) VALUE 0.

      *readability mode - each line of a text library (each message
      *for the menu01 messages) is one item; its words are split out
      *at spaces and punctuation and measured, and the reading-ease
      *score is the Flesch formula taking each line as a sentence,
      *with syllables estimated from the vowel groups in each word
       01 WS-LIBRARY-NAME PIC X(20) VALUE SPACES.
       01 WS-LIBRARY-PICK PIC X VALUE SPACE.
         88 LIBRARY-IS-MESSAGES VALUE "M".
       01 WS-LIB-STATUS PIC XX VALUE SPACES.
       01 WS-READ-RPT-STATUS PIC XX VALUE SPACES.
       01 WS-LIB-EOF PIC X VALUE "N".
         88 AT-LIB-EOF VALUE "Y".
       01 WS-RD-TEXT PIC X(40) VALUE SPACES.
       01 WS-RD-ITEM-NO PIC 9(5) VALUE 0.
       01 WS-RD-POS PIC 99 VALUE 0.
       01 WS-RD-CHAR PIC X VALUE SPACE.
         88 RD-SEPARATOR VALUES " " "." "," ";" ":" "!" "?"
                                '"' "(" ")".
       01 WS-RD-WORD PIC X(40) VALUE SPACES.
       01 WS-RD-WORD-LEN PIC 99 VALUE 0.
       01 WS-RD-WORD-SYLL PIC 99 VALUE 0.
       01 WS-RD-SYLL-POS PIC 99 VALUE 0.
       01 WS-RD-SYLL-CHAR PIC X VALUE SPACE.
         88 RD-VOWEL VALUES "A" "E" "I" "O" "U" "Y"
                            "a" "e" "i" "o" "u" "y".
       01 WS-RD-IN-VOWELS PIC X VALUE "N".
       01 WS-RD-COMPARE PIC X(40) VALUE SPACES.
       01 WS-RD-ITEM-WORDS PIC 9(3) VALUE 0.
       01 WS-RD-ITEM-LETTERS PIC 9(5) VALUE 0.
       01 WS-RD-ITEM-SYLLS PIC 9(5) VALUE 0.
       01 WS-RD-ITEM-LONG PIC 9(3) VALUE 0.
       01 WS-RD-ITEM-LONGEST PIC X(40) VALUE SPACES.
       01 WS-RD-ITEM-LONGEST-LEN PIC 99 VALUE 0.
       01 WS-RD-LINES PIC 9(7) VALUE 0.
       01 WS-RD-WORDS PIC 9(7) VALUE 0.
       01 WS-RD-LETTERS PIC 9(9) VALUE 0.
       01 WS-RD-SYLLS PIC 9(9) VALUE 0.
       01 WS-RD-LONG PIC 9(7) VALUE 0.
       01 WS-RD-FLAGGED PIC 9(7) VALUE 0.
       01 WS-RD-EASE PIC S9(5)V9 VALUE 0.
       01 WS-RD-AVG-LEN PIC 9(3)V9 VALUE 0.
       01 WS-RD-PER-LINE PIC 9(3)V9 VALUE 0.
       01 WS-RD-LONG-PCT PIC 9(3) VALUE 0.
      *the difficulty floor and what counts as a long word, both
      *overridable on the suite configuration
       01 WS-RD-MIN-EASE PIC 9(3) VALUE 60.
       01 WS-RD-LONG-LEN PIC 99 VALUE 7.
      *the five longest distinct words in the library, held as
      *compared under the case switch so "Welcome" and "WELCOME"
      *are one word when case is being ignored
       01 WS-LONGEST-TABLE.
           05 WS-LONGEST-ENTRY OCCURS 5 TIMES.
               10 WS-LGW-WORD PIC X(40).
               10 WS-LGW-COMPARE PIC X(40).
               10 WS-LGW-LEN PIC 99.
       01 WS-LGW-IDX PIC 9 VALUE 0.
       01 WS-LGW-LOW PIC 9 VALUE 0.
       01 WS-LGW-HIT PIC 9 VALUE 0.
       01 WS-LGW-PASS PIC 9 VALUE 0.
       01 WS-LGW-LIMIT PIC 9 VALUE 0.
       01 WS-LGW-HOLD PIC X(82) VALUE SPACES.
       01 WS-RD-LINE.
           05 RDL-ITEM PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RDL-WORDS PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RDL-AVG-LEN PIC Z9.9.
           05 FILLER PIC X VALUE SPACE.
           05 RDL-LONG-PCT PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RDL-EASE PIC -ZZ9.9.
           05 FILLER PIC X VALUE SPACE.
           05 RDL-FLAG PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 RDL-LONGEST PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RDL-TEXT PIC X(40).
       01 WS-RD-REPORT-LINE PIC X(100) VALUE SPACES.
       01 WS-RD-EASE-PRINT PIC -ZZZ9.9.
       01 WS-RD-DEC-PRINT PIC ZZ9.9.
       01 WS-RD-SMALL-PRINT PIC ZZ9.
       01 WS-RD-LEN-PRINT PIC Z9.

       01 WS-RESULT-LINE PIC X(120) VALUE SPACES.

      *case-insensitive comparison option - the compare copies hold
       01 WS-COMPARE-WORD1 PIC X(50) VALUE SPACES.
       01 WS-COMPARE-WORD2 PIC X(50) VALUE SPACES.

      *welsh collation for the ranking, sort-based and merge modes -
      *CH, DD, FF, NG, LL, PH, RH and TH are single letters of the
      *welsh alphabet, so the compare key is built letter by letter
      *from the alphabet's own order instead of the character codes.
      *each letter becomes two digits, its place in the alphabet
      *with a capital one below its small letter; anything that is
      *not a letter keeps its own character behind a leading zero,
      *ahead of every letter.  K, Q, V, X and Z, found only in
      *borrowed words, take their english places
       01 WS-COLLATION PIC X VALUE "N".
         88 WELSH-COLLATION VALUE "Y".
       01 WS-WELSH-ALPHABET.
           05 FILLER PIC X(20) VALUE "A B C CHD DDE F FFG ".
           05 FILLER PIC X(20) VALUE "NGH I J K L LLM N O ".
           05 FILLER PIC X(20) VALUE "P PHQ R RHS T THU V ".
           05 FILLER PIC X(8) VALUE "W X Y Z ".
       01 WS-WELSH-LETTERS REDEFINES WS-WELSH-ALPHABET.
           05 WS-WELSH-LETTER PIC X(2) OCCURS 34 TIMES.
       01 WS-WELSH-WORD PIC X(50) VALUE SPACES.
       01 WS-WELSH-KEY PIC X(100) VALUE SPACES.
       01 WS-WK-LEN PIC 99 VALUE 0.
       01 WS-WK-POS PIC 99 VALUE 0.
       01 WS-WK-OUT PIC 999 VALUE 0.
       01 WS-WK-IDX PIC 99 VALUE 0.
       01 WS-WK-HIT PIC 99 VALUE 0.
       01 WS-WK-TAKEN PIC 9 VALUE 0.
       01 WS-WK-CODE PIC 99 VALUE 0.
       01 WS-WK-PAIR PIC X(2) VALUE SPACES.
       01 WS-WK-PAIR-UPPER PIC X(2) VALUE SPACES.

      *truncation warning - WS-COUNTER-1/2 coming back from
      *REMOVE-TRAILING-SPACES still at 50 means no trailing space was
      *found anywhere in the field, i.e. the word filled it completely
       PERFORM LOAD-OPERATOR-PREFS.
       PERFORM SELECT-RUN-MODE.
       PERFORM SELECT-CASE-MODE.
       IF RUNNING-RANK OR RUNNING-FREQ OR RUNNING-CONC
               OR RUNNING-MERGE
           PERFORM SELECT-COLLATION
       END-IF.

       EVALUATE TRUE
           WHEN RUNNING-BATCH
               PERFORM CONC-PROCESS
           WHEN RUNNING-DELTA
               PERFORM DELTA-PROCESS
           WHEN RUNNING-READABILITY
               PERFORM READABILITY-PROCESS
           WHEN INTERACTIVE-MODE
               PERFORM GET-WORD-1
               PERFORM GET-WORD-2
               "WHOLE FILE OF WORDS, F FOR A WORD FREQUENCY COUNT, "
               "C FOR A CONCORDANCE, D FOR A DELTA AGAINST A "
               "PRIOR FREQUENCY RUN, V TO VALIDATE A FILE AGAINST "
               "A REFERENCE LIST, M TO MERGE TWO RANKED FILES, "
               "E FOR A READABILITY REPORT ON A TEXT LIBRARY, OR "
               "N TO KEY IN ONE PAIR: "
           ACCEPT WS-RUN-MODE
      *a ? asks for the context help instead of being an answer
                   CONTINUE
               WHEN "M"
                   CONTINUE
               WHEN "E"
                   CONTINUE
               WHEN "N"
                   MOVE "I" TO WS-RUN-MODE
               WHEN OTHER
                   DISPLAY "ERROR! ENTER Y, R, F, C, D, V, M, E OR N: "
                   PERFORM SELECT-RUN-MODE
           END-EVALUATE.

               PERFORM SELECT-CASE-MODE
           END-IF.

      *a blank answer follows the operator's own message language,
      *so a CY operator gets welsh order without asking for it
       SELECT-COLLATION.
           DISPLAY "RANK IN WELSH ALPHABETICAL ORDER? ENTER Y OR N, "
               "OR LEAVE BLANK TO FOLLOW YOUR LANGUAGE: "
           ACCEPT WS-COLLATION
           IF WS-COLLATION = SPACE
               IF WS-OPERATOR-REC-LANG = "CY"
                   MOVE "Y" TO WS-COLLATION
                   DISPLAY "USING WELSH ORDER FOR YOUR LANGUAGE."
               ELSE
                   MOVE "N" TO WS-COLLATION
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-COLLATION) TO WS-COLLATION

           IF WS-COLLATION NOT = "Y" AND WS-COLLATION NOT = "N"
               DISPLAY "ERROR! ENTER Y OR N: "
               PERFORM SELECT-COLLATION
           END-IF.

       GET-WORD-1.
           DISPLAY "Lets compare the ascii values of two words"
           DISPLAY "Enter the first word: "
               ELSE
                   MOVE RANK-RECORD TO SRT-KEY
               END-IF
               IF WELSH-COLLATION
                   MOVE SRT-KEY TO WS-WELSH-WORD
                   PERFORM BUILD-WELSH-KEY
                   MOVE WS-WELSH-KEY TO SRT-KEY
               END-IF
               RELEASE SORT-WORK-REC
           END-IF.

                       MOVE STOP-WORD-RECORD
                           TO WS-STOP-COMPARE(WS-STOP-COUNT)
                   END-IF
      *held under the same collation key the sort carries
                   IF WELSH-COLLATION
                       MOVE WS-STOP-COMPARE(WS-STOP-COUNT)
                           TO WS-WELSH-WORD
                       PERFORM BUILD-WELSH-KEY
                       MOVE WS-WELSH-KEY
                           TO WS-STOP-COMPARE(WS-STOP-COUNT)
                   END-IF
               END-IF
           END-IF.

               ELSE
                   MOVE RANK-RECORD TO CNC-KEY
               END-IF
               IF WELSH-COLLATION
                   MOVE CNC-KEY TO WS-WELSH-WORD
                   PERFORM BUILD-WELSH-KEY
                   MOVE WS-WELSH-KEY TO CNC-KEY
               END-IF
               MOVE WS-CONC-SEQ TO CNC-SEQ
               RELEASE CONC-SORT-REC
           END-IF.
               END-IF
           END-IF.

       WRITE-SUGGESTION-LINE.
           MOVE SPACES TO WS-VAL-LINE
           STRING "  DID YOU MEAN: " DELIMITED BY SIZE
               ELSE
                   MOVE MERGE-IN1-RECORD TO WS-MRG1-COMPARE
               END-IF
               IF WELSH-COLLATION
                   MOVE WS-MRG1-COMPARE TO WS-WELSH-WORD
                   PERFORM BUILD-WELSH-KEY
                   MOVE WS-WELSH-KEY TO WS-MRG1-COMPARE
               END-IF
               IF WS-MRG1-COMPARE < WS-MRG1-PREV
                   ADD 1 TO WS-MRG-SEQ-ERRORS
                   DISPLAY "WARNING: WORDIN1.DAT OUT OF SEQUENCE "
               ELSE
                   MOVE MERGE-IN2-RECORD TO WS-MRG2-COMPARE
               END-IF
               IF WELSH-COLLATION
                   MOVE WS-MRG2-COMPARE TO WS-WELSH-WORD
                   PERFORM BUILD-WELSH-KEY
                   MOVE WS-WELSH-KEY TO WS-MRG2-COMPARE
               END-IF
               IF WS-MRG2-COMPARE < WS-MRG2-PREV
                   ADD 1 TO WS-MRG-SEQ-ERRORS
                   DISPLAY "WARNING: WORDIN2.DAT OUT OF SEQUENCE "
           ADD 1 TO WS-MRG-OUT-COUNT
           PERFORM READ-MERGE-IN2.

      *the welsh collation key for WS-WELSH-WORD - a digraph is
      *taken whenever the next two characters spell one, the way
      *a welsh dictionary files them
       BUILD-WELSH-KEY.
           MOVE SPACES TO WS-WELSH-KEY
           MOVE 0 TO WS-WK-OUT
           PERFORM FIND-WELSH-WORD-END
               VARYING WS-WK-LEN FROM 50 BY -1
               UNTIL WS-WK-LEN = 0
                   OR WS-WELSH-WORD(WS-WK-LEN:1) NOT = SPACE
           MOVE 1 TO WS-WK-POS
           PERFORM ADD-WELSH-KEY-LETTER
               UNTIL WS-WK-POS > WS-WK-LEN.

       FIND-WELSH-WORD-END.
           CONTINUE.

       ADD-WELSH-KEY-LETTER.
           IF WS-WK-POS < WS-WK-LEN
               MOVE WS-WELSH-WORD(WS-WK-POS:2) TO WS-WK-PAIR
           ELSE
               MOVE SPACES TO WS-WK-PAIR
               MOVE WS-WELSH-WORD(WS-WK-POS:1) TO WS-WK-PAIR(1:1)
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-WK-PAIR) TO WS-WK-PAIR-UPPER
           MOVE 0 TO WS-WK-HIT
           MOVE 1 TO WS-WK-TAKEN
           PERFORM MATCH-WELSH-LETTER
               VARYING WS-WK-IDX FROM 1 BY 1
               UNTIL WS-WK-IDX > 34

           IF WS-WK-HIT > 0
               COMPUTE WS-WK-CODE = WS-WK-HIT * 2 + 10
               IF WS-WK-PAIR(1:1) NOT = WS-WK-PAIR-UPPER(1:1)
                   ADD 1 TO WS-WK-CODE
               END-IF
               MOVE WS-WK-CODE TO WS-WELSH-KEY(WS-WK-OUT + 1:2)
           ELSE
               MOVE "0" TO WS-WELSH-KEY(WS-WK-OUT + 1:1)
               MOVE WS-WK-PAIR(1:1) TO WS-WELSH-KEY(WS-WK-OUT + 2:1)
           END-IF
           ADD 2 TO WS-WK-OUT
           ADD WS-WK-TAKEN TO WS-WK-POS.

      *a two-letter match outranks the single letter it starts with
       MATCH-WELSH-LETTER.
           IF WS-WELSH-LETTER(WS-WK-IDX)(2:1) = SPACE
               IF WS-WELSH-LETTER(WS-WK-IDX)(1:1)
                       = WS-WK-PAIR-UPPER(1:1)
                       AND WS-WK-TAKEN < 2
                   MOVE WS-WK-IDX TO WS-WK-HIT
               END-IF
           ELSE
               IF WS-WELSH-LETTER(WS-WK-IDX) = WS-WK-PAIR-UPPER
                   MOVE WS-WK-IDX TO WS-WK-HIT
                   MOVE 2 TO WS-WK-TAKEN
               END-IF
           END-IF.

       DISPLAY-MERGE-TOTALS.
           MOVE WS-MRG1-COUNT TO WS-RANK-COUNT-PRINT
           DISPLAY "WORDS READ FROM WORDIN1: " WS-RANK-COUNT-PRINT
                   "THE FLAGGED INPUT IS FIXED AND RERUN."
           END-IF.

      *readability mode - measures how plain the wording of one of
      *the suite's text libraries is, item by item and overall, and
      *flags every item whose reading-ease score falls below the
      *configured floor.  the words are every word on the line,
      *stop words included, so the word total agrees with the
      *words-read figure the frequency mode gives for the same text
       READABILITY-PROCESS.
           PERFORM GET-LIBRARY-PICK
           MOVE "WORDS-READ-MIN-EASE" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM NOT > 120
               MOVE WS-CFG-VALUE-NUM TO WS-RD-MIN-EASE
           END-IF
           MOVE "WORDS-LONG-WORD-LEN" TO WS-CFG-WANTED-NAME
           PERFORM GET-NUMERIC-PARAMETER
           IF CONFIG-NUMERIC AND WS-CFG-VALUE-NUM > 0
                   AND WS-CFG-VALUE-NUM < 41
               MOVE WS-CFG-VALUE-NUM TO WS-RD-LONG-LEN
           END-IF

           MOVE 0 TO WS-RD-ITEM-NO
           MOVE 0 TO WS-RD-LINES
           MOVE 0 TO WS-RD-WORDS
           MOVE 0 TO WS-RD-LETTERS
           MOVE 0 TO WS-RD-SYLLS
           MOVE 0 TO WS-RD-LONG
           MOVE 0 TO WS-RD-FLAGGED
           INITIALIZE WS-LONGEST-TABLE
           MOVE "N" TO WS-LIB-EOF

           IF LIBRARY-IS-MESSAGES
               OPEN INPUT MENU-MESSAGE-FILE
           ELSE
               OPEN INPUT LIBRARY-FILE
           END-IF
      *a library that will not open gets no report at all, the way
      *validation mode ends when its reference list is unreadable
           IF WS-LIB-STATUS NOT = "00"
               DISPLAY "ERROR! CANNOT OPEN " WS-LIBRARY-NAME
               DISPLAY "READABILITY NOT RUN - NO REPORT WRITTEN."
           ELSE
               PERFORM MEASURE-THE-LIBRARY
           END-IF.

       GET-LIBRARY-PICK.
           DISPLAY "WHICH TEXT LIBRARY? ENTER R FOR THE REFRESHER "
               "BRIEFING, G FOR THE GREETING TEMPLATES OR M FOR "
               "THE MENU MESSAGES: "
           ACCEPT WS-LIBRARY-PICK
           MOVE FUNCTION UPPER-CASE(WS-LIBRARY-PICK)
               TO WS-LIBRARY-PICK

           EVALUATE WS-LIBRARY-PICK
               WHEN "R"
                   MOVE "REFRESH1.DAT" TO WS-LIBRARY-NAME
               WHEN "G"
                   MOVE "GREETNGS.DAT" TO WS-LIBRARY-NAME
               WHEN "M"
                   MOVE "MENUMSG.DAT" TO WS-LIBRARY-NAME
               WHEN OTHER
                   DISPLAY "ERROR! ENTER R, G OR M: "
                   PERFORM GET-LIBRARY-PICK
           END-EVALUATE.

       MEASURE-THE-LIBRARY.
           OPEN OUTPUT READABILITY-REPORT-FILE
           MOVE WS-RD-MIN-EASE TO WS-RD-SMALL-PRINT
           MOVE SPACES TO WS-RD-REPORT-LINE
           STRING "READABILITY OF " DELIMITED BY SIZE
                   WS-LIBRARY-NAME DELIMITED BY SPACE
                   " - ITEMS SCORING UNDER " DELIMITED BY SIZE
                   WS-RD-SMALL-PRINT DELIMITED BY SIZE
                   " ARE FLAGGED HARD" DELIMITED BY SIZE
               INTO WS-RD-REPORT-LINE
           END-STRING
           WRITE READABILITY-REPORT-RECORD FROM WS-RD-REPORT-LINE
           MOVE SPACES TO WS-RD-REPORT-LINE
           STRING " ITEM WDS  AVG LG%   EASE FLAG " DELIMITED BY SIZE
                   "LONGEST WORD         TEXT" DELIMITED BY SIZE
               INTO WS-RD-REPORT-LINE
           END-STRING
           WRITE READABILITY-REPORT-RECORD FROM WS-RD-REPORT-LINE

           PERFORM MEASURE-NEXT-ITEM UNTIL AT-LIB-EOF
           IF LIBRARY-IS-MESSAGES
               CLOSE MENU-MESSAGE-FILE
           ELSE
               CLOSE LIBRARY-FILE
           END-IF

           PERFORM WRITE-READABILITY-TOTALS
           CLOSE READABILITY-REPORT-FILE
           MOVE "WORDREAD.DAT" TO SPL-NAME
           MOVE 1 TO SPL-PAGES
           PERFORM REGISTER-SPOOL-REPORT

           MOVE WS-RD-LINES TO WS-RANK-COUNT-PRINT
           DISPLAY "ITEMS MEASURED: " WS-RANK-COUNT-PRINT
           MOVE WS-RD-WORDS TO WS-RANK-COUNT-PRINT
           DISPLAY "WORDS READ....: " WS-RANK-COUNT-PRINT
           MOVE WS-RD-FLAGGED TO WS-RANK-COUNT-PRINT
           DISPLAY "ITEMS FLAGGED.: " WS-RANK-COUNT-PRINT.

      *a library line keeps its record number as the item number,
      *the same number the text search reports; a message keeps
      *its message key.  blank lines are not items
       MEASURE-NEXT-ITEM.
           IF LIBRARY-IS-MESSAGES
               READ MENU-MESSAGE-FILE
                   AT END MOVE "Y" TO WS-LIB-EOF
               END-READ
               IF NOT AT-LIB-EOF
                   MOVE RMS-KEY TO WS-RD-ITEM-NO
                   MOVE RMS-TEXT TO WS-RD-TEXT
               END-IF
           ELSE
               READ LIBRARY-FILE
                   AT END MOVE "Y" TO WS-LIB-EOF
               END-READ
               IF NOT AT-LIB-EOF
                   ADD 1 TO WS-RD-ITEM-NO
                   MOVE LIBRARY-RECORD TO WS-RD-TEXT
               END-IF
           END-IF

           IF NOT AT-LIB-EOF AND WS-RD-TEXT NOT = SPACES
               PERFORM MEASURE-ONE-ITEM
           END-IF.

       MEASURE-ONE-ITEM.
           MOVE 0 TO WS-RD-ITEM-WORDS
           MOVE 0 TO WS-RD-ITEM-LETTERS
           MOVE 0 TO WS-RD-ITEM-SYLLS
           MOVE 0 TO WS-RD-ITEM-LONG
           MOVE 0 TO WS-RD-ITEM-LONGEST-LEN
           MOVE SPACES TO WS-RD-ITEM-LONGEST
           MOVE 0 TO WS-RD-WORD-LEN
           MOVE SPACES TO WS-RD-WORD
           PERFORM SPLIT-NEXT-CHARACTER
               VARYING WS-RD-POS FROM 1 BY 1
               UNTIL WS-RD-POS > 40
           IF WS-RD-WORD-LEN > 0
               PERFORM MEASURE-ONE-WORD
           END-IF

           IF WS-RD-ITEM-WORDS > 0
               ADD 1 TO WS-RD-LINES
               ADD WS-RD-ITEM-WORDS TO WS-RD-WORDS
               ADD WS-RD-ITEM-LETTERS TO WS-RD-LETTERS
               ADD WS-RD-ITEM-SYLLS TO WS-RD-SYLLS
               ADD WS-RD-ITEM-LONG TO WS-RD-LONG
               PERFORM WRITE-ITEM-LINE
           END-IF.

       SPLIT-NEXT-CHARACTER.
           MOVE WS-RD-TEXT(WS-RD-POS:1) TO WS-RD-CHAR
           IF RD-SEPARATOR
               IF WS-RD-WORD-LEN > 0
                   PERFORM MEASURE-ONE-WORD
               END-IF
           ELSE
               ADD 1 TO WS-RD-WORD-LEN
               MOVE WS-RD-CHAR TO WS-RD-WORD(WS-RD-WORD-LEN:1)
           END-IF.

       MEASURE-ONE-WORD.
           ADD 1 TO WS-RD-ITEM-WORDS
           ADD WS-RD-WORD-LEN TO WS-RD-ITEM-LETTERS
           IF WS-RD-WORD-LEN NOT < WS-RD-LONG-LEN
               ADD 1 TO WS-RD-ITEM-LONG
           END-IF
           IF WS-RD-WORD-LEN > WS-RD-ITEM-LONGEST-LEN
               MOVE WS-RD-WORD TO WS-RD-ITEM-LONGEST
               MOVE WS-RD-WORD-LEN TO WS-RD-ITEM-LONGEST-LEN
           END-IF
           PERFORM COUNT-WORD-SYLLABLES
           ADD WS-RD-WORD-SYLL TO WS-RD-ITEM-SYLLS
           PERFORM KEEP-LONGEST-WORD
           MOVE 0 TO WS-RD-WORD-LEN
           MOVE SPACES TO WS-RD-WORD.

      *syllables are estimated as runs of vowels with a final
      *silent e dropped - never fewer than one to a word
       COUNT-WORD-SYLLABLES.
           MOVE 0 TO WS-RD-WORD-SYLL
           MOVE "N" TO WS-RD-IN-VOWELS
           PERFORM COUNT-NEXT-VOWEL-GROUP
               VARYING WS-RD-SYLL-POS FROM 1 BY 1
               UNTIL WS-RD-SYLL-POS > WS-RD-WORD-LEN
           IF WS-RD-WORD-SYLL > 1
                   AND (WS-RD-WORD(WS-RD-WORD-LEN:1) = "E"
                     OR WS-RD-WORD(WS-RD-WORD-LEN:1) = "e")
               SUBTRACT 1 FROM WS-RD-WORD-SYLL
           END-IF
           IF WS-RD-WORD-SYLL = 0
               MOVE 1 TO WS-RD-WORD-SYLL
           END-IF.

       COUNT-NEXT-VOWEL-GROUP.
           MOVE WS-RD-WORD(WS-RD-SYLL-POS:1) TO WS-RD-SYLL-CHAR
           IF RD-VOWEL
               IF WS-RD-IN-VOWELS = "N"
                   ADD 1 TO WS-RD-WORD-SYLL
                   MOVE "Y" TO WS-RD-IN-VOWELS
               END-IF
           ELSE
               MOVE "N" TO WS-RD-IN-VOWELS
           END-IF.

      *a word already held (as compared under the case switch) is
      *not held twice; otherwise it displaces the shortest entry
      *when it is longer
       KEEP-LONGEST-WORD.
           IF CASE-INSENSITIVE
               MOVE FUNCTION UPPER-CASE(WS-RD-WORD) TO WS-RD-COMPARE
           ELSE
               MOVE WS-RD-WORD TO WS-RD-COMPARE
           END-IF
           MOVE 0 TO WS-LGW-HIT
           MOVE 1 TO WS-LGW-LOW
           PERFORM CHECK-LONGEST-ENTRY
               VARYING WS-LGW-IDX FROM 1 BY 1
               UNTIL WS-LGW-IDX > 5
           IF WS-LGW-HIT = 0
                   AND WS-RD-WORD-LEN > WS-LGW-LEN(WS-LGW-LOW)
               MOVE WS-RD-WORD TO WS-LGW-WORD(WS-LGW-LOW)
               MOVE WS-RD-COMPARE TO WS-LGW-COMPARE(WS-LGW-LOW)
               MOVE WS-RD-WORD-LEN TO WS-LGW-LEN(WS-LGW-LOW)
           END-IF.

       CHECK-LONGEST-ENTRY.
           IF WS-LGW-COMPARE(WS-LGW-IDX) = WS-RD-COMPARE
               MOVE WS-LGW-IDX TO WS-LGW-HIT
           END-IF
           IF WS-LGW-LEN(WS-LGW-IDX) < WS-LGW-LEN(WS-LGW-LOW)
               MOVE WS-LGW-IDX TO WS-LGW-LOW
           END-IF.

      *each line is one sentence, so the item's words-per-line is
      *its word count
       WRITE-ITEM-LINE.
           COMPUTE WS-RD-AVG-LEN ROUNDED =
               WS-RD-ITEM-LETTERS / WS-RD-ITEM-WORDS
           COMPUTE WS-RD-LONG-PCT ROUNDED =
               WS-RD-ITEM-LONG * 100 / WS-RD-ITEM-WORDS
           COMPUTE WS-RD-EASE ROUNDED =
               206.835 - (1.015 * WS-RD-ITEM-WORDS)
                   - (84.6 * WS-RD-ITEM-SYLLS / WS-RD-ITEM-WORDS)

           MOVE WS-RD-ITEM-NO TO RDL-ITEM
           MOVE WS-RD-ITEM-WORDS TO RDL-WORDS
           MOVE WS-RD-AVG-LEN TO RDL-AVG-LEN
           MOVE WS-RD-LONG-PCT TO RDL-LONG-PCT
           MOVE WS-RD-EASE TO RDL-EASE
           IF WS-RD-EASE < WS-RD-MIN-EASE
               MOVE "HARD" TO RDL-FLAG
               ADD 1 TO WS-RD-FLAGGED
           ELSE
               MOVE SPACES TO RDL-FLAG
           END-IF
           MOVE WS-RD-ITEM-LONGEST TO RDL-LONGEST
           MOVE WS-RD-TEXT TO RDL-TEXT
           WRITE READABILITY-REPORT-RECORD FROM WS-RD-LINE.

      *the whole-library figures are worked from the totals, not
      *averaged from the item figures, so long items weigh as much
      *as their words
       WRITE-READABILITY-TOTALS.
           MOVE SPACES TO WS-RD-REPORT-LINE
           WRITE READABILITY-REPORT-RECORD FROM WS-RD-REPORT-LINE
           IF WS-RD-LINES = 0
               MOVE "NO WORDS FOUND IN THE LIBRARY."
                   TO WS-RD-REPORT-LINE
               WRITE READABILITY-REPORT-RECORD FROM WS-RD-REPORT-LINE
           ELSE
               PERFORM WRITE-READABILITY-SUMMARY
           END-IF.

       WRITE-READABILITY-SUMMARY.
           COMPUTE WS-RD-PER-LINE ROUNDED =
               WS-RD-WORDS / WS-RD-LINES
           COMPUTE WS-RD-AVG-LEN ROUNDED =
               WS-RD-LETTERS / WS-RD-WORDS
           COMPUTE WS-RD-LONG-PCT ROUNDED =
               WS-RD-LONG * 100 / WS-RD-WORDS
           COMPUTE WS-RD-EASE ROUNDED =
               206.835 - (1.015 * WS-RD-WORDS / WS-RD-LINES)
                   - (84.6 * WS-RD-SYLLS / WS-RD-WORDS)

           MOVE WS-RD-LINES TO WS-RANK-COUNT-PRINT
           MOVE SPACES TO WS-RD-REPORT-LINE
           STRING "ITEMS MEASURED.........: " DELIMITED BY SIZE
                   WS-RANK-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-RD-REPORT-LINE
           END-STRING
           WRITE READABILITY-REPORT-RECORD FROM WS-RD-REPORT-LINE

           MOVE WS-RD-WORDS TO WS-RANK-COUNT-PRINT
           MOVE SPACES TO WS-RD-REPORT-LINE
           STRING "WORDS..................: " DELIMITED BY SIZE
                   WS-RANK-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-RD-REPORT-LINE
           END-STRING
           WRITE READABILITY-REPORT-RECORD FROM WS-RD-REPORT-LINE

           MOVE WS-RD-PER-LINE TO WS-RD-DEC-PRINT
           MOVE SPACES TO WS-RD-REPORT-LINE
           STRING "WORDS PER LINE.........:   " DELIMITED BY SIZE
                   WS-RD-DEC-PRINT DELIMITED BY SIZE
               INTO WS-RD-REPORT-LINE
           END-STRING
           WRITE READABILITY-REPORT-RECORD FROM WS-RD-REPORT-LINE

           MOVE WS-RD-AVG-LEN TO WS-RD-DEC-PRINT
           MOVE SPACES TO WS-RD-REPORT-LINE
           STRING "AVERAGE WORD LENGTH....:   " DELIMITED BY SIZE
                   WS-RD-DEC-PRINT DELIMITED BY SIZE
               INTO WS-RD-REPORT-LINE
           END-STRING
           WRITE READABILITY-REPORT-RECORD FROM WS-RD-REPORT-LINE

           MOVE WS-RD-LONG-PCT TO WS-RD-SMALL-PRINT
           MOVE WS-RD-LONG-LEN TO WS-RD-LEN-PRINT
           MOVE SPACES TO WS-RD-REPORT-LINE
           STRING "LONG WORDS (PERCENT)...:     " DELIMITED BY SIZE
                   WS-RD-SMALL-PRINT DELIMITED BY SIZE
                   "  - WORDS OF" DELIMITED BY SIZE
                   WS-RD-LEN-PRINT DELIMITED BY SIZE
                   " LETTERS OR MORE" DELIMITED BY SIZE
               INTO WS-RD-REPORT-LINE
           END-STRING
           WRITE READABILITY-REPORT-RECORD FROM WS-RD-REPORT-LINE

           MOVE WS-RD-EASE TO WS-RD-EASE-PRINT
           MOVE SPACES TO WS-RD-REPORT-LINE
           STRING "READING-EASE SCORE.....:  " DELIMITED BY SIZE
                   WS-RD-EASE-PRINT DELIMITED BY SIZE
               INTO WS-RD-REPORT-LINE
           END-STRING
           WRITE READABILITY-REPORT-RECORD FROM WS-RD-REPORT-LINE

           MOVE WS-RD-FLAGGED TO WS-RANK-COUNT-PRINT
           MOVE SPACES TO WS-RD-REPORT-LINE
           STRING "ITEMS FLAGGED HARD.....: " DELIMITED BY SIZE
                   WS-RANK-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-RD-REPORT-LINE
           END-STRING
           WRITE READABILITY-REPORT-RECORD FROM WS-RD-REPORT-LINE

           PERFORM SORT-LONGEST-PASS
               VARYING WS-LGW-PASS FROM 1 BY 1
               UNTIL WS-LGW-PASS > 4
           MOVE "LONGEST WORDS:" TO WS-RD-REPORT-LINE
           WRITE READABILITY-REPORT-RECORD FROM WS-RD-REPORT-LINE
           PERFORM WRITE-NEXT-LONGEST-LINE
               VARYING WS-LGW-IDX FROM 1 BY 1
               UNTIL WS-LGW-IDX > 5.

       SORT-LONGEST-PASS.
           SUBTRACT WS-LGW-PASS FROM 5 GIVING WS-LGW-LIMIT
           PERFORM SORT-LONGEST-SWAP
               VARYING WS-LGW-IDX FROM 1 BY 1
               UNTIL WS-LGW-IDX > WS-LGW-LIMIT.

       SORT-LONGEST-SWAP.
           IF WS-LGW-LEN(WS-LGW-IDX) < WS-LGW-LEN(WS-LGW-IDX + 1)
               MOVE WS-LONGEST-ENTRY(WS-LGW-IDX) TO WS-LGW-HOLD
               MOVE WS-LONGEST-ENTRY(WS-LGW-IDX + 1)
                   TO WS-LONGEST-ENTRY(WS-LGW-IDX)
               MOVE WS-LGW-HOLD TO WS-LONGEST-ENTRY(WS-LGW-IDX + 1)
           END-IF.

       WRITE-NEXT-LONGEST-LINE.
           IF WS-LGW-LEN(WS-LGW-IDX) > 0
               MOVE WS-LGW-LEN(WS-LGW-IDX) TO WS-RD-SMALL-PRINT
               MOVE SPACES TO WS-RD-REPORT-LINE
               STRING "   " DELIMITED BY SIZE
                       WS-RD-SMALL-PRINT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-LGW-WORD(WS-LGW-IDX) DELIMITED BY SIZE
                   INTO WS-RD-REPORT-LINE
               END-STRING
               WRITE READABILITY-REPORT-RECORD FROM WS-RD-REPORT-LINE
           END-IF.

       copy nearmtch.

       copy spoolreg.

       copy auditopen.
