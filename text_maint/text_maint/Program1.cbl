       program-id. text_maint.

      *maintenance for the three plain text libraries - the
      *greeting templates (GREETNGS.DAT), the limerick
      *(LIMERICK.DAT) and the refresher briefing (REFRESH1.DAT) -
      *so none of them has to be opened in a text editor again.
      *lines can be listed, added (at the end or at a position),
      *replaced, deleted and moved.  each library's line width and
      *line ceiling are the ones its display program reads with,
      *so a line that would be cut short or never shown is stopped
      *at entry.  a greeting template may only carry the
      *placeholders using_move can fill in (&NAME, &DATE, &OPER,
      *&REF).  every change goes on the audit trail with the text
      *before and after it.

       environment division.
       input-output section.
       file-control.
           select greeting-file assign to "GREETNGS.DAT"
               organization is line sequential
               file status is WS-GREET-STATUS.
           select limerick-file assign to "LIMERICK.DAT"
               organization is line sequential
               file status is WS-LIM-STATUS.
           select refresher-file assign to "REFRESH1.DAT"
               organization is line sequential
               file status is WS-REFRESH-STATUS.
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
       fd  greeting-file.
       01 greeting-record pic x(40).

       fd  limerick-file.
       01 limerick-record pic x(40).

       fd  refresher-file.
       01 refresher-record pic x(40).

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

       01 WS-GREET-STATUS PIC XX VALUE SPACES.
       01 WS-LIM-STATUS PIC XX VALUE SPACES.
       01 WS-REFRESH-STATUS PIC XX VALUE SPACES.
       01 WS-TEXT-EOF PIC X VALUE "N".
         88 AT-TEXT-EOF VALUE "Y".

      *the library being worked on - its code, its file, the label
      *used on the audit trail, and the limits its display program
      *reads with (using_move, man_from_peru and refresher1 all
      *hold 50 lines of 40 characters)
       01 WS-LIB-CODE PIC X VALUE SPACES.
         88 LIB-GREETINGS VALUE "G".
         88 LIB-LIMERICK VALUE "L".
         88 LIB-REFRESHER VALUE "R".
         88 LIB-KNOWN VALUE "G" "L" "R".
       01 WS-LIB-FILE PIC X(12) VALUE SPACES.
       01 WS-LIB-WIDTH PIC 99 VALUE 40.
       01 WS-LIB-MAX PIC 99 VALUE 50.
       01 WS-LIB-OVERFLOW PIC X VALUE "N".
         88 LIBRARY-OVERFLOWED VALUE "Y".

      *the whole library is small enough to carry in memory and
      *rewrite in full after each change
       01 WS-TEXT-TABLE.
           05 WS-TEXT-LINE PIC X(40) OCCURS 50 TIMES.
       01 WS-TEXT-COUNT PIC 99 VALUE 0.
       01 WS-TEXT-IDX PIC 99 VALUE 0.

       01 WS-FUNCTION-PICK PIC X VALUE SPACES.
       01 WS-PICK-LINE PIC 99 VALUE 0.
       01 WS-MOVE-FROM PIC 99 VALUE 0.
       01 WS-SHIFT-START PIC 99 VALUE 0.
       01 WS-CONFIRM PIC X VALUE SPACES.
       01 WS-HOLD-LINE PIC X(40) VALUE SPACES.

      *a new line is keyed into a field wider than any library so
      *an overlong line can be seen and refused, not quietly cut
       01 WS-ENTRY-LINE PIC X(80) VALUE SPACES.
       01 WS-NEW-LINE PIC X(40) VALUE SPACES.
       01 WS-LINE-OK PIC X VALUE "Y".
         88 LINE-ACCEPTED VALUE "Y".
         88 LINE-REFUSED VALUE "N".

      *placeholder scan of a greeting template
       01 WS-SCAN-POS PIC 99 VALUE 0.
       01 WS-BAD-TOKEN PIC X(10) VALUE SPACES.

      *before/after text for the audit trail - a 40-character line
      *goes on in two halves so it fits beside the audit sequence
       01 WS-AUDIT-LINE-NO PIC 99 VALUE 0.
       01 WS-AUDIT-WORD PIC X(3) VALUE SPACES.
       01 WS-AUDIT-TEXT PIC X(40) VALUE SPACES.

      *shared suite-wide audit trail - the outcome is wide enough
      *to carry half a library line
       copy auditws.
       01 WS-OUTCOME PIC X(32) VALUE SPACES.

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
           MOVE "TEXT_MAINT" TO WS-ENTL-PROGRAM.
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
           PERFORM GET-LIBRARY.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       GET-LIBRARY.
           DISPLAY " "
           DISPLAY "WHICH TEXT LIBRARY?"
           DISPLAY "G GREETING TEMPLATES (GREETNGS.DAT)"
           DISPLAY "L LIMERICK (LIMERICK.DAT)"
           DISPLAY "R REFRESHER BRIEFING (REFRESH1.DAT)"
           ACCEPT WS-LIB-CODE
           MOVE FUNCTION UPPER-CASE(WS-LIB-CODE) TO WS-LIB-CODE
           IF NOT LIB-KNOWN
               DISPLAY ERRMSG-GENERIC
               MOVE "E001" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               PERFORM GET-LIBRARY
           ELSE
               EVALUATE TRUE
                   WHEN LIB-GREETINGS
                       MOVE "GREETNGS.DAT" TO WS-LIB-FILE
                   WHEN LIB-LIMERICK
                       MOVE "LIMERICK.DAT" TO WS-LIB-FILE
                   WHEN LIB-REFRESHER
                       MOVE "REFRESH1.DAT" TO WS-LIB-FILE
               END-EVALUATE
               PERFORM LOAD-LIBRARY
           END-IF.

      *the line ceiling is the display program's table size - a
      *library already longer than that was edited by hand, and is
      *listed but not rewritten here, since saving it would drop
      *the lines past the ceiling
       LOAD-LIBRARY.
           MOVE SPACES TO WS-TEXT-TABLE
           MOVE 0 TO WS-TEXT-COUNT
           MOVE "N" TO WS-TEXT-EOF
           MOVE "N" TO WS-LIB-OVERFLOW
           EVALUATE TRUE
               WHEN LIB-GREETINGS
                   OPEN INPUT GREETING-FILE
                   IF WS-GREET-STATUS = "00"
                       PERFORM LOAD-NEXT-GREETING UNTIL AT-TEXT-EOF
                       CLOSE GREETING-FILE
                   END-IF
               WHEN LIB-LIMERICK
                   OPEN INPUT LIMERICK-FILE
                   IF WS-LIM-STATUS = "00"
                       PERFORM LOAD-NEXT-LIMERICK UNTIL AT-TEXT-EOF
                       CLOSE LIMERICK-FILE
                   END-IF
               WHEN LIB-REFRESHER
                   OPEN INPUT REFRESHER-FILE
                   IF WS-REFRESH-STATUS = "00"
                       PERFORM LOAD-NEXT-REFRESHER UNTIL AT-TEXT-EOF
                       CLOSE REFRESHER-FILE
                   END-IF
           END-EVALUATE
           DISPLAY WS-LIB-FILE " HOLDS " WS-TEXT-COUNT " LINES."
           IF LIBRARY-OVERFLOWED
               DISPLAY "ERROR! " WS-LIB-FILE " HAS MORE THAN "
                   WS-LIB-MAX " LINES - ONLY THE FIRST " WS-LIB-MAX
                   " ARE SHOWN, AND IT CANNOT BE CHANGED HERE."
               MOVE "* TEXT LIBRARY OVERFLOWED" TO WS-OUTCOME
               PERFORM write-suite-audit
           END-IF.

       LOAD-NEXT-GREETING.
           READ GREETING-FILE
               AT END MOVE "Y" TO WS-TEXT-EOF
           END-READ
           IF NOT AT-TEXT-EOF
               MOVE GREETING-RECORD TO WS-HOLD-LINE
               PERFORM LOAD-ONE-TEXT-LINE
           END-IF.

       LOAD-NEXT-LIMERICK.
           READ LIMERICK-FILE
               AT END MOVE "Y" TO WS-TEXT-EOF
           END-READ
           IF NOT AT-TEXT-EOF
               MOVE LIMERICK-RECORD TO WS-HOLD-LINE
               PERFORM LOAD-ONE-TEXT-LINE
           END-IF.

       LOAD-NEXT-REFRESHER.
           READ REFRESHER-FILE
               AT END MOVE "Y" TO WS-TEXT-EOF
           END-READ
           IF NOT AT-TEXT-EOF
               MOVE REFRESHER-RECORD TO WS-HOLD-LINE
               PERFORM LOAD-ONE-TEXT-LINE
           END-IF.

       LOAD-ONE-TEXT-LINE.
           IF WS-TEXT-COUNT < WS-LIB-MAX
               ADD 1 TO WS-TEXT-COUNT
               MOVE WS-HOLD-LINE TO WS-TEXT-LINE(WS-TEXT-COUNT)
           ELSE
               MOVE "Y" TO WS-LIB-OVERFLOW
           END-IF.

       SAVE-LIBRARY.
           EVALUATE TRUE
               WHEN LIB-GREETINGS
                   OPEN OUTPUT GREETING-FILE
                   PERFORM SAVE-NEXT-GREETING
                       VARYING WS-TEXT-IDX FROM 1 BY 1
                       UNTIL WS-TEXT-IDX > WS-TEXT-COUNT
                   CLOSE GREETING-FILE
               WHEN LIB-LIMERICK
                   OPEN OUTPUT LIMERICK-FILE
                   PERFORM SAVE-NEXT-LIMERICK
                       VARYING WS-TEXT-IDX FROM 1 BY 1
                       UNTIL WS-TEXT-IDX > WS-TEXT-COUNT
                   CLOSE LIMERICK-FILE
               WHEN LIB-REFRESHER
                   OPEN OUTPUT REFRESHER-FILE
                   PERFORM SAVE-NEXT-REFRESHER
                       VARYING WS-TEXT-IDX FROM 1 BY 1
                       UNTIL WS-TEXT-IDX > WS-TEXT-COUNT
                   CLOSE REFRESHER-FILE
           END-EVALUATE.

       SAVE-NEXT-GREETING.
           MOVE WS-TEXT-LINE(WS-TEXT-IDX) TO GREETING-RECORD
           WRITE GREETING-RECORD.

       SAVE-NEXT-LIMERICK.
           MOVE WS-TEXT-LINE(WS-TEXT-IDX) TO LIMERICK-RECORD
           WRITE LIMERICK-RECORD.

       SAVE-NEXT-REFRESHER.
           MOVE WS-TEXT-LINE(WS-TEXT-IDX) TO REFRESHER-RECORD
           WRITE REFRESHER-RECORD.

       GET-FUNCTION.
           DISPLAY " "
           DISPLAY "TEXT LIBRARY MAINTENANCE - " WS-LIB-FILE
           DISPLAY "L LIST THE LINES"
           DISPLAY "A ADD A LINE AT THE END"
           DISPLAY "I INSERT A LINE AT A POSITION"
           DISPLAY "R REPLACE A LINE"
           DISPLAY "D DELETE A LINE"
           DISPLAY "M MOVE A LINE TO ANOTHER POSITION"
           DISPLAY "C CHANGE TO ANOTHER LIBRARY"
           DISPLAY "X EXIT"
           ACCEPT WS-FUNCTION-PICK
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PICK)
               TO WS-FUNCTION-PICK

           EVALUATE WS-FUNCTION-PICK
               WHEN "L"
                   PERFORM LIST-LIBRARY
               WHEN "A"
               WHEN "I"
               WHEN "R"
               WHEN "D"
               WHEN "M"
                   IF LIBRARY-OVERFLOWED
                       DISPLAY "ERROR! " WS-LIB-FILE " IS OVER ITS "
                           "LINE LIMIT AND CANNOT BE CHANGED HERE."
                   ELSE
                       PERFORM CHANGE-LIBRARY
                   END-IF
               WHEN "C"
                   PERFORM GET-LIBRARY
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER
                   DISPLAY ERRMSG-GENERIC
                   MOVE "E001" TO WS-ERROR-CODE
                   PERFORM LOG-ERROR-EVENT
           END-EVALUATE
           PERFORM GET-FUNCTION.

       CHANGE-LIBRARY.
           EVALUATE WS-FUNCTION-PICK
               WHEN "A"
                   PERFORM ADD-TEXT-LINE
               WHEN "I"
                   PERFORM INSERT-TEXT-LINE
               WHEN "R"
                   PERFORM REPLACE-TEXT-LINE
               WHEN "D"
                   PERFORM DELETE-TEXT-LINE
               WHEN "M"
                   PERFORM MOVE-TEXT-LINE
           END-EVALUATE.

       LIST-LIBRARY.
           IF WS-TEXT-COUNT = 0
               DISPLAY "NO LINES IN " WS-LIB-FILE "."
           END-IF
           PERFORM LIST-NEXT-TEXT-LINE
               VARYING WS-TEXT-IDX FROM 1 BY 1
               UNTIL WS-TEXT-IDX > WS-TEXT-COUNT.

       LIST-NEXT-TEXT-LINE.
           DISPLAY WS-TEXT-IDX ": " WS-TEXT-LINE(WS-TEXT-IDX).

       GET-LINE-NUMBER.
           DISPLAY "ENTER THE LINE NUMBER (1 TO " WS-TEXT-COUNT
               "): "
           ACCEPT WS-PICK-LINE
           IF WS-PICK-LINE < 1 OR WS-PICK-LINE > WS-TEXT-COUNT
               DISPLAY "ERROR! NO LINE WITH THAT NUMBER."
               PERFORM GET-LINE-NUMBER
           END-IF.

      *keys the new text and runs it past the library's checks -
      *WS-NEW-LINE holds it when LINE-ACCEPTED
       GET-NEW-TEXT.
           MOVE SPACES TO WS-ENTRY-LINE
           MOVE SPACES TO WS-NEW-LINE
           MOVE "Y" TO WS-LINE-OK
           DISPLAY "ENTER THE TEXT (UP TO " WS-LIB-WIDTH
               " CHARACTERS): "
           ACCEPT WS-ENTRY-LINE
           IF WS-ENTRY-LINE(WS-LIB-WIDTH + 1:) NOT = SPACES
               DISPLAY "ERROR! THE LINE IS LONGER THAN "
                   WS-LIB-WIDTH " CHARACTERS - " WS-LIB-FILE
                   " WOULD CUT IT SHORT."
               MOVE "N" TO WS-LINE-OK
           ELSE
               MOVE WS-ENTRY-LINE TO WS-NEW-LINE
               IF LIB-GREETINGS
                   PERFORM CHECK-PLACEHOLDERS
               END-IF
           END-IF.

      *every & in a greeting template must start a placeholder
      *using_move fills in - anything else would put an
      *"UNRESOLVED PLACEHOLDER" line on the merge report instead
      *of a letter
       CHECK-PLACEHOLDERS.
           PERFORM CHECK-NEXT-PLACEHOLDER
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-LIB-WIDTH OR LINE-REFUSED.

       CHECK-NEXT-PLACEHOLDER.
           IF WS-NEW-LINE(WS-SCAN-POS:1) = "&"
               EVALUATE TRUE
                   WHEN WS-SCAN-POS + 4 <= WS-LIB-WIDTH
                           AND WS-NEW-LINE(WS-SCAN-POS:5) = "&NAME"
                       CONTINUE
                   WHEN WS-SCAN-POS + 4 <= WS-LIB-WIDTH
                           AND WS-NEW-LINE(WS-SCAN-POS:5) = "&DATE"
                       CONTINUE
                   WHEN WS-SCAN-POS + 4 <= WS-LIB-WIDTH
                           AND WS-NEW-LINE(WS-SCAN-POS:5) = "&OPER"
                       CONTINUE
                   WHEN WS-SCAN-POS + 3 <= WS-LIB-WIDTH
                           AND WS-NEW-LINE(WS-SCAN-POS:4) = "&REF"
                       CONTINUE
                   WHEN OTHER
                       MOVE SPACES TO WS-BAD-TOKEN
                       UNSTRING WS-NEW-LINE(WS-SCAN-POS:)
                           DELIMITED BY SPACE
                           INTO WS-BAD-TOKEN
                       END-UNSTRING
                       DISPLAY "ERROR! " WS-BAD-TOKEN
                           " IS NOT A PLACEHOLDER USING_MOVE KNOWS"
                       DISPLAY "USE &NAME, &DATE, &OPER OR &REF."
                       MOVE "N" TO WS-LINE-OK
               END-EVALUATE
           END-IF.

       ADD-TEXT-LINE.
           IF WS-TEXT-COUNT >= WS-LIB-MAX
               DISPLAY "ERROR! " WS-LIB-FILE " HOLDS AT MOST "
                   WS-LIB-MAX " LINES."
           ELSE
               PERFORM GET-NEW-TEXT
               IF LINE-REFUSED
                   DISPLAY "LINE NOT ADDED."
               ELSE
                   ADD 1 TO WS-TEXT-COUNT
                   MOVE WS-NEW-LINE TO WS-TEXT-LINE(WS-TEXT-COUNT)
                   PERFORM SAVE-LIBRARY
                   DISPLAY "LINE " WS-TEXT-COUNT " ADDED."
                   MOVE WS-TEXT-COUNT TO WS-AUDIT-LINE-NO
                   MOVE "ADD" TO WS-AUDIT-WORD
                   PERFORM LOG-TEXT-CHANGE
                   MOVE "NEW" TO WS-AUDIT-WORD
                   MOVE WS-NEW-LINE TO WS-AUDIT-TEXT
                   PERFORM LOG-TEXT-LINE
               END-IF
           END-IF.

       INSERT-TEXT-LINE.
           IF WS-TEXT-COUNT >= WS-LIB-MAX
               DISPLAY "ERROR! " WS-LIB-FILE " HOLDS AT MOST "
                   WS-LIB-MAX " LINES."
           ELSE
               IF WS-TEXT-COUNT = 0
                   PERFORM ADD-TEXT-LINE
               ELSE
                   DISPLAY "THE NEW LINE GOES BEFORE WHICH LINE?"
                   PERFORM GET-LINE-NUMBER
                   PERFORM GET-NEW-TEXT
                   IF LINE-REFUSED
                       DISPLAY "LINE NOT INSERTED."
                   ELSE
                       PERFORM SHIFT-NEXT-LINE-DOWN
                           VARYING WS-TEXT-IDX FROM WS-TEXT-COUNT
                           BY -1 UNTIL WS-TEXT-IDX < WS-PICK-LINE
                       ADD 1 TO WS-TEXT-COUNT
                       MOVE WS-NEW-LINE TO WS-TEXT-LINE(WS-PICK-LINE)
                       PERFORM SAVE-LIBRARY
                       DISPLAY "LINE " WS-PICK-LINE " INSERTED."
                       MOVE WS-PICK-LINE TO WS-AUDIT-LINE-NO
                       MOVE "INS" TO WS-AUDIT-WORD
                       PERFORM LOG-TEXT-CHANGE
                       MOVE "NEW" TO WS-AUDIT-WORD
                       MOVE WS-NEW-LINE TO WS-AUDIT-TEXT
                       PERFORM LOG-TEXT-LINE
                   END-IF
               END-IF
           END-IF.

       SHIFT-NEXT-LINE-DOWN.
           MOVE WS-TEXT-LINE(WS-TEXT-IDX)
               TO WS-TEXT-LINE(WS-TEXT-IDX + 1).

       SHIFT-NEXT-LINE-UP.
           MOVE WS-TEXT-LINE(WS-TEXT-IDX + 1)
               TO WS-TEXT-LINE(WS-TEXT-IDX).

       REPLACE-TEXT-LINE.
           IF WS-TEXT-COUNT = 0
               DISPLAY "NO LINES IN " WS-LIB-FILE "."
           ELSE
               PERFORM GET-LINE-NUMBER
               DISPLAY "CURRENT: " WS-TEXT-LINE(WS-PICK-LINE)
               PERFORM GET-NEW-TEXT
               IF LINE-REFUSED
                   DISPLAY "LINE NOT REPLACED."
               ELSE
                   MOVE WS-TEXT-LINE(WS-PICK-LINE) TO WS-HOLD-LINE
                   MOVE WS-NEW-LINE TO WS-TEXT-LINE(WS-PICK-LINE)
                   PERFORM SAVE-LIBRARY
                   DISPLAY "LINE " WS-PICK-LINE " REPLACED."
                   MOVE WS-PICK-LINE TO WS-AUDIT-LINE-NO
                   MOVE "REP" TO WS-AUDIT-WORD
                   PERFORM LOG-TEXT-CHANGE
                   MOVE "OLD" TO WS-AUDIT-WORD
                   MOVE WS-HOLD-LINE TO WS-AUDIT-TEXT
                   PERFORM LOG-TEXT-LINE
                   MOVE "NEW" TO WS-AUDIT-WORD
                   MOVE WS-NEW-LINE TO WS-AUDIT-TEXT
                   PERFORM LOG-TEXT-LINE
               END-IF
           END-IF.

       DELETE-TEXT-LINE.
           IF WS-TEXT-COUNT = 0
               DISPLAY "NO LINES IN " WS-LIB-FILE "."
           ELSE
               PERFORM GET-LINE-NUMBER
               DISPLAY "DELETING: " WS-TEXT-LINE(WS-PICK-LINE)
               DISPLAY "ENTER Y TO CONFIRM: "
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM = "Y"
                   MOVE WS-TEXT-LINE(WS-PICK-LINE) TO WS-HOLD-LINE
                   PERFORM SHIFT-NEXT-LINE-UP
                       VARYING WS-TEXT-IDX FROM WS-PICK-LINE BY 1
                       UNTIL WS-TEXT-IDX >= WS-TEXT-COUNT
                   MOVE SPACES TO WS-TEXT-LINE(WS-TEXT-COUNT)
                   SUBTRACT 1 FROM WS-TEXT-COUNT
                   PERFORM SAVE-LIBRARY
                   DISPLAY "LINE " WS-PICK-LINE " DELETED."
                   MOVE WS-PICK-LINE TO WS-AUDIT-LINE-NO
                   MOVE "DEL" TO WS-AUDIT-WORD
                   PERFORM LOG-TEXT-CHANGE
                   MOVE "OLD" TO WS-AUDIT-WORD
                   MOVE WS-HOLD-LINE TO WS-AUDIT-TEXT
                   PERFORM LOG-TEXT-LINE
               END-IF
           END-IF.

      *the lines between the old and new positions close up behind
      *the moved line, so nothing else changes order
       MOVE-TEXT-LINE.
           IF WS-TEXT-COUNT < 2
               DISPLAY "NOTHING TO REORDER IN " WS-LIB-FILE "."
           ELSE
               DISPLAY "WHICH LINE IS TO MOVE?"
               PERFORM GET-LINE-NUMBER
               MOVE WS-PICK-LINE TO WS-MOVE-FROM
               DISPLAY "WHICH POSITION SHOULD IT END UP AT?"
               PERFORM GET-LINE-NUMBER
               IF WS-PICK-LINE = WS-MOVE-FROM
                   DISPLAY "THE LINE IS ALREADY THERE."
               ELSE
                   MOVE WS-TEXT-LINE(WS-MOVE-FROM) TO WS-HOLD-LINE
                   IF WS-MOVE-FROM < WS-PICK-LINE
                       PERFORM SHIFT-NEXT-LINE-UP
                           VARYING WS-TEXT-IDX FROM WS-MOVE-FROM
                           BY 1 UNTIL WS-TEXT-IDX >= WS-PICK-LINE
                   ELSE
                       COMPUTE WS-SHIFT-START = WS-MOVE-FROM - 1
                       PERFORM SHIFT-NEXT-LINE-DOWN
                           VARYING WS-TEXT-IDX FROM WS-SHIFT-START
                           BY -1 UNTIL WS-TEXT-IDX < WS-PICK-LINE
                   END-IF
                   MOVE WS-HOLD-LINE TO WS-TEXT-LINE(WS-PICK-LINE)
                   PERFORM SAVE-LIBRARY
                   DISPLAY "LINE " WS-MOVE-FROM " IS NOW LINE "
                       WS-PICK-LINE "."
                   MOVE WS-MOVE-FROM TO WS-AUDIT-LINE-NO
                   MOVE "MOV" TO WS-AUDIT-WORD
                   PERFORM LOG-TEXT-CHANGE
                   MOVE WS-PICK-LINE TO WS-AUDIT-LINE-NO
                   MOVE "NOW" TO WS-AUDIT-WORD
                   MOVE WS-HOLD-LINE TO WS-AUDIT-TEXT
                   PERFORM LOG-TEXT-LINE
               END-IF
           END-IF.

       LOG-TEXT-CHANGE.
           MOVE SPACES TO WS-OUTCOME
           STRING "* " DELIMITED BY SIZE
                   WS-LIB-FILE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-WORD DELIMITED BY SIZE
                   " LINE " DELIMITED BY SIZE
                   WS-AUDIT-LINE-NO DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING
           PERFORM write-suite-audit.

      *the text itself, first half then second half, each tagged
      *with the library, line number and OLD/NEW
       LOG-TEXT-LINE.
           MOVE SPACES TO WS-OUTCOME
           STRING "* " DELIMITED BY SIZE
                   WS-LIB-CODE DELIMITED BY SIZE
                   WS-AUDIT-LINE-NO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUDIT-WORD DELIMITED BY SIZE
                   "1 " DELIMITED BY SIZE
                   WS-AUDIT-TEXT(1:20) DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING
           PERFORM write-suite-audit
           IF WS-AUDIT-TEXT(21:20) NOT = SPACES
               MOVE SPACES TO WS-OUTCOME
               STRING "* " DELIMITED BY SIZE
                       WS-LIB-CODE DELIMITED BY SIZE
                       WS-AUDIT-LINE-NO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AUDIT-WORD DELIMITED BY SIZE
                       "2 " DELIMITED BY SIZE
                       WS-AUDIT-TEXT(21:20) DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               PERFORM write-suite-audit
           END-IF.

       copy errlog replacing ==:PROGRAM-NAME:== by =="TEXT_MAINT"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="TEXT_MAINT"==
                               ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program text_maint.
