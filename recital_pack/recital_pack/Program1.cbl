      *personalised cover page, a line on the distribution register
      *recording who was produced a pack on what date, and each
      *pack registered on the spool index - no more hand-writing
      *the recipient on each copy.  any item whose licence on the
      *source register has lapsed is left out of the pack.

       environment division.
       input-output section.
           select pack-file assign to "RECITAL.DAT"
               organization is line sequential
               file status is WS-PACK-STATUS.
           copy contsel.
           select distribution-file assign to "RECITREG.DAT"
               organization is line sequential
               file status is WS-DIST-STATUS.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy licsel.

       data division.
       file section.
       fd  pack-file.
       01 pack-record pic x(70).

       copy contfd.

       fd  distribution-file.
       01 distribution-record pic x(30).

       copy entlfd.

       copy licfd.

       working-storage section.
       01 WS-RHYME-STATUS PIC XX VALUE SPACES.
       01 WS-LIM-STATUS PIC XX VALUE SPACES.
       01 WS-PACK-COUNT PIC 9(4) VALUE 0.
       01 WS-PACK-COUNT-PRINT PIC ZZZ9.

      *contacts marked do-not-contact get no pack - they are listed
      *in the trailer that closes a personalised run
       01 WS-SKIP-TABLE.
           05 WS-SKIP-ENTRY OCCURS 500 TIMES.
               10 WS-SKIP-NAME PIC X(10).
               10 WS-SKIP-REASON PIC X(20).
       01 WS-SKIP-COUNT PIC 9(4) VALUE 0.
       01 WS-SKIP-IDX PIC 9(4) VALUE 0.
       01 WS-SKIP-COUNT-PRINT PIC ZZZ9.

       01 WS-DISTRIBUTION-REC.
           05 DST-RECIPIENT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
       01 WS-CURRENT-RHYME PIC 99 VALUE 0.
       01 WS-GATHER-TEXT PIC X(50) VALUE SPACES.

      *items held back because their licence has lapsed
       01 WS-RHYME-WITHHOLD PIC X VALUE "N".
         88 RHYME-WITHHELD VALUE "Y".
       01 WS-WITHHELD-TITLE PIC X(30) VALUE SPACES.
       01 WS-WITHHELD-COUNT PIC 99 VALUE 0.

       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-PAGE-NUMBER PIC 999 VALUE 0.
       01 WS-LINE-COUNT PIC 99 VALUE 0.
      *shared per-program entitlements
       copy entlws.

      *source and licence register
       copy licws.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
               goback
           END-IF.
           PERFORM LOAD-SUITE-CONFIG.
           PERFORM LOAD-LICENCE-REGISTER.
           PERFORM SELECT-RUN-MODE.
           PERFORM GATHER-RHYMES.
           PERFORM GATHER-LIMERICK.
               PERFORM WRITE-PACK
           END-IF
           DISPLAY "RECITAL PACK WRITTEN TO RECITAL.DAT"
           IF WS-WITHHELD-COUNT > 0
               DISPLAY "ITEMS LEFT OUT - LICENCE LAPSED: "
                   WS-WITHHELD-COUNT
           END-IF
           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
      *a change of rhyme number starts a new piece in the pack
               IF RC-RHYME-ID NOT = WS-CURRENT-RHYME
                   MOVE RC-RHYME-ID TO WS-CURRENT-RHYME
                   PERFORM START-RHYME-PIECE
               END-IF
               IF NOT RHYME-WITHHELD
                   MOVE RC-LINE-TEXT TO WS-GATHER-TEXT
                   PERFORM ADD-PIECE-LINE
               END-IF
           END-IF.

       START-RHYME-PIECE.
           MOVE "RHYMES" TO WS-LIC-WANTED-LIBRARY
           MOVE RC-RHYME-ID TO WS-LIC-WANTED-ITEM
           PERFORM CHECK-ITEM-LICENCE
           IF LICENCE-LAPSED
               MOVE "Y" TO WS-RHYME-WITHHOLD
               MOVE SPACES TO WS-WITHHELD-TITLE
               STRING "RHYME " DELIMITED BY SIZE
                       RC-RHYME-ID DELIMITED BY SIZE
                   INTO WS-WITHHELD-TITLE
               END-STRING
               PERFORM WITHHOLD-LAPSED-ITEM
           ELSE
               MOVE "N" TO WS-RHYME-WITHHOLD
               PERFORM START-NEW-PIECE
               MOVE SPACES TO WS-PIECE-TITLE(WS-PIECE-COUNT)
               STRING "RHYME " DELIMITED BY SIZE
                       RC-RHYME-ID DELIMITED BY SIZE
                   INTO WS-PIECE-TITLE(WS-PIECE-COUNT)
               END-STRING
           END-IF.

      *a lapsed item is left out of the pack - and so out of the
      *contents - and reported at the console and on the audit log
       WITHHOLD-LAPSED-ITEM.
           ADD 1 TO WS-WITHHELD-COUNT
           DISPLAY "LEFT OUT - LICENCE LAPSED " WS-LIC-EXPIRY-DATE
               ": " WS-WITHHELD-TITLE
           MOVE SPACES TO WS-OUTCOME
           STRING "* LAPSED " DELIMITED BY SIZE
                   WS-WITHHELD-TITLE DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING
           PERFORM write-suite-audit.

       GATHER-LIMERICK.
           MOVE "LIMERICK" TO WS-LIC-WANTED-LIBRARY
           MOVE 0 TO WS-LIC-WANTED-ITEM
           PERFORM CHECK-ITEM-LICENCE
           IF LICENCE-LAPSED
               MOVE "LIMERICK" TO WS-WITHHELD-TITLE
               PERFORM WITHHOLD-LAPSED-ITEM
           ELSE
               PERFORM GATHER-LICENSED-LIMERICK
           END-IF.

       GATHER-LICENSED-LIMERICK.
           OPEN INPUT LIMERICK-FILE
           IF WS-LIM-STATUS = "00"
               PERFORM START-NEW-PIECE
           END-IF.

       GATHER-REFRESHER.
           MOVE "REFRESH1" TO WS-LIC-WANTED-LIBRARY
           MOVE 0 TO WS-LIC-WANTED-ITEM
           PERFORM CHECK-ITEM-LICENCE
           IF LICENCE-LAPSED
               MOVE "REFRESH1" TO WS-WITHHELD-TITLE
               PERFORM WITHHOLD-LAPSED-ITEM
           ELSE
               PERFORM GATHER-LICENSED-REFRESHER
           END-IF.

       GATHER-LICENSED-REFRESHER.
           OPEN INPUT REFRESHER-FILE
           IF WS-REFRESH-STATUS = "00"
               PERFORM START-NEW-PIECE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               OPEN OUTPUT PACK-FILE
               PERFORM WRITE-NEXT-PERSONAL-PACK UNTIL AT-NAMES-EOF
               PERFORM WRITE-PERSONAL-TRAILER
               CLOSE PACK-FILE
               CLOSE NAMES-FILE
               MOVE WS-PACK-COUNT TO WS-PACK-COUNT-PRINT
               DISPLAY "PACKS PRODUCED: " WS-PACK-COUNT-PRINT
               IF WS-SKIP-COUNT > 0
                   MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-PRINT
                   DISPLAY "DO-NOT-CONTACT NAMES LEFT OUT: "
                       WS-SKIP-COUNT-PRINT
               END-IF
           END-IF.

       WRITE-NEXT-PERSONAL-PACK.
           END-READ

           IF NOT AT-NAMES-EOF
               IF NMR-NAME NOT = SPACES AND NMR-SUPPRESSED
                   ADD 1 TO WS-SKIP-COUNT
                   IF WS-SKIP-COUNT <= 500
                       MOVE NMR-NAME TO WS-SKIP-NAME(WS-SKIP-COUNT)
                       MOVE NMR-DNC-REASON
                           TO WS-SKIP-REASON(WS-SKIP-COUNT)
                   END-IF
               END-IF
               IF NMR-NAME NOT = SPACES AND NOT NMR-SUPPRESSED
                   MOVE NMR-NAME TO WS-RECIPIENT
                   ADD 1 TO WS-PACK-COUNT
                   PERFORM WRITE-ONE-PACK
               END-IF
           END-IF.

       WRITE-PERSONAL-TRAILER.
           PERFORM WRITE-NEXT-SKIPPED-NAME
               VARYING WS-SKIP-IDX FROM 1 BY 1
               UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
               OR WS-SKIP-IDX > 500
           MOVE WS-PACK-COUNT TO WS-PACK-COUNT-PRINT
           MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-PRINT
           MOVE SPACES TO WS-PACK-LINE
           STRING "T " DELIMITED BY SIZE
                   WS-PACK-COUNT-PRINT DELIMITED BY SIZE
                   " PACKS PRODUCED " DELIMITED BY SIZE
                   WS-SKIP-COUNT-PRINT DELIMITED BY SIZE
                   " SUPPRESSED" DELIMITED BY SIZE
               INTO WS-PACK-LINE
           END-STRING
           WRITE PACK-RECORD FROM WS-PACK-LINE.

       WRITE-NEXT-SKIPPED-NAME.
           MOVE SPACES TO WS-PACK-LINE
           STRING "S DO NOT CONTACT: " DELIMITED BY SIZE
                   WS-SKIP-NAME(WS-SKIP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SKIP-REASON(WS-SKIP-IDX) DELIMITED BY SIZE
               INTO WS-PACK-LINE
           END-STRING
           WRITE PACK-RECORD FROM WS-PACK-LINE.

       WRITE-ONE-PACK.
           MOVE 0 TO WS-PAGE-NUMBER
           PERFORM WRITE-PACK-HEADER

       copy entlchk.

       copy licchk.

       copy opsignon.

       end program recital_pack.
