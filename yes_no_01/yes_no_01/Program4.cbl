      *date, close date) and is kept here: list the campaigns, add
      *one, and move the open or close date.  responses outside a
      *campaign's window are rejected by the survey run, so ending
      *a campaign is just setting its close date.  a campaign whose
      *invitees were drawn by the sample run carries the seed, the
      *population and sample sizes, the basis and the draw date
      *after the close date; they are carried as they stand here.

       environment division.
       input-output section.
           05 CMP-OPEN-DATE pic 9(8).
           05 filler pic x.
           05 CMP-CLOSE-DATE pic 9(8).
           05 filler pic x.
           05 CMP-SAMPLE-DETAILS.
               10 CMP-SAMPLE-SEED pic 9(8).
               10 filler pic x.
               10 CMP-SAMPLE-POPULATION pic 9(5).
               10 filler pic x.
               10 CMP-SAMPLE-SIZE pic 9(5).
               10 filler pic x.
               10 CMP-SAMPLE-BASIS pic x.
               10 CMP-SAMPLE-STRATIFIED pic x.
               10 filler pic x.
               10 CMP-SAMPLE-DATE pic 9(8).

       fd  audit-log-file.
       01 audit-log-record pic x(80).
               10 WS-CAMP-TITLE PIC X(30).
               10 WS-CAMP-OPEN PIC 9(8).
               10 WS-CAMP-CLOSE PIC 9(8).
               10 WS-CAMP-SAMPLE PIC X(32).
       01 WS-CAMP-COUNT PIC 99 VALUE 0.
       01 WS-CAMP-IDX PIC 99 VALUE 0.
       01 WS-CAMP-HIT PIC 99 VALUE 0.
                       TO WS-CAMP-OPEN(WS-CAMP-COUNT)
                   MOVE CMP-CLOSE-DATE
                       TO WS-CAMP-CLOSE(WS-CAMP-COUNT)
                   MOVE CMP-SAMPLE-DETAILS
                       TO WS-CAMP-SAMPLE(WS-CAMP-COUNT)
               END-IF
           END-IF.

           MOVE WS-CAMP-TITLE(WS-CAMP-IDX) TO CMP-TITLE
           MOVE WS-CAMP-OPEN(WS-CAMP-IDX) TO CMP-OPEN-DATE
           MOVE WS-CAMP-CLOSE(WS-CAMP-IDX) TO CMP-CLOSE-DATE
           MOVE WS-CAMP-SAMPLE(WS-CAMP-IDX) TO CMP-SAMPLE-DETAILS
           WRITE CAMPAIGN-RECORD.

       GET-FUNCTION.
           DISPLAY WS-CAMP-ID(WS-CAMP-IDX) " "
               WS-CAMP-TITLE(WS-CAMP-IDX) " OPEN "
               WS-CAMP-OPEN(WS-CAMP-IDX) " CLOSE "
               WS-CAMP-CLOSE(WS-CAMP-IDX)
           MOVE WS-CAMP-SAMPLE(WS-CAMP-IDX) TO CMP-SAMPLE-DETAILS
           IF CMP-SAMPLE-SIZE IS NUMERIC
               IF CMP-SAMPLE-SIZE > 0
                   DISPLAY "   SAMPLE OF " CMP-SAMPLE-SIZE " FROM "
                       CMP-SAMPLE-POPULATION " SEED "
                       CMP-SAMPLE-SEED " BASIS " CMP-SAMPLE-BASIS
                       " STRATIFIED " CMP-SAMPLE-STRATIFIED
                       " DRAWN " CMP-SAMPLE-DATE
               END-IF
           END-IF.

       GET-CAMPAIGN-ID.
           DISPLAY "ENTER THE CAMPAIGN ID (TWO CHARACTERS): "
                       TO WS-CAMP-TITLE(WS-CAMP-COUNT)
                   MOVE 0 TO WS-CAMP-OPEN(WS-CAMP-COUNT)
                   MOVE 0 TO WS-CAMP-CLOSE(WS-CAMP-COUNT)
                   MOVE SPACES TO WS-CAMP-SAMPLE(WS-CAMP-COUNT)
                   MOVE WS-CAMP-COUNT TO WS-CAMP-HIT
                   DISPLAY "NOW SET THE OPEN DATE."
                   PERFORM GET-CAMPAIGN-DATE
