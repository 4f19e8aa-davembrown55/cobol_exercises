      * shared SLA history working storage - each night's actual
      * elapsed minutes for every monitored step against its target,
      * kept so attainment can be measured over a month rather than
      * only for the night just run.  a step that did not complete
      * is recorded as NONE and counts neither way.  an actuals run
      * repeated on the same night writes its lines again; readers
      * take the last line for a step and date.
      * COPY SLAHWS.

       01 WS-SLAH-STATUS PIC XX VALUE SPACES.
       01 WS-SLAH-EOF PIC X VALUE "N".
         88 AT-SLAH-EOF VALUE "Y".

       01 WS-SLAH-REC.
           05 SLH-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 SLH-PROGRAM PIC X(23).
           05 FILLER PIC X VALUE SPACE.
           05 SLH-ACTUAL-MINS PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 SLH-TARGET-MINS PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 SLH-VERDICT PIC X(6).
             88 SLH-WITHIN VALUE "WITHIN".
             88 SLH-OVER VALUE "OVER".
             88 SLH-NOT-RUN VALUE "NONE".
