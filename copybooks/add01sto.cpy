      * the batch run that generates the due orders each night, so
      * the layout only lives in one place.
      * amounts carry two implied decimal places (pounds and pence);
      * an end date of zero means the order runs until it is ended;
      * a daily order goes through on every run, working day or not
      * COPY ADD01STO.

       01 WS-STANDING-ORDER-REC.
             88 WSTO-ACTIVE VALUE "A".
             88 WSTO-SUSPENDED VALUE "S".
             88 WSTO-ENDED VALUE "E".
           05 FILLER PIC X VALUE SPACE.
      * the department each generated pair is charged to - spaces
      * on an order keyed before cost-centre coding existed, which
      * takes the suite default cost centre
           05 WSTO-COST-CENTRE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
      * what a weekly or monthly order does when its due date is not
      * a working day on the business calendar: go through on the
      * next working day, on the previous one, or not at all for
      * that occurrence.  spaces on an order keyed before the rule
      * existed, which moves to the next working day
           05 WSTO-DAY-RULE PIC X.
             88 WSTO-NEXT-WORKING VALUE "N" " ".
             88 WSTO-PREV-WORKING VALUE "P".
             88 WSTO-SKIP-DAY VALUE "S".
