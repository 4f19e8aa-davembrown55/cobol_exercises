      * where the calculation came from - B for the batch run, I
      * for a keyed interactive calculation
           05 WPND-SOURCE PIC X.
           05 FILLER PIC X VALUE SPACE.
      * the cost centre the calculation was keyed against, carried
      * through to the posting when it is approved
           05 WPND-COST-CENTRE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
      * the currency the amounts were keyed in, the result's
      * sterling equivalent and the rate that converted it - the
      * review threshold is tested against the sterling figure.  an
      * entry held before currencies existed has spaces here and is
      * sterling already
           05 WPND-CURRENCY PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 WPND-STERLING PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 WPND-FX-RATE PIC 9(3)V9(6).
           05 FILLER PIC X VALUE SPACE.
      * the rate-table code a batch rate record was priced from,
      * carried through to the posting - spaces on anything else
           05 WPND-RATE-CODE PIC X(6).
      * who keyed the calculation that was held, so an approval by
      * the same person can be found afterwards - spaces on an
      * entry held before the keyer was carried
           05 FILLER PIC X VALUE SPACE.
           05 WPND-HELD-BY PIC X(10).
