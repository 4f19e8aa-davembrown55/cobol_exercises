      * shared operator-alert register working storage - OPALERT.DAT
      * carries only the alert text the sign-on screens show; the
      * register carries each alert's life beside it: when and by
      * which program it was raised, who acknowledged it, when and
      * with what note, whether it was escalated for going
      * unacknowledged past ALERT-ESCALATE-HOURS, and who cleared
      * it.  a raising program moves its name to WS-ALRG-SOURCE and
      * the alert text to WS-ALRG-TEXT and performs
      * REGISTER-OPERATOR-ALERT; the register is otherwise carried
      * in WS-ALRG-TABLE and rewritten in full.
      * COPY ALRGWS.

       01 WS-ALRG-STATUS PIC XX VALUE SPACES.
       01 WS-ALESC-STATUS PIC XX VALUE SPACES.
       01 WS-ALRG-EOF PIC X VALUE "N".
         88 AT-ALRG-EOF VALUE "Y".
       01 WS-ALRG-TABLE.
           05 WS-ALRG-ENTRY PIC X(200) OCCURS 500 TIMES.
       01 WS-ALRG-COUNT PIC 9(3) VALUE 0.
       01 WS-ALRG-IDX PIC 9(3) VALUE 0.
       01 WS-ALRG-HIT PIC 9(3) VALUE 0.
       01 WS-ALRG-CHANGED PIC X VALUE "N".
      * a register entry already paired with a line of the sign-on
      * alert file while the two are brought into step
       01 WS-ALRG-PAIRED-TABLE.
           05 WS-ALRG-PAIRED PIC X OCCURS 500 TIMES.

       01 WS-ALRG-SOURCE PIC X(16) VALUE SPACES.
       01 WS-ALRG-TEXT PIC X(45) VALUE SPACES.

       01 WS-ALERT-REG-REC.
           05 ALG-RAISED-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALG-RAISED-TIME PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 ALG-SOURCE PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 ALG-TEXT PIC X(45).
           05 FILLER PIC X VALUE SPACE.
           05 ALG-STATE PIC X.
             88 ALG-OPEN VALUE "O".
             88 ALG-ACKNOWLEDGED VALUE "A".
             88 ALG-CLEARED VALUE "C".
           05 FILLER PIC X VALUE SPACE.
           05 ALG-ESCALATED PIC X.
             88 ALG-IS-ESCALATED VALUE "Y".
           05 FILLER PIC X VALUE SPACE.
           05 ALG-ESC-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALG-ESC-TIME PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 ALG-ACK-OPER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 ALG-ACK-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALG-ACK-TIME PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 ALG-ACK-NOTE PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 ALG-CLR-OPER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 ALG-CLR-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALG-CLR-TIME PIC 9(4).
           05 FILLER PIC X(15) VALUE SPACES.

      * the clock the register is stamped and aged by, and the
      * elapsed minutes between two date-and-time stamps
       01 WS-ALRG-NOW-DATE PIC 9(8) VALUE 0.
       01 WS-ALRG-NOW-CLOCK PIC 9(8) VALUE 0.
       01 WS-ALRG-NOW-CLOCK-R REDEFINES WS-ALRG-NOW-CLOCK.
           05 WS-ALRG-NOW-TIME PIC 9(4).
           05 FILLER PIC 9(4).
       01 WS-ALRG-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-ALRG-FROM-TIME PIC 9(4) VALUE 0.
       01 WS-ALRG-FROM-TIME-R REDEFINES WS-ALRG-FROM-TIME.
           05 WS-ALRG-FROM-HH PIC 99.
           05 WS-ALRG-FROM-MM PIC 99.
       01 WS-ALRG-TO-DATE PIC 9(8) VALUE 0.
       01 WS-ALRG-TO-TIME PIC 9(4) VALUE 0.
       01 WS-ALRG-TO-TIME-R REDEFINES WS-ALRG-TO-TIME.
           05 WS-ALRG-TO-HH PIC 99.
           05 WS-ALRG-TO-MM PIC 99.
       01 WS-ALRG-MINUTES PIC S9(9) VALUE 0.

      * unacknowledged alerts escalate after this many hours unless
      * ALERT-ESCALATE-HOURS in the suite configuration says
      * otherwise
       01 WS-ALRG-ESCALATE-HOURS PIC 9(4) VALUE 4.
       01 WS-ALRG-ESCALATED-COUNT PIC 9(3) VALUE 0.
       01 WS-ALRG-ESC-LINE.
           05 ALE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALE-TIME PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 ALE-RAISED-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALE-RAISED-TIME PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 ALE-SOURCE PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 ALE-TEXT PIC X(45).
           05 FILLER PIC X VALUE SPACE.
           05 ALE-HOURS PIC 9(4).
           05 FILLER PIC X(5) VALUE SPACES.
