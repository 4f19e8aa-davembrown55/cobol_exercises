      * change-freeze working storage - before each change a frozen
      * maintenance program sets WS-FRZ-PROGRAM (its audit-trail
      * name) and WS-FRZ-ACTION (what is about to be done) and
      * PERFORMs CHECK-CHANGE-FREEZE, making the change only when
      * CHANGE-ALLOWED.  inside a freeze only a supervisor keying
      * an emergency-change reason may go on; the reason is asked
      * once a session and each change made under it is written to
      * the freeze exceptions file
      * COPY FRZWS.

       01 WS-FRZ-STATUS PIC XX VALUE SPACES.
       01 WS-FRZX-STATUS PIC XX VALUE SPACES.
       01 WS-FRZ-EOF PIC X VALUE "N".
         88 AT-FRZ-EOF VALUE "Y".
       01 WS-FRZ-PROGRAM PIC X(20) VALUE SPACES.
       01 WS-FRZ-ACTION PIC X(20) VALUE SPACES.
       01 WS-FRZ-RESULT PIC X VALUE "A".
         88 CHANGE-ALLOWED VALUE "A".
         88 CHANGE-REFUSED VALUE "R".
       01 WS-FRZ-FOUND PIC X VALUE "N".
         88 FREEZE-FOUND VALUE "Y".
       01 WS-FRZ-COVERED PIC X VALUE "N".
         88 FREEZE-COVERS-PROGRAM VALUE "Y".
       01 WS-FRZ-IDX PIC 9 VALUE 0.
       01 WS-FRZ-TODAY PIC 9(8) VALUE 0.
       01 WS-FRZ-CLOCK PIC 9(8) VALUE 0.
       01 WS-FRZ-TO-DATE PIC 9(8) VALUE 0.
       01 WS-FRZ-REASON PIC X(30) VALUE SPACES.
       01 WS-FRZ-EMERGENCY PIC X(40) VALUE SPACES.

      * the maintenance programs a freeze can name
       01 WS-FRZ-KNOWN-DEFS.
           05 FILLER PIC X(20) VALUE "ADD01_STORD".
           05 FILLER PIC X(20) VALUE "CFG_MAINT".
           05 FILLER PIC X(20) VALUE "ENTL_MAINT".
           05 FILLER PIC X(20) VALUE "HELP_MAINT".
           05 FILLER PIC X(20) VALUE "MENU01_APPR".
           05 FILLER PIC X(20) VALUE "MENU01_MAINT".
           05 FILLER PIC X(20) VALUE "OPER_MAINT".
           05 FILLER PIC X(20) VALUE "PREF_MAINT".
       01 WS-FRZ-KNOWN-TABLE REDEFINES WS-FRZ-KNOWN-DEFS.
           05 WS-FRZ-KNOWN-NAME PIC X(20) OCCURS 8 TIMES.
       01 WS-FRZ-KNOWN-COUNT PIC 9 VALUE 8.
