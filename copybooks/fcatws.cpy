      * shared data-file catalog working storage - one entry per
      * data file the suite keeps: its name, the program that owns
      * it, record length, organization (L line sequential, I
      * indexed), whether pre-flight validates it, the capacity
      * pass counts it, retention may trim it and the backup
      * carries it, and where its record layout is defined.  the
      * pre-flight, capacity, retention, backup and verification
      * runs all take their file lists from here, so a new data
      * file is added in one place.  the catalog is carried in
      * WS-FCAT-TABLE and rewritten in full; a program looks at an
      * entry by moving it to WS-FCAT-REC.
      * COPY FCATWS.

       01 WS-FCAT-STATUS PIC XX VALUE SPACES.
       01 WS-FCAT-EOF PIC X VALUE "N".
         88 AT-FCAT-EOF VALUE "Y".
       01 WS-FCAT-TABLE.
           05 WS-FCAT-ENTRY PIC X(80) OCCURS 80 TIMES.
       01 WS-FCAT-COUNT PIC 99 VALUE 0.
       01 WS-FCAT-IDX PIC 99 VALUE 0.
       01 WS-FCAT-HIT PIC 99 VALUE 0.
       01 WS-FCAT-WANTED PIC X(20) VALUE SPACES.
      * Y while no catalog has been saved and the standard entries
      * below stand in for it
       01 WS-FCAT-STANDARD-USED PIC X VALUE "N".
         88 FCAT-STANDARD-USED VALUE "Y".

       01 WS-FCAT-REC.
           05 FCAT-NAME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 FCAT-OWNER PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 FCAT-RECLEN PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 FCAT-ORG PIC X.
             88 FCAT-LINE-SEQUENTIAL VALUE "L".
             88 FCAT-INDEXED VALUE "I".
           05 FILLER PIC X VALUE SPACE.
           05 FCAT-VALIDATED PIC X.
             88 FCAT-IS-VALIDATED VALUE "Y".
           05 FCAT-COUNTED PIC X.
             88 FCAT-IS-COUNTED VALUE "Y".
           05 FCAT-RETAINED PIC X.
             88 FCAT-IS-RETAINED VALUE "Y".
           05 FCAT-BACKED-UP PIC X.
             88 FCAT-IS-BACKED-UP VALUE "Y".
           05 FILLER PIC X VALUE SPACE.
           05 FCAT-LAYOUT PIC X(20).
           05 FILLER PIC X(6) VALUE SPACES.

      * the standard entries - the files the suite shipped with,
      * used until a supervisor first saves the catalog: name,
      * owner, record length and organization, the four flags
      * (validated, counted, retained, backed up) and the layout
       01 WS-FCAT-STANDARD-DEFS.
           05 FILLER PIC X(20) VALUE "ADD01PIN.DAT".
           05 FILLER PIC X(20) VALUE "ADD01".
           05 FILLER PIC X(9) VALUE "0060LYNNN".
           05 FILLER PIC X(20) VALUE "ADD01.PROGRAM7 FD".
           05 FILLER PIC X(20) VALUE "TTABPARM.DAT".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES".
           05 FILLER PIC X(9) VALUE "0002LYNNN".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES FD".
           05 FILLER PIC X(20) VALUE "WORDPAIR.DAT".
           05 FILLER PIC X(20) VALUE "DISPLAY_WORDS".
           05 FILLER PIC X(9) VALUE "0101LYNNN".
           05 FILLER PIC X(20) VALUE "DISPLAY_WORDS FD".
           05 FILLER PIC X(20) VALUE "SURVEY.DAT".
           05 FILLER PIC X(20) VALUE "YES_NO_01".
           05 FILLER PIC X(9) VALUE "0078LYYNN".
           05 FILLER PIC X(20) VALUE "YES_NO_01 FD".
           05 FILLER PIC X(20) VALUE "YNTALLY.DAT".
           05 FILLER PIC X(20) VALUE "YES_NO_01".
           05 FILLER PIC X(9) VALUE "0093LYYNY".
           05 FILLER PIC X(20) VALUE "YES_NO_01 FD".
           05 FILLER PIC X(20) VALUE "ADD01CKPT.DAT".
           05 FILLER PIC X(20) VALUE "ADD01".
           05 FILLER PIC X(9) VALUE "0027LYNNY".
           05 FILLER PIC X(20) VALUE "ADD01.PROGRAM1 FD".
           05 FILLER PIC X(20) VALUE "ADD01ACC.DAT".
           05 FILLER PIC X(20) VALUE "ADD01".
           05 FILLER PIC X(9) VALUE "0021IYNNY".
           05 FILLER PIC X(20) VALUE "ADD01.PROGRAM1 FD".
           05 FILLER PIC X(20) VALUE "AUDITLOG.DAT".
           05 FILLER PIC X(20) VALUE "SUITE".
           05 FILLER PIC X(9) VALUE "0080LNYNN".
           05 FILLER PIC X(20) VALUE "COPY AUDITWS".
           05 FILLER PIC X(20) VALUE "ADD01TRN.DAT".
           05 FILLER PIC X(20) VALUE "ADD01".
           05 FILLER PIC X(9) VALUE "0120LNYNN".
           05 FILLER PIC X(20) VALUE "COPY ADD01TRN".
           05 FILLER PIC X(20) VALUE "ADD01REJ.DAT".
           05 FILLER PIC X(20) VALUE "ADD01".
           05 FILLER PIC X(9) VALUE "0110LNYYN".
           05 FILLER PIC X(20) VALUE "ADD01.PROGRAM1 FD".
           05 FILLER PIC X(20) VALUE "ADD01ARC.DAT".
           05 FILLER PIC X(20) VALUE "ADD01".
           05 FILLER PIC X(9) VALUE "0120LNYYN".
           05 FILLER PIC X(20) VALUE "COPY ADD01TRN".
           05 FILLER PIC X(20) VALUE "ADD01PND.DAT".
           05 FILLER PIC X(20) VALUE "ADD01".
           05 FILLER PIC X(9) VALUE "0103LNYNN".
           05 FILLER PIC X(20) VALUE "COPY ADD01PND".
           05 FILLER PIC X(20) VALUE "SECEVENT.DAT".
           05 FILLER PIC X(20) VALUE "SUITE".
           05 FILLER PIC X(9) VALUE "0050LNYYN".
           05 FILLER PIC X(20) VALUE "COPY SECEVFD".
           05 FILLER PIC X(20) VALUE "ERREVENT.DAT".
           05 FILLER PIC X(20) VALUE "SUITE".
           05 FILLER PIC X(9) VALUE "0060LNYYN".
           05 FILLER PIC X(20) VALUE "COPY EREVFD".
           05 FILLER PIC X(20) VALUE "SVYDTL.DAT".
           05 FILLER PIC X(20) VALUE "YES_NO_01".
           05 FILLER PIC X(9) VALUE "0066LNYYN".
           05 FILLER PIC X(20) VALUE "YES_NO_01 FD".
           05 FILLER PIC X(20) VALUE "YNRESP.DAT".
           05 FILLER PIC X(20) VALUE "YES_NO_01".
           05 FILLER PIC X(9) VALUE "0027LNYNN".
           05 FILLER PIC X(20) VALUE "YES_NO_01 FD".
           05 FILLER PIC X(20) VALUE "TTABSCOR.DAT".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES".
           05 FILLER PIC X(9) VALUE "0054LNYNN".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES FD".
           05 FILLER PIC X(20) VALUE "TTABHIST.DAT".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES".
           05 FILLER PIC X(9) VALUE "0020LNYYN".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES FD".
           05 FILLER PIC X(20) VALUE "TTABMISS.DAT".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES".
           05 FILLER PIC X(9) VALUE "0031LNYYN".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES FD".
           05 FILLER PIC X(20) VALUE "TTABTIME.DAT".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES".
           05 FILLER PIC X(9) VALUE "0038LNYYN".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES FD".
           05 FILLER PIC X(20) VALUE "TTABASGN.DAT".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES".
           05 FILLER PIC X(9) VALUE "0051LNYNN".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES FD".
           05 FILLER PIC X(20) VALUE "WORDRPT.DAT".
           05 FILLER PIC X(20) VALUE "DISPLAY_WORDS".
           05 FILLER PIC X(9) VALUE "0120LNYNN".
           05 FILLER PIC X(20) VALUE "DISPLAY_WORDS FD".
           05 FILLER PIC X(20) VALUE "SVYDSP.DAT".
           05 FILLER PIC X(20) VALUE "YES_NO_01".
           05 FILLER PIC X(9) VALUE "0030LNYNN".
           05 FILLER PIC X(20) VALUE "YES_NO_01 FD".
           05 FILLER PIC X(20) VALUE "SPOOLIDX.DAT".
           05 FILLER PIC X(20) VALUE "SUITE".
           05 FILLER PIC X(9) VALUE "0050LNYNN".
           05 FILLER PIC X(20) VALUE "COPY SPOOLWS".
           05 FILLER PIC X(20) VALUE "MENUAUD.DAT".
           05 FILLER PIC X(20) VALUE "MENU01".
           05 FILLER PIC X(9) VALUE "0060LNYYN".
           05 FILLER PIC X(20) VALUE "MENU01 FD".
           05 FILLER PIC X(20) VALUE "RFRSHACK.DAT".
           05 FILLER PIC X(20) VALUE "REFRESHER1".
           05 FILLER PIC X(9) VALUE "0050LNYYN".
           05 FILLER PIC X(20) VALUE "REFRESHER1 FD".
           05 FILLER PIC X(20) VALUE "OPERATOR.DAT".
           05 FILLER PIC X(20) VALUE "OPER_MAINT".
           05 FILLER PIC X(9) VALUE "0091INNNY".
           05 FILLER PIC X(20) VALUE "COPY OPERFD".
           05 FILLER PIC X(20) VALUE "BANNERSEQ.DAT".
           05 FILLER PIC X(20) VALUE "HELLOWORLD2".
           05 FILLER PIC X(9) VALUE "0007LNNNY".
           05 FILLER PIC X(20) VALUE "HELLOWORLD2 FD".
           05 FILLER PIC X(20) VALUE "MENUMSG.DAT".
           05 FILLER PIC X(20) VALUE "MENU01".
           05 FILLER PIC X(9) VALUE "0063INNNY".
           05 FILLER PIC X(20) VALUE "COPY BLTNFD".
           05 FILLER PIC X(20) VALUE "SUITESEAL.DAT".
           05 FILLER PIC X(20) VALUE "SUITE".
           05 FILLER PIC X(9) VALUE "0065LNNNY".
           05 FILLER PIC X(20) VALUE "COPY SEALFD".
           05 FILLER PIC X(20) VALUE "SUITEJRN.DAT".
           05 FILLER PIC X(20) VALUE "SUITE".
           05 FILLER PIC X(9) VALUE "0171LNNYN".
           05 FILLER PIC X(20) VALUE "COPY JRNFD".
           05 FILLER PIC X(20) VALUE "FILECAT.DAT".
           05 FILLER PIC X(20) VALUE "FILE_CATALOG".
           05 FILLER PIC X(9) VALUE "0080LNNNY".
           05 FILLER PIC X(20) VALUE "COPY FCATWS".
           05 FILLER PIC X(20) VALUE "FCATCHK.DAT".
           05 FILLER PIC X(20) VALUE "FILE_CATALOG".
           05 FILLER PIC X(9) VALUE "0080LNNNN".
           05 FILLER PIC X(20) VALUE "FILE_CATALOG FD".
           05 FILLER PIC X(20) VALUE "ALERTREG.DAT".
           05 FILLER PIC X(20) VALUE "ALERT_CONSOLE".
           05 FILLER PIC X(9) VALUE "0200LNYNN".
           05 FILLER PIC X(20) VALUE "COPY ALRGWS".
           05 FILLER PIC X(20) VALUE "ALRTESC.DAT".
           05 FILLER PIC X(20) VALUE "ALERT_CONSOLE".
           05 FILLER PIC X(9) VALUE "0100LNYNY".
           05 FILLER PIC X(20) VALUE "COPY ALRGWS".
           05 FILLER PIC X(20) VALUE "ALRTMON.DAT".
           05 FILLER PIC X(20) VALUE "ALERT_CONSOLE".
           05 FILLER PIC X(9) VALUE "0080LNNNN".
           05 FILLER PIC X(20) VALUE "ALERT_CONSOLE FD".
           05 FILLER PIC X(20) VALUE "AUDITIDX.DAT".
           05 FILLER PIC X(20) VALUE "AUDIT_INDEX".
           05 FILLER PIC X(9) VALUE "0140INYNN".
           05 FILLER PIC X(20) VALUE "COPY AIDXFD".
           05 FILLER PIC X(20) VALUE "AUDIXCTL.DAT".
           05 FILLER PIC X(20) VALUE "AUDIT_INDEX".
           05 FILLER PIC X(9) VALUE "0088LNNNN".
           05 FILLER PIC X(20) VALUE "COPY AIDXFD".
           05 FILLER PIC X(20) VALUE "SLAHIST.DAT".
           05 FILLER PIC X(20) VALUE "SLA_MONITOR".
           05 FILLER PIC X(9) VALUE "0050LNYYY".
           05 FILLER PIC X(20) VALUE "COPY SLAHWS".
           05 FILLER PIC X(20) VALUE "SCORHIST.DAT".
           05 FILLER PIC X(20) VALUE "OPS_SCORECARD".
           05 FILLER PIC X(9) VALUE "0045LNYNY".
           05 FILLER PIC X(20) VALUE "OPS_SCORECARD WS".
           05 FILLER PIC X(20) VALUE "SCORECRD.DAT".
           05 FILLER PIC X(20) VALUE "OPS_SCORECARD".
           05 FILLER PIC X(9) VALUE "0080LNNNN".
           05 FILLER PIC X(20) VALUE "OPS_SCORECARD FD".
           05 FILLER PIC X(20) VALUE "FINACK.DAT".
           05 FILLER PIC X(20) VALUE "FIN_ACK".
           05 FILLER PIC X(9) VALUE "0080LNNNN".
           05 FILLER PIC X(20) VALUE "FIN_ACK WS".
           05 FILLER PIC X(20) VALUE "FINACKH.DAT".
           05 FILLER PIC X(20) VALUE "FIN_ACK".
           05 FILLER PIC X(9) VALUE "0089LNYYY".
           05 FILLER PIC X(20) VALUE "FIN_ACK WS".
           05 FILLER PIC X(20) VALUE "FINACKRP.DAT".
           05 FILLER PIC X(20) VALUE "FIN_ACK".
           05 FILLER PIC X(9) VALUE "0080LNNNN".
           05 FILLER PIC X(20) VALUE "FIN_ACK FD".
           05 FILLER PIC X(20) VALUE "INTEGRPT.DAT".
           05 FILLER PIC X(20) VALUE "INTEG_CHECK".
           05 FILLER PIC X(9) VALUE "0080LNNNN".
           05 FILLER PIC X(20) VALUE "INTEG_CHECK FD".
           05 FILLER PIC X(20) VALUE "APKTRN.DAT".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK".
           05 FILLER PIC X(9) VALUE "0146LNNNN".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK WS".
           05 FILLER PIC X(20) VALUE "APKVOID.DAT".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK".
           05 FILLER PIC X(9) VALUE "0146LNNNN".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK WS".
           05 FILLER PIC X(20) VALUE "APKAPPR.DAT".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK".
           05 FILLER PIC X(9) VALUE "0146LNNNN".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK WS".
           05 FILLER PIC X(20) VALUE "APKREJ.DAT".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK".
           05 FILLER PIC X(9) VALUE "0146LNNNN".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK WS".
           05 FILLER PIC X(20) VALUE "APKOPER.DAT".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK".
           05 FILLER PIC X(9) VALUE "0146LNNNN".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK WS".
           05 FILLER PIC X(20) VALUE "APKENTL.DAT".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK".
           05 FILLER PIC X(9) VALUE "0146LNNNN".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK WS".
           05 FILLER PIC X(20) VALUE "APKSEC.DAT".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK".
           05 FILLER PIC X(9) VALUE "0146LNNNN".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK WS".
           05 FILLER PIC X(20) VALUE "APKINDEX.DAT".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK".
           05 FILLER PIC X(9) VALUE "0080LNNNN".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK FD".
           05 FILLER PIC X(20) VALUE "FREEZE.DAT".
           05 FILLER PIC X(20) VALUE "FREEZE_MAINT".
           05 FILLER PIC X(9) VALUE "0217LNNNY".
           05 FILLER PIC X(20) VALUE "COPY FRZFD".
           05 FILLER PIC X(20) VALUE "FRZEXC.DAT".
           05 FILLER PIC X(20) VALUE "FREEZE_MAINT".
           05 FILLER PIC X(9) VALUE "0107LNYNY".
           05 FILLER PIC X(20) VALUE "COPY FRZFD".
           05 FILLER PIC X(20) VALUE "FRZEXRPT.DAT".
           05 FILLER PIC X(20) VALUE "FREEZE_MAINT".
           05 FILLER PIC X(9) VALUE "0080LNNNN".
           05 FILLER PIC X(20) VALUE "FREEZE_MAINT FD".
           05 FILLER PIC X(20) VALUE "FCSTRPT.DAT".
           05 FILLER PIC X(20) VALUE "VOL_FORECAST".
           05 FILLER PIC X(9) VALUE "0090LNNNN".
           05 FILLER PIC X(20) VALUE "VOL_FORECAST FD".
           05 FILLER PIC X(20) VALUE "ADD01STH.DAT".
           05 FILLER PIC X(20) VALUE "ADD01".
           05 FILLER PIC X(9) VALUE "0022LNNNY".
           05 FILLER PIC X(20) VALUE "ADD01.PROGRAM1 FD".
           05 FILLER PIC X(20) VALUE "ADD01SMR.DAT".
           05 FILLER PIC X(20) VALUE "ADD01".
           05 FILLER PIC X(9) VALUE "0080LNNNN".
           05 FILLER PIC X(20) VALUE "ADD01.PROGRAM1 FD".
           05 FILLER PIC X(20) VALUE "ADD01PBR.DAT".
           05 FILLER PIC X(20) VALUE "ADD01".
           05 FILLER PIC X(9) VALUE "0058LNNNY".
           05 FILLER PIC X(20) VALUE "COPY ADD01PBR".
           05 FILLER PIC X(20) VALUE "ADD01BRC.DAT".
           05 FILLER PIC X(20) VALUE "ADD01".
           05 FILLER PIC X(9) VALUE "0080LNNNY".
           05 FILLER PIC X(20) VALUE "ADD01.PROGRAM25 FD".
       01 WS-FCAT-STANDARD-TABLE REDEFINES WS-FCAT-STANDARD-DEFS.
           05 WS-FCAT-STD-ENTRY OCCURS 61 TIMES.
               10 WS-FCAT-STD-NAME PIC X(20).
               10 WS-FCAT-STD-OWNER PIC X(20).
               10 WS-FCAT-STD-RECLEN PIC 9(4).
               10 WS-FCAT-STD-ORG PIC X.
               10 WS-FCAT-STD-FLAGS PIC X(4).
               10 WS-FCAT-STD-LAYOUT PIC X(20).
       01 WS-FCAT-STD-COUNT PIC 99 VALUE 61.
