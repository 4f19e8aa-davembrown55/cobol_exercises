      * the suite's entitlement names - the name each program hands
      * CHECK-PROGRAM-ENTITLEMENT, and so the only program names an
      * entitlement record can usefully carry.  a program that
      * starts checking entitlements is added here, and the count
      * raised, in the same change
      * COPY ENTLPGM.

       01 WS-ENTL-KNOWN-DEFS.
           05 FILLER PIC X(20) VALUE "ACCESS_RECERT".
           05 FILLER PIC X(20) VALUE "ADD01".
           05 FILLER PIC X(20) VALUE "ALERT_CONSOLE".
           05 FILLER PIC X(20) VALUE "AUDIT_ACTIVITY".
           05 FILLER PIC X(20) VALUE "AUDIT_ARCHIVE".
           05 FILLER PIC X(20) VALUE "AUDIT_CHECK".
           05 FILLER PIC X(20) VALUE "AUDIT_ELAPSED".
           05 FILLER PIC X(20) VALUE "AUDIT_EXCEPTION".
           05 FILLER PIC X(20) VALUE "AUDIT_INDEX".
           05 FILLER PIC X(20) VALUE "AUDIT_PACK".
           05 FILLER PIC X(20) VALUE "BACKUP_VERIFY".
           05 FILLER PIC X(20) VALUE "CAPACITY_TRACK".
           05 FILLER PIC X(20) VALUE "CFG_MAINT".
           05 FILLER PIC X(20) VALUE "CONTACT_MAINT".
           05 FILLER PIC X(20) VALUE "DAILY_SUMMARY".
           05 FILLER PIC X(20) VALUE "DAILY_TREND".
           05 FILLER PIC X(20) VALUE "DISPLAY_WORDS".
           05 FILLER PIC X(20) VALUE "DORMANT_SCAN".
           05 FILLER PIC X(20) VALUE "ERROR_REPORT".
           05 FILLER PIC X(20) VALUE "FILE_CATALOG".
           05 FILLER PIC X(20) VALUE "FIN_ACK".
           05 FILLER PIC X(20) VALUE "FIN_EXTRACT".
           05 FILLER PIC X(20) VALUE "FREEZE_MAINT".
           05 FILLER PIC X(20) VALUE "HANDOVER".
           05 FILLER PIC X(20) VALUE "HELLOWORLD2".
           05 FILLER PIC X(20) VALUE "HELP_MAINT".
           05 FILLER PIC X(20) VALUE "INTEG_CHECK".
           05 FILLER PIC X(20) VALUE "JACK_01".
           05 FILLER PIC X(20) VALUE "JOB_REQUEST".
           05 FILLER PIC X(20) VALUE "JOURNAL_RECOVER".
           05 FILLER PIC X(20) VALUE "LIC_REVIEW".
           05 FILLER PIC X(20) VALUE "LOCK_MAINT".
           05 FILLER PIC X(20) VALUE "MAIL_CONFIRM".
           05 FILLER PIC X(20) VALUE "MAN_FROM_PERU".
           05 FILLER PIC X(20) VALUE "MENU01".
           05 FILLER PIC X(20) VALUE "OPER_MAINT".
           05 FILLER PIC X(20) VALUE "OPS_SCORECARD".
           05 FILLER PIC X(20) VALUE "OUTAGE_MAINT".
           05 FILLER PIC X(20) VALUE "PARTNER_XLATE".
           05 FILLER PIC X(20) VALUE "PREFLIGHT".
           05 FILLER PIC X(20) VALUE "PREF_MAINT".
           05 FILLER PIC X(20) VALUE "PROBLEM_TRACK".
           05 FILLER PIC X(20) VALUE "RECITAL_PACK".
           05 FILLER PIC X(20) VALUE "REFRESHER1".
           05 FILLER PIC X(20) VALUE "RETENTION_RUN".
           05 FILLER PIC X(20) VALUE "RPT_DIST".
           05 FILLER PIC X(20) VALUE "SANDBOX_REFRESH".
           05 FILLER PIC X(20) VALUE "SECEV_REVIEW".
           05 FILLER PIC X(20) VALUE "SLA_MONITOR".
           05 FILLER PIC X(20) VALUE "SOD_SCAN".
           05 FILLER PIC X(20) VALUE "SPOOL_MENU".
           05 FILLER PIC X(20) VALUE "SUITE_BACKUP".
           05 FILLER PIC X(20) VALUE "SUITE_DRIVER".
           05 FILLER PIC X(20) VALUE "SUITE_SCHED".
           05 FILLER PIC X(20) VALUE "SUITE_STATUS".
           05 FILLER PIC X(20) VALUE "TEXT_MAINT".
           05 FILLER PIC X(20) VALUE "TEXT_SEARCH".
           05 FILLER PIC X(20) VALUE "TIMES_TABLES".
           05 FILLER PIC X(20) VALUE "TRAINEE_READY".
           05 FILLER PIC X(20) VALUE "USING_MOVE".
           05 FILLER PIC X(20) VALUE "VOL_FORECAST".
           05 FILLER PIC X(20) VALUE "YES_NO_01".
       01 WS-ENTL-KNOWN-TABLE REDEFINES WS-ENTL-KNOWN-DEFS.
           05 WS-ENTL-KNOWN-NAME PIC X(20) OCCURS 62 TIMES.
       01 WS-ENTL-KNOWN-COUNT PIC 99 VALUE 62.
       01 WS-ENTL-KNOWN-IDX PIC 99 VALUE 0.
