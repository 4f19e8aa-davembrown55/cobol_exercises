       program-id. Program8 as "menu01.Program8".

      *loads the translation bureau's returned worklist - the
      *MENUXLAT.DAT the coverage run wrote, with the last column
      *filled in - and queues each translation on the pending-change
      *file as a language variant request, exactly as if it had been
      *keyed on the maintenance screen, so no bureau wording reaches
      *the screens until a supervisor has approved it.  a line with
      *no translation is passed over; a line whose message has gone,
      *whose language is blank, or whose english text no longer
      *matches the message file (it changed while the bureau had
      *the worklist) is reported and skipped.

       environment division.
       input-output section.
       file-control.
           select message-file assign to "MENUMSG.DAT"
               organization is indexed
               access mode is dynamic
               record key is MSG-KEY
               file status is WS-MSG-STATUS.
           select worklist-file assign to "MENUXLAT.DAT"
               organization is line sequential
               file status is WS-WORKLIST-STATUS.
           select pending-change-file assign to "MENUPND.DAT"
               organization is line sequential
               file status is WS-PENDING-STATUS.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy cfgsel.

       data division.
       file section.
       fd  message-file.
       01 message-record.
           05 MSG-KEY pic 9(2).
           05 MSG-CATEGORY pic x(15).
           05 MSG-TEXT pic x(30).
           05 MSG-EFF-FROM pic 9(8).
           05 MSG-EFF-TO pic 9(8).

      *same layout the coverage run writes
       fd  worklist-file.
       01 worklist-record.
           05 XLT-KEY pic x(2).
           05 filler pic x.
           05 XLT-LANG pic x(2).
           05 filler pic x.
           05 XLT-STATUS pic x(7).
           05 filler pic x.
           05 XLT-ENGLISH pic x(30).
           05 filler pic x.
           05 XLT-CURRENT pic x(30).
           05 filler pic x.
           05 XLT-TRANSLATION pic x(30).

       fd  pending-change-file.
       01 pending-change-record pic x(89).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy entlfd.

       copy cfgfd.

       working-storage section.
       01 WS-MSG-STATUS PIC XX VALUE SPACES.
       01 WS-WORKLIST-STATUS PIC XX VALUE SPACES.
       01 WS-PENDING-STATUS PIC XX VALUE SPACES.
       01 WS-WORKLIST-EOF PIC X VALUE "N".
         88 AT-WORKLIST-EOF VALUE "Y".
       01 WS-MSG-FOUND PIC X VALUE "N".
         88 MESSAGE-FOUND VALUE "Y".

      *one queued change per line - the approval screen reads the
      *same layout
       01 WS-PENDING-REC.
           05 PND-ACTION PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 PND-KEY PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 PND-CATEGORY PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 PND-TEXT PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 PND-EFF-FROM PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 PND-EFF-TO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 PND-REQUESTED-BY PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 PND-DATE PIC 9(8).

       01 WS-LINE-NUMBER PIC 9(4) VALUE 0.
       01 WS-QUEUED-COUNT PIC 9(4) VALUE 0.
       01 WS-BLANK-COUNT PIC 9(4) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
       01 WS-COUNT-PRINT PIC ZZZ9.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.

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
           MOVE "MENU01" TO WS-ENTL-PROGRAM.
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

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT WORKLIST-FILE
           IF WS-WORKLIST-STATUS NOT = "00"
               DISPLAY "ERROR! CANNOT OPEN MENUXLAT.DAT."
           ELSE
               OPEN INPUT MESSAGE-FILE
               IF WS-MSG-STATUS NOT = "00"
                   DISPLAY "ERROR! NO MESSAGE FILE ON THIS MACHINE."
               ELSE
                   OPEN EXTEND PENDING-CHANGE-FILE
                   IF WS-PENDING-STATUS = "35"
                       OPEN OUTPUT PENDING-CHANGE-FILE
                   END-IF
                   PERFORM LOAD-NEXT-TRANSLATION
                   CLOSE PENDING-CHANGE-FILE
                   CLOSE MESSAGE-FILE
               END-IF
               CLOSE WORKLIST-FILE
               MOVE WS-QUEUED-COUNT TO WS-COUNT-PRINT
               DISPLAY "TRANSLATIONS QUEUED FOR APPROVAL: "
                   WS-COUNT-PRINT
               MOVE WS-BLANK-COUNT TO WS-COUNT-PRINT
               DISPLAY "LINES NOT YET TRANSLATED.......: "
                   WS-COUNT-PRINT
               MOVE WS-REJECT-COUNT TO WS-COUNT-PRINT
               DISPLAY "LINES REJECTED.................: "
                   WS-COUNT-PRINT
           END-IF

           MOVE "COMPLETED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       LOAD-NEXT-TRANSLATION.
           READ WORKLIST-FILE
               AT END MOVE "Y" TO WS-WORKLIST-EOF
           END-READ

           IF NOT AT-WORKLIST-EOF
               ADD 1 TO WS-LINE-NUMBER
               IF WORKLIST-RECORD NOT = SPACES
                   PERFORM LOAD-ONE-TRANSLATION
               END-IF
               PERFORM LOAD-NEXT-TRANSLATION
           END-IF.

       LOAD-ONE-TRANSLATION.
           IF XLT-TRANSLATION = SPACES
               ADD 1 TO WS-BLANK-COUNT
           ELSE
               IF XLT-KEY IS NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "LINE " WS-LINE-NUMBER
                       " REJECTED - MESSAGE NUMBER NOT NUMERIC"
               ELSE
                   PERFORM CHECK-TRANSLATION
               END-IF
           END-IF.

       CHECK-TRANSLATION.
           MOVE "N" TO WS-MSG-FOUND
           MOVE XLT-KEY TO MSG-KEY
           READ MESSAGE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-MSG-FOUND
           END-READ
           EVALUATE TRUE
               WHEN NOT MESSAGE-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "LINE " WS-LINE-NUMBER
                       " REJECTED - NO MESSAGE " XLT-KEY " ON FILE"
               WHEN XLT-LANG = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "LINE " WS-LINE-NUMBER
                       " REJECTED - NO LANGUAGE CODE"
               WHEN XLT-ENGLISH NOT = MSG-TEXT
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "LINE " WS-LINE-NUMBER
                       " REJECTED - MESSAGE " XLT-KEY
                       " WORDING CHANGED SINCE THE WORKLIST"
               WHEN OTHER
                   PERFORM QUEUE-TRANSLATION
           END-EVALUATE.

      *the same variant request the maintenance screen queues, in
      *the name of whoever ran the import
       QUEUE-TRANSLATION.
           MOVE "V" TO PND-ACTION
           MOVE MSG-KEY TO PND-KEY
           MOVE SPACES TO PND-CATEGORY
           MOVE FUNCTION UPPER-CASE(XLT-LANG) TO PND-CATEGORY(1:2)
           MOVE XLT-TRANSLATION TO PND-TEXT
           MOVE MSG-EFF-FROM TO PND-EFF-FROM
           MOVE MSG-EFF-TO TO PND-EFF-TO
           MOVE WS-OPERATOR-ID TO PND-REQUESTED-BY
           MOVE WS-TODAY-DATE TO PND-DATE
           WRITE PENDING-CHANGE-RECORD FROM WS-PENDING-REC
           ADD 1 TO WS-QUEUED-COUNT
           MOVE SPACES TO WS-OUTCOME
           STRING "* PEND VARIANT " DELIMITED BY SIZE
                   PND-KEY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PND-CATEGORY(1:2) DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING
           PERFORM write-suite-audit.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==  BY =="MENU01_XLIMP"==
                               ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program Program8.
