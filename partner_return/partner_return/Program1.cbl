       program-id. partner_return.

      *outbound return file for the logistics partner - once the
      *night's Add01 batch has run, every row the partner sent in
      *is answered in their own comma-separated layout: their row
      *exactly as they sent it, in the columns the field-mapping
      *control file names, with our result, a status and the reject
      *reason added in the RESULT, STATUS and REASON columns (or,
      *when the mapping does not place them, in the columns after
      *their last one).  a row the translator could not read is
      *answered from the cross-reference file it wrote; a clean
      *row is answered from the batch output line or the batch
      *reject that carries its row reference, and a row with
      *neither - held for review, suppressed as a duplicate, or
      *not yet run - is answered as pending.  the file closes with
      *a trailer of the row count and a hash total of the results,
      *and is entered on the partner transmission register the
      *same way the finance extract registers its files.

       environment division.
       input-output section.
       file-control.
           select mapping-file assign to "PARTMAP.DAT"
               organization is line sequential
               file status is WS-MAPPING-STATUS.
           copy pxrfsel.
           select batch-output-file assign to "ADD01POUT.DAT"
               organization is line sequential
               file status is WS-BATCH-OUT-STATUS.
           select add01-reject-file assign to "ADD01REJ.DAT"
               organization is line sequential
               file status is WS-ADD01-REJ-STATUS.
           select return-file assign to "PARTRET.DAT"
               organization is line sequential
               file status is WS-RETURN-STATUS.
           select transmission-file assign to "PARTXMIT.DAT"
               organization is line sequential
               file status is WS-XMIT-STATUS.
           copy procdtsl.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy opersel.
           copy erevsel.
           copy secevsel.
           copy audseqsl.
           copy bltnsel.
           copy cfgsel.
           copy entlsel.

       data division.
       file section.
       fd  mapping-file.
       01 mapping-record.
           05 MAP-COLUMN pic x(3).
           05 filler pic x.
           05 MAP-FIELD pic x(9).
           05 filler pic x.
           05 MAP-DEFAULT pic x(10).

       copy pxrffd.

      *the batch output file seen as a block header and as a
      *result line, in the columns the calculator writes them
       fd  batch-output-file.
       01 batch-output-record.
           05 BOH-RECORD-TYPE pic x.
           05 filler pic x.
           05 BOH-RUN-DATE pic x(8).
           05 filler pic x(46).
       01 batch-result-record.
           05 BOR-OPERATION pic x.
           05 filler pic x.
           05 BOR-1ST-NUMBER pic x(6).
           05 filler pic x.
           05 BOR-2ND-NUMBER pic x(6).
           05 filler pic x.
           05 BOR-RESULT pic -(6)9.99.
           05 filler pic x.
           05 BOR-SOURCE-REF pic x(10).

       fd  add01-reject-file.
       01 add01-reject-record.
           05 filler pic x(14).
           05 ARJ-REASON pic x(25).
           05 filler pic x(60).
           05 filler pic x.
           05 ARJ-SOURCE-REF pic x(10).

       fd  return-file.
       01 return-record pic x(200).

       fd  transmission-file.
       01 transmission-record pic x(80).

       copy procdtfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy erevfd.

       copy secevfd.

       copy audseqfd.

       copy bltnfd.

       copy cfgfd.

       copy entlfd.

       working-storage section.
       copy errmsgs.
       copy procdtws.

      *shared partner row cross-reference
       copy pxrfws.

       01 WS-MAPPING-STATUS PIC XX VALUE SPACES.
       01 WS-BATCH-OUT-STATUS PIC XX VALUE SPACES.
       01 WS-ADD01-REJ-STATUS PIC XX VALUE SPACES.
       01 WS-RETURN-STATUS PIC XX VALUE SPACES.
       01 WS-XMIT-STATUS PIC XX VALUE SPACES.
       01 WS-MAPPING-EOF PIC X VALUE "N".
         88 AT-MAPPING-EOF VALUE "Y".
       01 WS-BATCH-OUT-EOF PIC X VALUE "N".
         88 AT-BATCH-OUT-EOF VALUE "Y".
       01 WS-ADD01-REJ-EOF PIC X VALUE "N".
         88 AT-ADD01-REJ-EOF VALUE "Y".

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-BLOCK-DATE PIC X(8) VALUE SPACES.

      *where each of the partner's fields sits on their row - the
      *inbound columns from the mapping, then the return columns,
      *placed by the mapping or else after their last column
       01 WS-MAP-COL PIC 9(3) VALUE 0.
       01 WS-MAP-NAME PIC X(9) VALUE SPACES.
       01 WS-LAST-COL PIC 99 VALUE 0.
       01 WS-OUT-COLS PIC 99 VALUE 0.
       01 WS-REF-COL PIC 99 VALUE 0.
       01 WS-RESULT-COL PIC 99 VALUE 0.
       01 WS-STATUS-COL PIC 99 VALUE 0.
       01 WS-REASON-COL PIC 99 VALUE 0.
       01 WS-REF-ADDED PIC X VALUE "N".

      *the night's answers keyed by the partner's row reference -
      *a later line for the same reference wins, so a corrected
      *and resubmitted row reports its final outcome
       01 WS-RESULT-TABLE.
           05 WS-RES-ENTRY OCCURS 2000 TIMES.
               10 WS-RES-REF PIC X(10).
               10 WS-RES-VALUE PIC S9(7)V99.
       01 WS-RES-COUNT PIC 9(4) VALUE 0.
       01 WS-RES-IDX PIC 9(4) VALUE 0.
       01 WS-RES-HIT PIC 9(4) VALUE 0.

       01 WS-REJECT-TABLE.
           05 WS-RJT-ENTRY OCCURS 2000 TIMES.
               10 WS-RJT-REF PIC X(10).
               10 WS-RJT-REASON PIC X(25).
       01 WS-RJT-COUNT PIC 9(4) VALUE 0.
       01 WS-RJT-IDX PIC 9(4) VALUE 0.
       01 WS-RJT-HIT PIC 9(4) VALUE 0.

      *one return row, cell by cell, before it is joined up
       01 WS-OUT-TABLE.
           05 WS-OUT-SLOT PIC X(25) OCCURS 15 TIMES.
       01 WS-SLOT-IDX PIC 99 VALUE 0.
       01 WS-SLOT-LEN PIC 99 VALUE 0.
       01 WS-RETURN-LINE PIC X(200) VALUE SPACES.
       01 WS-LINE-PTR PIC 9(3) VALUE 1.

       01 WS-RESULT-EDIT PIC -(6)9.99.
       01 WS-LEAD-SPACES PIC 99 VALUE 0.
       01 WS-ROW-COUNT PIC 9(6) VALUE 0.
       01 WS-HASH-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-HASH-EDIT PIC Z(12)9.99.
       01 WS-COUNT-EDIT PIC Z(5)9.
       01 WS-PROCESSED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(6) VALUE 0.

      *the same register layout the finance extract writes
       01 WS-XMIT-REC.
           05 XMT-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 XMT-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 XMT-FILE PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 XMT-COUNT PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 XMT-HASH PIC 9(13)V99.
           05 FILLER PIC X VALUE SPACE.
           05 XMT-OPERATOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 XMT-DISPOSITION PIC X(10).

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
      *the return is the other half of the partner interface, so
      *whoever may translate the partner's file may answer it
           MOVE "PARTNER_XLATE" TO WS-ENTL-PROGRAM.
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
           PERFORM GET-PROCESSING-DATE
           MOVE WS-PROCESS-DATE TO WS-TODAY-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-COLUMN-LAYOUT
           IF WS-LAST-COL = 0
               DISPLAY "ERROR! NO FIELD MAPPING ON FILE - THE "
                   "PARTNER'S LAYOUT IS UNKNOWN."
               MOVE "NO MAPPING" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           OPEN INPUT PARTNER-XREF-FILE
           IF WS-PXR-STATUS NOT = "00"
               DISPLAY "ERROR! NO TRANSLATED PARTNER FILE TO "
                   "ANSWER."
               MOVE "NO PARTNER ROWS" TO WS-OUTCOME
               PERFORM write-suite-audit
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               goback
           END-IF
           PERFORM LOAD-BATCH-RESULTS
           PERFORM LOAD-BATCH-REJECTS
           OPEN OUTPUT RETURN-FILE
           PERFORM RETURN-NEXT-ROW UNTIL AT-PXR-EOF
           PERFORM WRITE-RETURN-TRAILER
           CLOSE PARTNER-XREF-FILE
           CLOSE RETURN-FILE
           PERFORM WRITE-TRANSMISSION-REGISTER
           MOVE WS-PROCESSED-COUNT TO WS-COUNT-EDIT
           DISPLAY "ROWS PROCESSED: " WS-COUNT-EDIT
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           DISPLAY "ROWS REJECTED.: " WS-COUNT-EDIT
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
           DISPLAY "ROWS PENDING..: " WS-COUNT-EDIT
           DISPLAY "RETURN FILE PARTRET.DAT PRODUCED AND "
               "REGISTERED."
           MOVE "RETURN PRODUCED" TO WS-OUTCOME
           PERFORM write-suite-audit
           CLOSE AUDIT-LOG-FILE
           goback.

       LOAD-COLUMN-LAYOUT.
           MOVE 0 TO WS-LAST-COL
           MOVE "N" TO WS-MAPPING-EOF
           OPEN INPUT MAPPING-FILE
           IF WS-MAPPING-STATUS = "00"
               PERFORM LOAD-NEXT-COLUMN UNTIL AT-MAPPING-EOF
               CLOSE MAPPING-FILE
           END-IF
           IF WS-LAST-COL > 0
               MOVE WS-LAST-COL TO WS-OUT-COLS
      *a partner who sends no row reference of their own gets the
      *row number back in a column of its own
               IF WS-REF-COL = 0
                   PERFORM ADD-RETURN-COLUMN
                   MOVE WS-OUT-COLS TO WS-REF-COL
                   MOVE "Y" TO WS-REF-ADDED
               END-IF
               IF WS-RESULT-COL = 0
                   PERFORM ADD-RETURN-COLUMN
                   MOVE WS-OUT-COLS TO WS-RESULT-COL
               END-IF
               IF WS-STATUS-COL = 0
                   PERFORM ADD-RETURN-COLUMN
                   MOVE WS-OUT-COLS TO WS-STATUS-COL
               END-IF
               IF WS-REASON-COL = 0
                   PERFORM ADD-RETURN-COLUMN
                   MOVE WS-OUT-COLS TO WS-REASON-COL
               END-IF
           END-IF.

       ADD-RETURN-COLUMN.
           IF WS-OUT-COLS < 15
               ADD 1 TO WS-OUT-COLS
           END-IF.

      *only a column the partner actually sends counts towards
      *their layout - column zero is a default-only mapping
       LOAD-NEXT-COLUMN.
           READ MAPPING-FILE
               AT END MOVE "Y" TO WS-MAPPING-EOF
           END-READ
           IF NOT AT-MAPPING-EOF
               IF MAP-FIELD NOT = SPACES
                       AND MAP-COLUMN IS NUMERIC
                   MOVE MAP-COLUMN TO WS-MAP-COL
                   MOVE FUNCTION UPPER-CASE(MAP-FIELD)
                       TO WS-MAP-NAME
                   IF WS-MAP-COL >= 1 AND WS-MAP-COL <= 15
                       PERFORM PLACE-MAPPED-COLUMN
                   END-IF
               END-IF
           END-IF.

       PLACE-MAPPED-COLUMN.
           EVALUATE WS-MAP-NAME
               WHEN "RESULT"
                   MOVE WS-MAP-COL TO WS-RESULT-COL
               WHEN "STATUS"
                   MOVE WS-MAP-COL TO WS-STATUS-COL
               WHEN "REASON"
                   MOVE WS-MAP-COL TO WS-REASON-COL
               WHEN "ROWREF"
                   MOVE WS-MAP-COL TO WS-REF-COL
           END-EVALUATE
           IF WS-MAP-COL > WS-LAST-COL
               MOVE WS-MAP-COL TO WS-LAST-COL
           END-IF.

      *only tonight's blocks are read - an older block left in the
      *output file answered an older partner file
       LOAD-BATCH-RESULTS.
           MOVE 0 TO WS-RES-COUNT
           MOVE SPACES TO WS-BLOCK-DATE
           MOVE "N" TO WS-BATCH-OUT-EOF
           OPEN INPUT BATCH-OUTPUT-FILE
           IF WS-BATCH-OUT-STATUS = "00"
               PERFORM LOAD-NEXT-BATCH-RESULT UNTIL AT-BATCH-OUT-EOF
               CLOSE BATCH-OUTPUT-FILE
           END-IF.

       LOAD-NEXT-BATCH-RESULT.
           READ BATCH-OUTPUT-FILE
               AT END MOVE "Y" TO WS-BATCH-OUT-EOF
           END-READ
           IF NOT AT-BATCH-OUT-EOF
               EVALUATE BOH-RECORD-TYPE
                   WHEN "H"
                       MOVE BOH-RUN-DATE TO WS-BLOCK-DATE
                   WHEN "T"
                       CONTINUE
                   WHEN OTHER
                       IF WS-BLOCK-DATE = WS-TODAY-DATE
                               AND BOR-SOURCE-REF NOT = SPACES
                               AND WS-RES-COUNT < 2000
                           ADD 1 TO WS-RES-COUNT
                           MOVE BOR-SOURCE-REF
                               TO WS-RES-REF(WS-RES-COUNT)
                           MOVE BOR-RESULT
                               TO WS-RES-VALUE(WS-RES-COUNT)
                       END-IF
               END-EVALUATE
           END-IF.

       LOAD-BATCH-REJECTS.
           MOVE 0 TO WS-RJT-COUNT
           MOVE "N" TO WS-ADD01-REJ-EOF
           OPEN INPUT ADD01-REJECT-FILE
           IF WS-ADD01-REJ-STATUS = "00"
               PERFORM LOAD-NEXT-BATCH-REJECT UNTIL AT-ADD01-REJ-EOF
               CLOSE ADD01-REJECT-FILE
           END-IF.

       LOAD-NEXT-BATCH-REJECT.
           READ ADD01-REJECT-FILE
               AT END MOVE "Y" TO WS-ADD01-REJ-EOF
           END-READ
           IF NOT AT-ADD01-REJ-EOF
               IF ARJ-SOURCE-REF NOT = SPACES
                       AND WS-RJT-COUNT < 2000
                   ADD 1 TO WS-RJT-COUNT
                   MOVE ARJ-SOURCE-REF TO WS-RJT-REF(WS-RJT-COUNT)
                   MOVE ARJ-REASON TO WS-RJT-REASON(WS-RJT-COUNT)
               END-IF
           END-IF.

       RETURN-NEXT-ROW.
           READ PARTNER-XREF-FILE
               AT END MOVE "Y" TO WS-PXR-EOF
           END-READ
           IF NOT AT-PXR-EOF
               MOVE PARTNER-XREF-RECORD TO WS-PARTNER-XREF-REC
               PERFORM BUILD-RETURN-ROW
               PERFORM WRITE-RETURN-ROW
           END-IF.

       BUILD-RETURN-ROW.
           MOVE SPACES TO WS-OUT-TABLE
           UNSTRING PXR-PARTNER-ROW DELIMITED BY ","
               INTO WS-OUT-SLOT(1) WS-OUT-SLOT(2) WS-OUT-SLOT(3)
                   WS-OUT-SLOT(4) WS-OUT-SLOT(5) WS-OUT-SLOT(6)
                   WS-OUT-SLOT(7) WS-OUT-SLOT(8) WS-OUT-SLOT(9)
                   WS-OUT-SLOT(10)
           END-UNSTRING
      *anything past their last mapped column is not part of the
      *layout they agreed, and the return columns go after it
           PERFORM CLEAR-UNMAPPED-SLOT
               VARYING WS-SLOT-IDX FROM WS-LAST-COL BY 1
               UNTIL WS-SLOT-IDX > 15
           IF WS-REF-ADDED = "Y"
               MOVE PXR-ROW-REF TO WS-OUT-SLOT(WS-REF-COL)
           END-IF
           MOVE SPACES TO WS-OUT-SLOT(WS-RESULT-COL)
           MOVE SPACES TO WS-OUT-SLOT(WS-STATUS-COL)
           MOVE SPACES TO WS-OUT-SLOT(WS-REASON-COL)
           IF PXR-REJECTED
               MOVE "REJECTED" TO WS-OUT-SLOT(WS-STATUS-COL)
               MOVE PXR-REASON TO WS-OUT-SLOT(WS-REASON-COL)
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM FIND-ROW-OUTCOME
           END-IF.

       CLEAR-UNMAPPED-SLOT.
           IF WS-SLOT-IDX > WS-LAST-COL
               MOVE SPACES TO WS-OUT-SLOT(WS-SLOT-IDX)
           END-IF.

      *a result beats a reject for the same row - the row was put
      *right and resubmitted after it first failed
       FIND-ROW-OUTCOME.
           MOVE 0 TO WS-RES-HIT
           PERFORM MATCH-NEXT-RESULT
               VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-RES-COUNT
           IF WS-RES-HIT > 0
               MOVE WS-RES-VALUE(WS-RES-HIT) TO WS-RESULT-EDIT
               MOVE 0 TO WS-LEAD-SPACES
               INSPECT WS-RESULT-EDIT
                   TALLYING WS-LEAD-SPACES FOR LEADING SPACES
               MOVE WS-RESULT-EDIT(WS-LEAD-SPACES + 1:)
                   TO WS-OUT-SLOT(WS-RESULT-COL)
               MOVE "PROCESSED" TO WS-OUT-SLOT(WS-STATUS-COL)
               IF WS-RES-VALUE(WS-RES-HIT) < 0
                   COMPUTE WS-HASH-TOTAL =
                       WS-HASH-TOTAL - WS-RES-VALUE(WS-RES-HIT)
               ELSE
                   ADD WS-RES-VALUE(WS-RES-HIT) TO WS-HASH-TOTAL
               END-IF
               ADD 1 TO WS-PROCESSED-COUNT
           ELSE
               MOVE 0 TO WS-RJT-HIT
               PERFORM MATCH-NEXT-REJECT
                   VARYING WS-RJT-IDX FROM 1 BY 1
                   UNTIL WS-RJT-IDX > WS-RJT-COUNT
               IF WS-RJT-HIT > 0
                   MOVE "REJECTED" TO WS-OUT-SLOT(WS-STATUS-COL)
                   MOVE WS-RJT-REASON(WS-RJT-HIT)
                       TO WS-OUT-SLOT(WS-REASON-COL)
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE "PENDING" TO WS-OUT-SLOT(WS-STATUS-COL)
                   MOVE "NO RESULT YET" TO WS-OUT-SLOT(WS-REASON-COL)
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-IF.

       MATCH-NEXT-RESULT.
           IF WS-RES-REF(WS-RES-IDX) = PXR-ROW-REF
               MOVE WS-RES-IDX TO WS-RES-HIT
           END-IF.

       MATCH-NEXT-REJECT.
           IF WS-RJT-REF(WS-RJT-IDX) = PXR-ROW-REF
               MOVE WS-RJT-IDX TO WS-RJT-HIT
           END-IF.

       WRITE-RETURN-ROW.
           MOVE SPACES TO WS-RETURN-LINE
           MOVE 1 TO WS-LINE-PTR
           PERFORM APPEND-NEXT-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-OUT-COLS
           WRITE RETURN-RECORD FROM WS-RETURN-LINE
           ADD 1 TO WS-ROW-COUNT.

      *each cell goes out without its trailing spaces, with a comma
      *between cells and none after the last
       APPEND-NEXT-SLOT.
           IF WS-SLOT-IDX > 1
               STRING "," DELIMITED BY SIZE
                   INTO WS-RETURN-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT FUNCTION REVERSE(WS-OUT-SLOT(WS-SLOT-IDX))
               TALLYING WS-LEAD-SPACES FOR LEADING SPACES
           COMPUTE WS-SLOT-LEN = 25 - WS-LEAD-SPACES
           IF WS-SLOT-LEN > 0
               STRING WS-OUT-SLOT(WS-SLOT-IDX)(1:WS-SLOT-LEN)
                       DELIMITED BY SIZE
                   INTO WS-RETURN-LINE WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.

      *the trailer carries the row count and the hash total of the
      *unsigned results, the same proof the finance file offers
       WRITE-RETURN-TRAILER.
           MOVE WS-ROW-COUNT TO WS-COUNT-EDIT
           MOVE WS-HASH-TOTAL TO WS-HASH-EDIT
           MOVE SPACES TO WS-RETURN-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "TRAILER," DELIMITED BY SIZE
               INTO WS-RETURN-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT WS-COUNT-EDIT
               TALLYING WS-LEAD-SPACES FOR LEADING SPACES
           STRING WS-COUNT-EDIT(WS-LEAD-SPACES + 1:)
                   DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
               INTO WS-RETURN-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT WS-HASH-EDIT
               TALLYING WS-LEAD-SPACES FOR LEADING SPACES
           STRING WS-HASH-EDIT(WS-LEAD-SPACES + 1:)
                   DELIMITED BY SIZE
               INTO WS-RETURN-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           WRITE RETURN-RECORD FROM WS-RETURN-LINE.

       WRITE-TRANSMISSION-REGISTER.
           MOVE WS-TODAY-DATE TO XMT-DATE
           MOVE WS-RUN-TIME TO XMT-TIME
           MOVE "PARTRET.DAT" TO XMT-FILE
           MOVE WS-ROW-COUNT TO XMT-COUNT
           MOVE WS-HASH-TOTAL TO XMT-HASH
           MOVE WS-OPERATOR-ID TO XMT-OPERATOR
           MOVE "PRODUCED" TO XMT-DISPOSITION
           OPEN EXTEND TRANSMISSION-FILE
           IF WS-XMIT-STATUS = "35"
               OPEN OUTPUT TRANSMISSION-FILE
           END-IF
           WRITE TRANSMISSION-RECORD FROM WS-XMIT-REC
           CLOSE TRANSMISSION-FILE.

       copy errlog replacing ==:PROGRAM-NAME:== by =="PARTNER_RETN"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy procdate.

       copy auditopen.

       copy auditlog replacing
           ==:PROGRAM-NAME:==  BY =="PARTNER_RETN"==
           ==:OUTCOME-FIELD:== BY ==WS-OUTCOME==.

       copy bltnshow.

       copy cfgget.

       copy entlchk.

       copy opsignon.

       end program partner_return.
