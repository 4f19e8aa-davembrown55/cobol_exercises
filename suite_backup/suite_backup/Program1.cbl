      *last three generations, and a restore puts back a chosen
      *file from a chosen generation.  both actions are recorded in
      *the suite audit trail.
      *for the offsite copy, an export packages the newest verified
      *generation into one transport file led by a manifest of its
      *members - record count, value control total and checksum for
      *each - and an import at the recovery site proves every
      *member against that manifest before it restores anything,
      *writing a restore certificate either way.
      *the files carried are the ones the data-file catalog marks
      *backed up.

       environment division.
       input-output section.
           select backup-gen3-file assign to "SUITEBK3.DAT"
               organization is line sequential
               file status is WS-GEN3-STATUS.
           select dr-transport-file assign to "DREXPORT.DAT"
               organization is line sequential
               file status is WS-DR-STATUS.
           select verify-cert-file assign to "BKVERIFY.DAT"
               organization is line sequential
               file status is WS-VCERT-STATUS.
           select dr-cert-file assign to "DRCERT.DAT"
               organization is line sequential
               file status is WS-DRCERT-STATUS.
           select member-file assign to dynamic WS-MEMBER-NAME
               organization is line sequential
               file status is WS-MEMBER-STATUS.
               access mode is dynamic
               record key is MSG-KEY
               file status is WS-MSG-STATUS.
           select accumulator-file assign to "ADD01ACC.DAT"
               organization is indexed
               access mode is dynamic
               record key is ACC-KEY-DATE
               file status is WS-ACC-STATUS.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
           copy fcatsel.
           copy opersel.
           copy erevsel.
           copy secevsel.
       fd  backup-gen3-file.
       01 backup-gen3-record pic x(100).

       fd  dr-transport-file.
       01 dr-transport-record pic x(100).

       fd  verify-cert-file.
       01 verify-cert-record pic x(80).

       fd  dr-cert-file.
       01 dr-cert-record pic x(80).

       fd  member-file.
       01 member-record pic x(100).

           05 MSG-EFF-FROM pic 9(8).
           05 MSG-EFF-TO pic 9(8).

       fd  accumulator-file.
       01 accumulator-record.
           05 ACC-KEY-DATE PIC 9(8).
           05 FILLER PIC X(13).

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       fd  operator-file.
       copy operfd.

       copy fcatfd.

       copy erevfd.

       copy secevfd.
       01 WS-GEN2-STATUS PIC XX VALUE SPACES.
       01 WS-GEN3-STATUS PIC XX VALUE SPACES.
       01 WS-MEMBER-STATUS PIC XX VALUE SPACES.
       01 WS-DR-STATUS PIC XX VALUE SPACES.
       01 WS-VCERT-STATUS PIC XX VALUE SPACES.
       01 WS-DRCERT-STATUS PIC XX VALUE SPACES.
       01 WS-MSG-STATUS PIC XX VALUE SPACES.
       01 WS-ACC-STATUS PIC XX VALUE SPACES.
       01 WS-COPY-EOF PIC X VALUE "N".
         88 AT-COPY-EOF VALUE "Y".
       01 WS-MEMBER-EOF PIC X VALUE "N".
       01 WS-MSG-EOF PIC X VALUE "N".
         88 AT-MSG-EOF VALUE "Y".
       01 WS-OPER-COPY-EOF PIC X VALUE "N".
       01 WS-ACC-COPY-EOF PIC X VALUE "N".
         88 AT-ACC-COPY-EOF VALUE "Y".

       01 WS-RUN-MODE PIC X VALUE "B".

      *the stateful master files this utility covers - every file
      *the data-file catalog marks backed up.  MENUMSG.DAT,
      *OPERATOR.DAT and ADD01ACC.DAT are indexed and are dumped and
      *rebuilt through their record layouts, the rest are carried
      *line for line; any other indexed file, or one too wide for
      *the generation container, is left out and said so.  the
      *seal file rides along so a whole-generation restore brings
      *seals consistent with the data back with it
       01 WS-MEMBER-LIST.
           05 WS-MEMBER-ENTRY PIC X(20) OCCURS 20 TIMES.
       01 WS-MEMBER-TOTAL PIC 99 VALUE 0.
       01 WS-MEMBER-IDX PIC 99 VALUE 0.
       01 WS-MEMBER-NAME PIC X(20) VALUE SPACES.

       01 WS-BACKUP-DATE PIC 9(8) VALUE 0.
       01 WS-BACKUP-TIME PIC 9(8) VALUE 0.
       01 WS-MEMBER-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-PRINT PIC Z(5)9.

       01 WS-PICK-GEN PIC 9 VALUE 0.
       01 WS-GEN-RECORD PIC X(100) VALUE SPACES.
       01 WS-GEN-OPEN-STATUS PIC XX VALUE SPACES.
       01 WS-PICK-MEMBER PIC 99 VALUE 0.
       01 WS-IN-WANTED-MEMBER PIC X VALUE "N".
       01 WS-RESTORED-COUNT PIC 9(6) VALUE 0.

       01 WS-HEADER-LINE PIC X(100) VALUE SPACES.

      *offsite export and import.  the verified generation is the
      *one whose member headers carry the date and time named on
      *the last passing verification certificate; generation 4 in
      *WS-PICK-GEN is the transport file, so an import restores
      *through the same path as a restore from a generation
       01 WS-DR-EOF PIC X VALUE "N".
         88 AT-DR-EOF VALUE "Y".
       01 WS-DR-VERIFIED PIC X VALUE "N".
       01 WS-DR-STAMP PIC X(17) VALUE SPACES.
       01 WS-DR-GEN PIC 9 VALUE 0.
       01 WS-DR-ADDING PIC X VALUE "N".
       01 WS-DR-IN-MEMBER PIC X VALUE "N".
       01 WS-DR-TABLE.
           05 WS-DR-ENTRY OCCURS 20 TIMES.
               10 WS-DR-NAME PIC X(20).
               10 WS-DR-SLOT PIC 99.
               10 WS-DR-MAN-OK PIC X.
               10 WS-DR-MAN-COUNT PIC 9(6).
               10 WS-DR-MAN-TOTAL PIC S9(13)V99.
               10 WS-DR-MAN-CHECKSUM PIC 9(10).
               10 WS-DR-COUNT PIC 9(6).
               10 WS-DR-TOTAL PIC S9(13)V99.
               10 WS-DR-CHECKSUM PIC 9(10).
               10 WS-DR-SEEN PIC X.
       01 WS-DR-MEMBERS PIC 99 VALUE 0.
       01 WS-DR-IDX PIC 99 VALUE 0.
       01 WS-DR-HIT PIC 99 VALUE 0.
       01 WS-DR-TOLD PIC 99 VALUE 0.
       01 WS-DR-STRAYS PIC 99 VALUE 0.
       01 WS-DR-FAILED PIC 99 VALUE 0.
       01 WS-DR-RESTORED PIC 99 VALUE 0.
       01 WS-DR-REASON PIC X(8) VALUE SPACES.
       01 WS-DR-CUR-COUNT PIC 9(6) VALUE 0.
       01 WS-DR-CUR-CHECKSUM PIC 9(10) VALUE 0.
       01 WS-DR-REC-SUM PIC 9(7) VALUE 0.
       01 WS-DR-WORK PIC 9(12) VALUE 0.
       01 WS-DR-QUOTIENT PIC 9(12) VALUE 0.
       01 WS-DR-POS PIC 9(3) VALUE 0.
       01 WS-DR-HEADER PIC X(100) VALUE SPACES.
       01 WS-DR-LINE PIC X(80) VALUE SPACES.
       01 WS-DR-TODAY PIC 9(8) VALUE 0.
       01 WS-DR-NOW PIC 9(8) VALUE 0.
       01 WS-COUNT-PRINT-2 PIC Z(5)9.
       01 WS-DR-ALERT-LINE PIC X(45) VALUE SPACES.
      *one manifest line per member in the transport file
       01 WS-DR-MANIFEST-LINE.
           05 DRM-TAG PIC X(8) VALUE "*MEMBER ".
           05 DRM-NAME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DRM-COUNT PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DRM-TOTAL-SIGN PIC X.
           05 DRM-TOTAL PIC 9(13)V99.
           05 FILLER PIC X VALUE SPACE.
           05 DRM-CHECKSUM PIC 9(10).
           05 FILLER PIC X(37) VALUE SPACES.

      *value parses for re-sealing the sealed masters on restore
       01 WS-ACC-PARSE.
           05 ACP-DATE PIC X(8).
           05 TLP-YES PIC X(7).
           05 FILLER PIC X.
           05 TLP-NO PIC X(7).
           05 FILLER PIC X(3).
           05 TLP-SCALE-ENTRY OCCURS 9 TIMES.
               10 FILLER PIC X.
               10 TLP-SCALE PIC X(7).
       01 WS-TLP-IDX PIC 99 VALUE 0.
       01 WS-TLP-SCALE-SUM PIC 9(9) VALUE 0.
       01 WS-MSG-FLAT-REC.
           05 FLT-KEY PIC 9(2).
           05 FLT-CATEGORY PIC X(15).
      *shared operator sign-on
       copy opsignws.

      *shared data-file catalog
       copy fcatws.

      *shared run-lock tokens
       copy runlkws.

               MOVE 8 TO RETURN-CODE
               goback
           END-IF.
           PERFORM LOAD-BACKUP-MEMBERS.
           PERFORM GET-RUN-MODE.

           EVALUATE WS-RUN-MODE
                   MOVE "BACKUP TAKEN" TO WS-OUTCOME
               WHEN "R"
                   PERFORM RESTORE-MEMBER
               WHEN "E"
                   PERFORM EXPORT-FOR-OFFSITE
               WHEN "I"
                   PERFORM IMPORT-OFFSITE-EXPORT
           END-EVALUATE

           PERFORM RELEASE-RUN-LOCK
           CLOSE AUDIT-LOG-FILE
           goback.

       LOAD-BACKUP-MEMBERS.
           MOVE SPACES TO WS-MEMBER-LIST
           MOVE 0 TO WS-MEMBER-TOTAL
           PERFORM LOAD-FILE-CATALOG
           PERFORM LOAD-NEXT-BACKUP-MEMBER
               VARYING WS-FCAT-IDX FROM 1 BY 1
               UNTIL WS-FCAT-IDX > WS-FCAT-COUNT.

       LOAD-NEXT-BACKUP-MEMBER.
           MOVE WS-FCAT-ENTRY(WS-FCAT-IDX) TO WS-FCAT-REC
           IF FCAT-IS-BACKED-UP
               EVALUATE TRUE
                   WHEN FCAT-INDEXED
                           AND FCAT-NAME NOT = "MENUMSG.DAT"
                           AND FCAT-NAME NOT = "OPERATOR.DAT"
                           AND FCAT-NAME NOT = "ADD01ACC.DAT"
                       DISPLAY FCAT-NAME " IS INDEXED WITH NO DUMP "
                           "ROUTINE - NOT BACKED UP."
                   WHEN FCAT-RECLEN > 100
                       DISPLAY FCAT-NAME " IS TOO WIDE FOR THE "
                           "GENERATION - NOT BACKED UP."
                   WHEN WS-MEMBER-TOTAL >= 20
                       DISPLAY FCAT-NAME " IS PAST THE MEMBER "
                           "LIMIT - NOT BACKED UP."
                   WHEN OTHER
                       ADD 1 TO WS-MEMBER-TOTAL
                       MOVE FCAT-NAME
                           TO WS-MEMBER-ENTRY(WS-MEMBER-TOTAL)
               END-EVALUATE
           END-IF.

       GET-RUN-MODE.
           DISPLAY "ENTER B TO TAKE A BACKUP GENERATION, OR R TO "
               "RESTORE A FILE FROM ONE: "
           DISPLAY "(E EXPORTS THE VERIFIED GENERATION FOR OFFSITE, "
               "I IMPORTS AN OFFSITE EXPORT)"
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           IF WS-RUN-MODE NOT = "B" AND WS-RUN-MODE NOT = "R"
                   AND WS-RUN-MODE NOT = "E"
                   AND WS-RUN-MODE NOT = "I"
               DISPLAY "ERROR! ENTER B, R, E OR I."
               PERFORM GET-RUN-MODE
           END-IF.

      *shuffle down a slot before the new snapshot is taken
       TAKE-BACKUP.
           ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BACKUP-TIME FROM TIME
           PERFORM ROTATE-GEN2-TO-GEN3
           PERFORM ROTATE-GEN1-TO-GEN2
           OPEN OUTPUT BACKUP-GEN1-FILE
           PERFORM SNAPSHOT-NEXT-MEMBER
               VARYING WS-MEMBER-IDX FROM 1 BY 1
               UNTIL WS-MEMBER-IDX > WS-MEMBER-TOTAL
           CLOSE BACKUP-GEN1-FILE
           DISPLAY "BACKUP GENERATION 1 TAKEN - OLDER GENERATIONS "
               "ROTATED".
                   WS-MEMBER-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BACKUP-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BACKUP-TIME DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           WRITE BACKUP-GEN1-RECORD FROM WS-HEADER-LINE
                   PERFORM SNAPSHOT-MESSAGE-FILE
               WHEN "OPERATOR.DAT"
                   PERFORM SNAPSHOT-OPERATOR-FILE
               WHEN "ADD01ACC.DAT"
                   PERFORM SNAPSHOT-ACCUMULATOR-FILE
               WHEN OTHER
                   PERFORM SNAPSHOT-FLAT-MEMBER
           END-EVALUATE
                   WRITE BACKUP-GEN1-RECORD FROM OPERATOR-RECORD
           END-READ.

      *the accumulator dumps in business-date key order, one line
      *per date in the same layout the flat file used to carry
       SNAPSHOT-ACCUMULATOR-FILE.
           MOVE "N" TO WS-ACC-COPY-EOF
           OPEN INPUT ACCUMULATOR-FILE
           IF WS-ACC-STATUS = "00"
               PERFORM COPY-NEXT-ACCUMULATOR-OUT
                   UNTIL AT-ACC-COPY-EOF
               CLOSE ACCUMULATOR-FILE
           END-IF.

       COPY-NEXT-ACCUMULATOR-OUT.
           READ ACCUMULATOR-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-ACC-COPY-EOF
               NOT AT END
                   ADD 1 TO WS-MEMBER-COUNT
                   WRITE BACKUP-GEN1-RECORD FROM ACCUMULATOR-RECORD
           END-READ.

       SNAPSHOT-MESSAGE-FILE.
           MOVE "N" TO WS-MSG-EOF
           OPEN INPUT MESSAGE-FILE

       GET-MEMBER-PICK.
           DISPLAY "WHICH FILE?"
           PERFORM LIST-NEXT-MEMBER
               VARYING WS-MEMBER-IDX FROM 1 BY 1
               UNTIL WS-MEMBER-IDX > WS-MEMBER-TOTAL
           ACCEPT WS-PICK-MEMBER
           IF WS-PICK-MEMBER < 1 OR WS-PICK-MEMBER > WS-MEMBER-TOTAL
               DISPLAY ERRMSG-GENERIC
               MOVE "E001" TO WS-ERROR-CODE
               PERFORM LOG-ERROR-EVENT
               PERFORM GET-MEMBER-PICK
           END-IF.

       LIST-NEXT-MEMBER.
           DISPLAY WS-MEMBER-IDX " " WS-MEMBER-ENTRY(WS-MEMBER-IDX).

      *the wanted member's records are copied out of the chosen
      *generation container back over the live file
       RESTORE-PICKED-MEMBER.
           MOVE "N" TO WS-IN-WANTED-MEMBER
           MOVE "N" TO WS-COPY-EOF

           PERFORM OPEN-PICKED-GENERATION
           IF WS-GEN-OPEN-STATUS NOT = "00"
               DISPLAY "ERROR! THAT GENERATION DOES NOT EXIST."
               MOVE "NO GENERATION" TO WS-OUTCOME
                       OPEN OUTPUT MESSAGE-FILE
                   WHEN "OPERATOR.DAT"
                       OPEN OUTPUT OPERATOR-FILE
                   WHEN "ADD01ACC.DAT"
                       OPEN OUTPUT ACCUMULATOR-FILE
                   WHEN OTHER
                       OPEN OUTPUT MEMBER-FILE
               END-EVALUATE
                       CLOSE MESSAGE-FILE
                   WHEN "OPERATOR.DAT"
                       CLOSE OPERATOR-FILE
                   WHEN "ADD01ACC.DAT"
                       CLOSE ACCUMULATOR-FILE
                   WHEN OTHER
                       CLOSE MEMBER-FILE
               END-EVALUATE
               END-STRING
           END-IF.

       OPEN-PICKED-GENERATION.
           EVALUATE WS-PICK-GEN
               WHEN 1
                   OPEN INPUT BACKUP-GEN1-FILE
                   MOVE WS-GEN1-STATUS TO WS-GEN-OPEN-STATUS
               WHEN 2
                   OPEN INPUT BACKUP-GEN2-FILE
                   MOVE WS-GEN2-STATUS TO WS-GEN-OPEN-STATUS
               WHEN 3
                   OPEN INPUT BACKUP-GEN3-FILE
                   MOVE WS-GEN3-STATUS TO WS-GEN-OPEN-STATUS
               WHEN 4
                   OPEN INPUT DR-TRANSPORT-FILE
                   MOVE WS-DR-STATUS TO WS-GEN-OPEN-STATUS
           END-EVALUATE.

       CLOSE-PICKED-GENERATION.
           EVALUATE WS-PICK-GEN
               WHEN 1
                   CLOSE BACKUP-GEN2-FILE
               WHEN 3
                   CLOSE BACKUP-GEN3-FILE
               WHEN 4
                   CLOSE DR-TRANSPORT-FILE
           END-EVALUATE.

       RESTORE-NEXT-RECORD.
                               WRITE OPERATOR-RECORD
                                   INVALID KEY CONTINUE
                               END-WRITE
                           WHEN "ADD01ACC.DAT"
                               PERFORM SUM-RESTORED-SEAL-VALUES
                               MOVE WS-GEN-RECORD(1:21)
                                   TO ACCUMULATOR-RECORD
                               WRITE ACCUMULATOR-RECORD
                                   INVALID KEY CONTINUE
                               END-WRITE
                           WHEN OTHER
                               PERFORM SUM-RESTORED-SEAL-VALUES
                               WRITE MEMBER-RECORD
                       ADD FUNCTION NUMVAL(TLP-NO)
                           TO WS-SEAL-HASH
                   END-IF
                   PERFORM SUM-TALLY-SCALE-COUNTS
                   ADD WS-TLP-SCALE-SUM TO WS-SEAL-HASH
           END-EVALUATE.

      *rating questions carry a count per scale point after the
      *yes/no counts, and those are sealed along with them
       SUM-TALLY-SCALE-COUNTS.
           MOVE 0 TO WS-TLP-SCALE-SUM
           PERFORM ADD-TALLY-SCALE-COUNT
               VARYING WS-TLP-IDX FROM 1 BY 1
               UNTIL WS-TLP-IDX > 9.

       ADD-TALLY-SCALE-COUNT.
           IF TLP-SCALE(WS-TLP-IDX) IS NUMERIC
               ADD FUNCTION NUMVAL(TLP-SCALE(WS-TLP-IDX))
                   TO WS-TLP-SCALE-SUM
           END-IF.

       READ-PICKED-GENERATION.
           EVALUATE WS-PICK-GEN
               WHEN 1
                       NOT AT END
                           MOVE BACKUP-GEN3-RECORD TO WS-GEN-RECORD
                   END-READ
               WHEN 4
                   READ DR-TRANSPORT-FILE
                       AT END MOVE "Y" TO WS-COPY-EOF
                       NOT AT END
                           MOVE DR-TRANSPORT-RECORD TO WS-GEN-RECORD
                   END-READ
           END-EVALUATE.

      *the export takes the generation the last passing verification
      *was run against - a backup taken since then has not been
      *proved, so it is not the one to ship
       EXPORT-FOR-OFFSITE.
           PERFORM READ-VERIFIED-STAMP
           IF WS-DR-VERIFIED = "N"
               DISPLAY "ERROR! THERE IS NO PASSING VERIFICATION "
                   "CERTIFICATE - RUN BACKUP_VERIFY FIRST."
               MOVE "NO VERIFIED GEN" TO WS-OUTCOME
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM FIND-VERIFIED-GENERATION
               IF WS-DR-GEN = 0
                   DISPLAY "ERROR! THE GENERATION TAKEN "
                       WS-DR-STAMP " IS NO LONGER HELD."
                   MOVE "NO VERIFIED GEN" TO WS-OUTCOME
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-DR-EXPORT
               END-IF
           END-IF.

       READ-VERIFIED-STAMP.
           MOVE "N" TO WS-DR-VERIFIED
           MOVE SPACES TO WS-DR-STAMP
           MOVE "N" TO WS-DR-EOF
           OPEN INPUT VERIFY-CERT-FILE
           IF WS-VCERT-STATUS = "00"
               PERFORM READ-NEXT-VERIFY-LINE UNTIL AT-DR-EOF
               CLOSE VERIFY-CERT-FILE
           END-IF
           IF WS-DR-STAMP = SPACES
               MOVE "N" TO WS-DR-VERIFIED
           END-IF.

      *only the last certificate in the file counts
       READ-NEXT-VERIFY-LINE.
           READ VERIFY-CERT-FILE
               AT END MOVE "Y" TO WS-DR-EOF
           END-READ
           IF NOT AT-DR-EOF
               EVALUATE TRUE
                   WHEN VERIFY-CERT-RECORD(1:20)
                           = "BACKUP VERIFICATION "
                       MOVE "N" TO WS-DR-VERIFIED
                       MOVE SPACES TO WS-DR-STAMP
                   WHEN VERIFY-CERT-RECORD(1:17) = "GENERATION TAKEN "
                       MOVE VERIFY-CERT-RECORD(18:17) TO WS-DR-STAMP
                   WHEN VERIFY-CERT-RECORD(1:14) = "VERDICT: PASS "
                       MOVE "Y" TO WS-DR-VERIFIED
               END-EVALUATE
           END-IF.

       FIND-VERIFIED-GENERATION.
           MOVE 0 TO WS-DR-GEN
           PERFORM MATCH-VERIFIED-GENERATION
               VARYING WS-PICK-GEN FROM 1 BY 1
               UNTIL WS-PICK-GEN > 3 OR WS-DR-GEN > 0.

       MATCH-VERIFIED-GENERATION.
           MOVE "N" TO WS-COPY-EOF
           PERFORM OPEN-PICKED-GENERATION
           IF WS-GEN-OPEN-STATUS = "00"
               PERFORM READ-PICKED-GENERATION
               IF NOT AT-COPY-EOF
                       AND WS-GEN-RECORD(1:6) = "*FILE "
                       AND WS-GEN-RECORD(28:17) = WS-DR-STAMP
                   MOVE WS-PICK-GEN TO WS-DR-GEN
               END-IF
               PERFORM CLOSE-PICKED-GENERATION
           END-IF.

      *one pass over the generation builds the manifest, a second
      *copies it behind the manifest into the transport file
       WRITE-DR-EXPORT.
           MOVE WS-DR-GEN TO WS-PICK-GEN
           MOVE 0 TO WS-DR-MEMBERS
           MOVE 0 TO WS-DR-STRAYS
           MOVE "Y" TO WS-DR-ADDING
           MOVE "N" TO WS-DR-IN-MEMBER
           MOVE "N" TO WS-COPY-EOF
           PERFORM OPEN-PICKED-GENERATION
           PERFORM TALLY-NEXT-GENERATION-RECORD UNTIL AT-COPY-EOF
           PERFORM CLOSE-PICKED-GENERATION
           ACCEPT WS-DR-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-DR-NOW FROM TIME
           OPEN OUTPUT DR-TRANSPORT-FILE
           MOVE SPACES TO WS-DR-HEADER
           STRING "*DREXPORT " DELIMITED BY SIZE
                   WS-DR-TODAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DR-NOW DELIMITED BY SIZE
                   " GENERATION " DELIMITED BY SIZE
                   WS-DR-GEN DELIMITED BY SIZE
                   " TAKEN " DELIMITED BY SIZE
                   WS-DR-STAMP DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-DR-HEADER
           END-STRING
           WRITE DR-TRANSPORT-RECORD FROM WS-DR-HEADER
           PERFORM WRITE-DR-MANIFEST-LINE
               VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DR-MEMBERS
           MOVE SPACES TO WS-DR-HEADER
           STRING "*ENDMANIFEST " DELIMITED BY SIZE
                   WS-DR-MEMBERS DELIMITED BY SIZE
               INTO WS-DR-HEADER
           END-STRING
           WRITE DR-TRANSPORT-RECORD FROM WS-DR-HEADER
           MOVE "N" TO WS-COPY-EOF
           PERFORM OPEN-PICKED-GENERATION
           PERFORM COPY-NEXT-TO-TRANSPORT UNTIL AT-COPY-EOF
           PERFORM CLOSE-PICKED-GENERATION
           CLOSE DR-TRANSPORT-FILE
           DISPLAY "GENERATION " WS-DR-GEN " (TAKEN " WS-DR-STAMP
               ") EXPORTED TO DREXPORT.DAT - MEMBERS: "
               WS-DR-MEMBERS
           MOVE SPACES TO WS-OUTCOME
           STRING "DR EXPORT GEN " DELIMITED BY SIZE
                   WS-DR-GEN DELIMITED BY SIZE
               INTO WS-OUTCOME
           END-STRING.

       TALLY-NEXT-GENERATION-RECORD.
           PERFORM READ-PICKED-GENERATION
           IF NOT AT-COPY-EOF
               PERFORM TALLY-DR-RECORD
           END-IF.

       WRITE-DR-MANIFEST-LINE.
           MOVE WS-DR-NAME(WS-DR-IDX) TO DRM-NAME
           MOVE WS-DR-COUNT(WS-DR-IDX) TO DRM-COUNT
           IF WS-DR-TOTAL(WS-DR-IDX) < 0
               MOVE "-" TO DRM-TOTAL-SIGN
           ELSE
               MOVE "+" TO DRM-TOTAL-SIGN
           END-IF
           MOVE WS-DR-TOTAL(WS-DR-IDX) TO DRM-TOTAL
           MOVE WS-DR-CHECKSUM(WS-DR-IDX) TO DRM-CHECKSUM
           WRITE DR-TRANSPORT-RECORD FROM WS-DR-MANIFEST-LINE.

       COPY-NEXT-TO-TRANSPORT.
           PERFORM READ-PICKED-GENERATION
           IF NOT AT-COPY-EOF
               WRITE DR-TRANSPORT-RECORD FROM WS-GEN-RECORD
           END-IF.

      *a member's records are counted, value-summed by the same
      *rules the seals use and folded into its checksum.  on export
      *each member found is added to the manifest; on import a
      *member the manifest does not list, or one that turns up a
      *second time, is a stray
       TALLY-DR-RECORD.
           EVALUATE TRUE
               WHEN WS-GEN-RECORD(1:6) = "*FILE "
                   MOVE WS-GEN-RECORD(7:20) TO WS-MEMBER-NAME
                   PERFORM FIND-DR-MEMBER
                   IF WS-DR-HIT > 0
                       IF WS-DR-SEEN(WS-DR-HIT) = "Y"
                           MOVE 0 TO WS-DR-HIT
                       END-IF
                   END-IF
                   IF WS-DR-HIT = 0
                       IF WS-DR-ADDING = "Y" AND WS-DR-MEMBERS < 20
                           ADD 1 TO WS-DR-MEMBERS
                           MOVE WS-DR-MEMBERS TO WS-DR-HIT
                           INITIALIZE WS-DR-ENTRY(WS-DR-HIT)
                           MOVE WS-MEMBER-NAME TO WS-DR-NAME(WS-DR-HIT)
                       ELSE
                           ADD 1 TO WS-DR-STRAYS
                       END-IF
                   END-IF
                   MOVE "Y" TO WS-DR-IN-MEMBER
                   MOVE 0 TO WS-DR-CUR-COUNT
                   MOVE 0 TO WS-DR-CUR-CHECKSUM
                   MOVE 0 TO WS-SEAL-COUNT
                   MOVE 0 TO WS-SEAL-HASH
               WHEN WS-GEN-RECORD(1:5) = "*END "
                   IF WS-DR-IN-MEMBER = "Y" AND WS-DR-HIT > 0
                       MOVE WS-DR-CUR-COUNT TO WS-DR-COUNT(WS-DR-HIT)
                       MOVE WS-SEAL-HASH TO WS-DR-TOTAL(WS-DR-HIT)
                       MOVE WS-DR-CUR-CHECKSUM
                           TO WS-DR-CHECKSUM(WS-DR-HIT)
                       MOVE "Y" TO WS-DR-SEEN(WS-DR-HIT)
                   END-IF
                   MOVE "N" TO WS-DR-IN-MEMBER
               WHEN WS-DR-IN-MEMBER = "Y"
                   ADD 1 TO WS-DR-CUR-COUNT
                   PERFORM SUM-RESTORED-SEAL-VALUES
                   PERFORM ADD-RECORD-CHECKSUM
           END-EVALUATE.

       FIND-DR-MEMBER.
           MOVE 0 TO WS-DR-HIT
           PERFORM MATCH-NEXT-DR-MEMBER
               VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DR-MEMBERS.

       MATCH-NEXT-DR-MEMBER.
           IF WS-DR-NAME(WS-DR-IDX) = WS-MEMBER-NAME
               MOVE WS-DR-IDX TO WS-DR-HIT
           END-IF.

      *the checksum weights every byte by its column, so a changed,
      *moved or transposed character shows, and carries from record
      *to record so a dropped or reordered record shows too
       ADD-RECORD-CHECKSUM.
           MOVE 0 TO WS-DR-REC-SUM
           PERFORM ADD-CHECKSUM-CHARACTER
               VARYING WS-DR-POS FROM 1 BY 1
               UNTIL WS-DR-POS > 100
           COMPUTE WS-DR-WORK = WS-DR-CUR-CHECKSUM * 31 + WS-DR-REC-SUM
           DIVIDE WS-DR-WORK BY 999999937 GIVING WS-DR-QUOTIENT
               REMAINDER WS-DR-CUR-CHECKSUM.

       ADD-CHECKSUM-CHARACTER.
           COMPUTE WS-DR-REC-SUM = WS-DR-REC-SUM + WS-DR-POS
               * FUNCTION ORD(WS-GEN-RECORD(WS-DR-POS:1)).

      *the whole transport file is proved before a single live file
      *is touched - one failed member and nothing is restored
       IMPORT-OFFSITE-EXPORT.
           ACCEPT WS-DR-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-DR-NOW FROM TIME
           MOVE 0 TO WS-DR-MEMBERS
           MOVE 0 TO WS-DR-STRAYS
           MOVE 0 TO WS-DR-FAILED
           MOVE 0 TO WS-DR-TOLD
           MOVE 0 TO WS-DR-RESTORED
           MOVE SPACES TO WS-DR-HEADER
           MOVE "N" TO WS-DR-ADDING
           MOVE "N" TO WS-DR-IN-MEMBER
           MOVE 4 TO WS-PICK-GEN
           MOVE "N" TO WS-COPY-EOF
           PERFORM OPEN-PICKED-GENERATION
           IF WS-GEN-OPEN-STATUS NOT = "00"
               DISPLAY "ERROR! THERE IS NO OFFSITE EXPORT "
                   "(DREXPORT.DAT) TO IMPORT."
               MOVE "NO DR EXPORT" TO WS-OUTCOME
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PROVE-NEXT-TRANSPORT-RECORD UNTIL AT-COPY-EOF
               PERFORM CLOSE-PICKED-GENERATION
               OPEN OUTPUT DR-CERT-FILE
               PERFORM WRITE-DR-CERT-HEADER
               PERFORM PROVE-NEXT-DR-MEMBER
                   VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-MEMBERS
               PERFORM CHECK-DR-MANIFEST-WHOLE
               IF WS-DR-FAILED > 0
                   PERFORM REFUSE-DR-IMPORT
               ELSE
                   MOVE "DR-IMPORT" TO WS-DUAL-TOKEN
                   PERFORM CONFIRM-SECOND-SUPERVISOR
                   IF DUAL-CONTROL-OK
                       PERFORM WRITE-DUAL-CONTROL-AUDIT
                       PERFORM RESTORE-NEXT-DR-MEMBER
                           VARYING WS-DR-IDX FROM 1 BY 1
                           UNTIL WS-DR-IDX > WS-DR-MEMBERS
                       MOVE WS-DR-RESTORED TO WS-COUNT-PRINT
                       MOVE SPACES TO WS-DR-LINE
                       STRING "VERDICT: RESTORED - MEMBERS "
                               DELIMITED BY SIZE
                               WS-COUNT-PRINT DELIMITED BY SIZE
                           INTO WS-DR-LINE
                       END-STRING
                       WRITE DR-CERT-RECORD FROM WS-DR-LINE
                       MOVE "DR IMPORT RESTORED" TO WS-OUTCOME
                   ELSE
                       MOVE SPACES TO WS-DR-LINE
                       STRING "VERDICT: PROVED, NOT RESTORED - "
                               DELIMITED BY SIZE
                               "DUAL CONTROL NOT CONFIRMED"
                               DELIMITED BY SIZE
                           INTO WS-DR-LINE
                       END-STRING
                       WRITE DR-CERT-RECORD FROM WS-DR-LINE
                       MOVE "DUAL CTL REFUSED" TO WS-OUTCOME
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE DR-CERT-FILE
               DISPLAY "RESTORE CERTIFICATE WRITTEN TO DRCERT.DAT"
           END-IF.

       PROVE-NEXT-TRANSPORT-RECORD.
           PERFORM READ-PICKED-GENERATION
           IF NOT AT-COPY-EOF
               EVALUATE TRUE
                   WHEN WS-GEN-RECORD(1:10) = "*DREXPORT "
                       MOVE WS-GEN-RECORD TO WS-DR-HEADER
                   WHEN WS-GEN-RECORD(1:8) = "*MEMBER "
                       PERFORM LOAD-DR-MANIFEST-LINE
                   WHEN WS-GEN-RECORD(1:13) = "*ENDMANIFEST "
                       IF WS-GEN-RECORD(14:2) IS NUMERIC
                           MOVE WS-GEN-RECORD(14:2) TO WS-DR-TOLD
                       END-IF
                   WHEN OTHER
                       PERFORM TALLY-DR-RECORD
               END-EVALUATE
           END-IF.

      *a manifest line that will not parse cannot prove its member;
      *a member this suite does not back up has nowhere to go
       LOAD-DR-MANIFEST-LINE.
           MOVE WS-GEN-RECORD TO WS-DR-MANIFEST-LINE
           IF WS-DR-MEMBERS < 20
               ADD 1 TO WS-DR-MEMBERS
               INITIALIZE WS-DR-ENTRY(WS-DR-MEMBERS)
               MOVE DRM-NAME TO WS-DR-NAME(WS-DR-MEMBERS)
               IF DRM-COUNT IS NUMERIC AND DRM-TOTAL IS NUMERIC
                       AND DRM-CHECKSUM IS NUMERIC
                       AND (DRM-TOTAL-SIGN = "+" OR "-")
                   MOVE "Y" TO WS-DR-MAN-OK(WS-DR-MEMBERS)
                   MOVE DRM-COUNT TO WS-DR-MAN-COUNT(WS-DR-MEMBERS)
                   MOVE DRM-TOTAL TO WS-DR-MAN-TOTAL(WS-DR-MEMBERS)
                   IF DRM-TOTAL-SIGN = "-"
                       COMPUTE WS-DR-MAN-TOTAL(WS-DR-MEMBERS) =
                           0 - WS-DR-MAN-TOTAL(WS-DR-MEMBERS)
                   END-IF
                   MOVE DRM-CHECKSUM
                       TO WS-DR-MAN-CHECKSUM(WS-DR-MEMBERS)
               END-IF
               PERFORM MATCH-SUITE-MEMBER
                   VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > WS-MEMBER-TOTAL
           ELSE
               ADD 1 TO WS-DR-STRAYS
           END-IF.

       MATCH-SUITE-MEMBER.
           IF WS-MEMBER-ENTRY(WS-MEMBER-IDX) = DRM-NAME
               MOVE WS-MEMBER-IDX TO WS-DR-SLOT(WS-DR-MEMBERS)
           END-IF.

       WRITE-DR-CERT-HEADER.
           MOVE SPACES TO WS-DR-LINE
           STRING "DR RESTORE CERTIFICATE  " DELIMITED BY SIZE
                   WS-DR-TODAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DR-NOW DELIMITED BY SIZE
                   "  BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-DR-LINE
           END-STRING
           WRITE DR-CERT-RECORD FROM WS-DR-LINE
           MOVE SPACES TO WS-DR-LINE
           IF WS-DR-HEADER = SPACES
               MOVE "EXPORT: NO EXPORT HEADER" TO WS-DR-LINE
               ADD 1 TO WS-DR-FAILED
           ELSE
               STRING "EXPORT: " DELIMITED BY SIZE
                       WS-DR-HEADER(11:68) DELIMITED BY SIZE
                   INTO WS-DR-LINE
               END-STRING
           END-IF
           WRITE DR-CERT-RECORD FROM WS-DR-LINE.

       PROVE-NEXT-DR-MEMBER.
           MOVE SPACES TO WS-DR-REASON
           EVALUATE TRUE
               WHEN WS-DR-MAN-OK(WS-DR-IDX) NOT = "Y"
                   MOVE "MANIFEST" TO WS-DR-REASON
               WHEN WS-DR-SLOT(WS-DR-IDX) = 0
                   MOVE "UNKNOWN" TO WS-DR-REASON
               WHEN WS-DR-SEEN(WS-DR-IDX) NOT = "Y"
                   MOVE "MISSING" TO WS-DR-REASON
               WHEN WS-DR-COUNT(WS-DR-IDX)
                       NOT = WS-DR-MAN-COUNT(WS-DR-IDX)
                   MOVE "COUNT" TO WS-DR-REASON
               WHEN WS-DR-TOTAL(WS-DR-IDX)
                       NOT = WS-DR-MAN-TOTAL(WS-DR-IDX)
                   MOVE "TOTAL" TO WS-DR-REASON
               WHEN WS-DR-CHECKSUM(WS-DR-IDX)
                       NOT = WS-DR-MAN-CHECKSUM(WS-DR-IDX)
                   MOVE "CHECKSUM" TO WS-DR-REASON
           END-EVALUATE
           MOVE WS-DR-COUNT(WS-DR-IDX) TO WS-COUNT-PRINT
           MOVE WS-DR-MAN-COUNT(WS-DR-IDX) TO WS-COUNT-PRINT-2
           MOVE SPACES TO WS-DR-LINE
           IF WS-DR-REASON = SPACES
               STRING WS-DR-NAME(WS-DR-IDX) DELIMITED BY SIZE
                       " RECORDS " DELIMITED BY SIZE
                       WS-COUNT-PRINT DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       WS-COUNT-PRINT-2 DELIMITED BY SIZE
                       "  PROVED" DELIMITED BY SIZE
                   INTO WS-DR-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-DR-FAILED
               STRING WS-DR-NAME(WS-DR-IDX) DELIMITED BY SIZE
                       " RECORDS " DELIMITED BY SIZE
                       WS-COUNT-PRINT DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       WS-COUNT-PRINT-2 DELIMITED BY SIZE
                       "  FAILED " DELIMITED BY SIZE
                       WS-DR-REASON DELIMITED BY SIZE
                   INTO WS-DR-LINE
               END-STRING
               DISPLAY WS-DR-LINE
           END-IF
           WRITE DR-CERT-RECORD FROM WS-DR-LINE.

      *a manifest cut short, or members in the file it never
      *listed, means the transport file is not the one exported
       CHECK-DR-MANIFEST-WHOLE.
           IF WS-DR-MEMBERS = 0 OR WS-DR-TOLD NOT = WS-DR-MEMBERS
               MOVE WS-DR-MEMBERS TO WS-COUNT-PRINT
               MOVE WS-DR-TOLD TO WS-COUNT-PRINT-2
               MOVE SPACES TO WS-DR-LINE
               STRING "MANIFEST INCOMPLETE - LINES " DELIMITED BY SIZE
                       WS-COUNT-PRINT DELIMITED BY SIZE
                       " CLOSING COUNT " DELIMITED BY SIZE
                       WS-COUNT-PRINT-2 DELIMITED BY SIZE
                   INTO WS-DR-LINE
               END-STRING
               WRITE DR-CERT-RECORD FROM WS-DR-LINE
               DISPLAY WS-DR-LINE
               ADD 1 TO WS-DR-FAILED
           END-IF
           IF WS-DR-STRAYS > 0
               MOVE WS-DR-STRAYS TO WS-COUNT-PRINT
               MOVE SPACES TO WS-DR-LINE
               STRING "MEMBERS NOT ON THE MANIFEST: " DELIMITED BY SIZE
                       WS-COUNT-PRINT DELIMITED BY SIZE
                   INTO WS-DR-LINE
               END-STRING
               WRITE DR-CERT-RECORD FROM WS-DR-LINE
               DISPLAY WS-DR-LINE
               ADD WS-DR-STRAYS TO WS-DR-FAILED
           END-IF.

       REFUSE-DR-IMPORT.
           MOVE WS-DR-FAILED TO WS-COUNT-PRINT
           MOVE SPACES TO WS-DR-LINE
           STRING "VERDICT: REFUSED - FAILURES " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
                   " - NOTHING RESTORED" DELIMITED BY SIZE
               INTO WS-DR-LINE
           END-STRING
           WRITE DR-CERT-RECORD FROM WS-DR-LINE
           DISPLAY "THE EXPORT DID NOT PROVE - NOTHING HAS BEEN "
               "RESTORED."
           MOVE SPACES TO WS-DR-ALERT-LINE
           STRING "DR IMPORT REFUSED - FAILURES " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-DR-ALERT-LINE
           END-STRING
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-RECORD FROM WS-DR-ALERT-LINE
           CLOSE ALERT-FILE
           MOVE "DR IMPORT REFUSED" TO WS-OUTCOME
           MOVE 8 TO RETURN-CODE.

       RESTORE-NEXT-DR-MEMBER.
           MOVE WS-DR-SLOT(WS-DR-IDX) TO WS-PICK-MEMBER
           MOVE 4 TO WS-PICK-GEN
           PERFORM RESTORE-PICKED-MEMBER
           ADD 1 TO WS-DR-RESTORED
           MOVE WS-RESTORED-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-DR-LINE
           STRING WS-MEMBER-NAME DELIMITED BY SIZE
                   " RESTORED " DELIMITED BY SIZE
                   WS-COUNT-PRINT DELIMITED BY SIZE
               INTO WS-DR-LINE
           END-STRING
           WRITE DR-CERT-RECORD FROM WS-DR-LINE.

       copy errlog replacing ==:PROGRAM-NAME:== by =="SUITE_BACKUP"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.

       copy dualctlp.

       copy fcatp.

       copy auditopen.

       copy auditlog replacing ==:PROGRAM-NAME:==
