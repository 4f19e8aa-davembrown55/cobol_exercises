      *retention archive and writing a disposal certificate
      *listing what was removed under which policy.  a file with
      *no policy is never touched - scattering the rules across
      *month-end jobs is what this replaces.  a policy is only set
      *or applied for a file the data-file catalog marks retained,
      *and the owning program is the catalog's.

       environment division.
       input-output section.
           select retention-archive-file assign to "RETARCH.DAT"
               organization is line sequential
               file status is WS-ARCHIVE-STATUS.
           copy fcatsel.
           select certificate-file assign to "RETCERT.DAT"
               organization is line sequential
               file status is WS-CERT-STATUS.
           05 filler pic x.
           05 RTA-RECORD pic x(200).

       copy fcatfd.

       fd  certificate-file.
       01 certificate-record pic x(90).

       01 WS-COUNT-PRINT PIC Z(6)9.
       01 WS-CERT-LINE PIC X(90) VALUE SPACES.

      *shared data-file catalog
       copy fcatws.

      *shared suite-wide audit trail
       copy auditws.
       01 WS-OUTCOME PIC X(20) VALUE SPACES.
           END-IF
           PERFORM GET-PROCESSING-DATE
           MOVE WS-PROCESS-DATE TO WS-TODAY-DATE
           PERFORM LOAD-FILE-CATALOG.
           PERFORM LOAD-POLICY-TABLE.
           PERFORM GET-FUNCTION.


       SET-POLICY.
           PERFORM GET-POLICY-FILE-NAME
           MOVE WS-PICK-FILE TO WS-FCAT-WANTED
           PERFORM FIND-CATALOG-ENTRY
           IF WS-FCAT-HIT = 0
               DISPLAY "ERROR! THAT FILE IS NOT IN THE DATA-FILE "
                   "CATALOG."
           ELSE
               IF NOT FCAT-IS-RETAINED
                   DISPLAY "ERROR! THE DATA-FILE CATALOG DOES NOT "
                       "MARK THAT FILE AS RETAINED."
               ELSE
                   PERFORM SET-RETAINED-POLICY
               END-IF
           END-IF.

       SET-RETAINED-POLICY.
           DISPLAY "KEEP HOW MANY DAYS? "
           ACCEPT WS-NEW-DAYS-RAW
           DISPLAY "ACTION - A ARCHIVE THEN REMOVE, D DELETE "
               TO WS-NEW-ACTION
           DISPLAY "COLUMN THE RECORD'S YYYYMMDD DATE STARTS IN: "
           ACCEPT WS-NEW-COL-RAW
           MOVE FCAT-OWNER TO WS-NEW-OWNER
           DISPLAY "OWNING PROGRAM: " WS-NEW-OWNER
           IF WS-NEW-DAYS-RAW IS NOT NUMERIC
                   OR WS-NEW-COL-RAW IS NOT NUMERIC
                   OR (WS-NEW-ACTION NOT = "A"
               PERFORM write-suite-audit
           END-IF.

      *a policy left standing after its file was taken out of the
      *catalog, or stopped being retained there, is not applied
       APPLY-ONE-POLICY.
           IF WS-POL-FILE(WS-POLICY-IDX) NOT = SPACES
               MOVE WS-POL-FILE(WS-POLICY-IDX) TO WS-FCAT-WANTED
               PERFORM FIND-CATALOG-ENTRY
               IF WS-FCAT-HIT = 0 OR NOT FCAT-IS-RETAINED
                   PERFORM WRITE-NOT-RETAINED-LINE
               ELSE
                   PERFORM APPLY-RETAINED-POLICY
               END-IF
           END-IF.

       APPLY-RETAINED-POLICY.
           IF WS-POL-COL(WS-POLICY-IDX) > 0
               MOVE WS-POL-FILE(WS-POLICY-IDX) TO WS-TARGET-NAME
               COMPUTE WS-CUTOFF-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-CERT-LINE.

       WRITE-NOT-RETAINED-LINE.
           MOVE SPACES TO WS-CERT-LINE
           STRING WS-POL-FILE(WS-POLICY-IDX) DELIMITED BY SIZE
                   " NOT TRIMMED - NOT CATALOGUED AS RETAINED"
                       DELIMITED BY SIZE
               INTO WS-CERT-LINE
           END-STRING
           WRITE CERTIFICATE-RECORD FROM WS-CERT-LINE.

       copy fcatp.

       copy errlog replacing ==:PROGRAM-NAME:== by =="RETENTION"==
                             ==:OPERATOR-FIELD:==
                                 by ==WS-OPERATOR-ID==.
