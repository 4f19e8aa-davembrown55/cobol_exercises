      * shared data-file catalog paragraphs - load and rewrite the
      * catalog and find one file's entry.  with no catalog on file
      * the standard entries are loaded instead, so the runs that
      * drive off the catalog behave as they did before it existed
      * COPY FCATP.

       LOAD-FILE-CATALOG.
           MOVE 0 TO WS-FCAT-COUNT
           MOVE "N" TO WS-FCAT-STANDARD-USED
           MOVE "N" TO WS-FCAT-EOF
           OPEN INPUT FILE-CATALOG-FILE
           IF WS-FCAT-STATUS = "00"
               PERFORM LOAD-NEXT-CATALOG-ENTRY UNTIL AT-FCAT-EOF
               CLOSE FILE-CATALOG-FILE
           ELSE
               MOVE "Y" TO WS-FCAT-STANDARD-USED
               PERFORM LOAD-STANDARD-CATALOG-ENTRY
                   VARYING WS-FCAT-IDX FROM 1 BY 1
                   UNTIL WS-FCAT-IDX > WS-FCAT-STD-COUNT
           END-IF.

       LOAD-NEXT-CATALOG-ENTRY.
           READ FILE-CATALOG-FILE
               AT END MOVE "Y" TO WS-FCAT-EOF
           END-READ
           IF NOT AT-FCAT-EOF
               IF FILE-CATALOG-RECORD(1:20) NOT = SPACES
                       AND WS-FCAT-COUNT < 80
                   ADD 1 TO WS-FCAT-COUNT
                   MOVE FILE-CATALOG-RECORD
                       TO WS-FCAT-ENTRY(WS-FCAT-COUNT)
               END-IF
           END-IF.

       LOAD-STANDARD-CATALOG-ENTRY.
           MOVE SPACES TO WS-FCAT-REC
           MOVE WS-FCAT-STD-NAME(WS-FCAT-IDX) TO FCAT-NAME
           MOVE WS-FCAT-STD-OWNER(WS-FCAT-IDX) TO FCAT-OWNER
           MOVE WS-FCAT-STD-RECLEN(WS-FCAT-IDX) TO FCAT-RECLEN
           MOVE WS-FCAT-STD-ORG(WS-FCAT-IDX) TO FCAT-ORG
           MOVE WS-FCAT-STD-FLAGS(WS-FCAT-IDX)(1:1) TO FCAT-VALIDATED
           MOVE WS-FCAT-STD-FLAGS(WS-FCAT-IDX)(2:1) TO FCAT-COUNTED
           MOVE WS-FCAT-STD-FLAGS(WS-FCAT-IDX)(3:1) TO FCAT-RETAINED
           MOVE WS-FCAT-STD-FLAGS(WS-FCAT-IDX)(4:1) TO FCAT-BACKED-UP
           MOVE WS-FCAT-STD-LAYOUT(WS-FCAT-IDX) TO FCAT-LAYOUT
           ADD 1 TO WS-FCAT-COUNT
           MOVE WS-FCAT-REC TO WS-FCAT-ENTRY(WS-FCAT-COUNT).

       SAVE-FILE-CATALOG.
           OPEN OUTPUT FILE-CATALOG-FILE
           PERFORM SAVE-NEXT-CATALOG-ENTRY
               VARYING WS-FCAT-IDX FROM 1 BY 1
               UNTIL WS-FCAT-IDX > WS-FCAT-COUNT
           CLOSE FILE-CATALOG-FILE
           MOVE "N" TO WS-FCAT-STANDARD-USED.

       SAVE-NEXT-CATALOG-ENTRY.
           IF WS-FCAT-ENTRY(WS-FCAT-IDX) NOT = SPACES
               WRITE FILE-CATALOG-RECORD
                   FROM WS-FCAT-ENTRY(WS-FCAT-IDX)
           END-IF.

      * the entry for WS-FCAT-WANTED, left in WS-FCAT-REC when found
       FIND-CATALOG-ENTRY.
           MOVE 0 TO WS-FCAT-HIT
           PERFORM MATCH-NEXT-CATALOG-ENTRY
               VARYING WS-FCAT-IDX FROM 1 BY 1
               UNTIL WS-FCAT-IDX > WS-FCAT-COUNT
           IF WS-FCAT-HIT > 0
               MOVE WS-FCAT-ENTRY(WS-FCAT-HIT) TO WS-FCAT-REC
           END-IF.

       MATCH-NEXT-CATALOG-ENTRY.
           IF WS-FCAT-ENTRY(WS-FCAT-IDX)(1:20) = WS-FCAT-WANTED
               MOVE WS-FCAT-IDX TO WS-FCAT-HIT
           END-IF.
