       input-output section.
       file-control.
           copy entlsel.
           copy frzsel.
           select audit-log-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is WS-AUDITLOG-STATUS.
       file section.
       copy entlfd.

       copy frzfd.

       fd  audit-log-file.
       01 audit-log-record pic x(80).

       working-storage section.
       copy errmsgs.

      *the whole matrix, carried in memory
       copy entltbw.

       01 WS-FUNCTION-PICK PIC X VALUE SPACES.
       01 WS-PICK-ID PIC X(10) VALUE SPACES.
      *shared per-program entitlements
       copy entlws.

      *shared change-freeze calendar
       copy frzws.

      *central suite configuration
       copy cfgws.

               goback
           END-IF
           PERFORM LOAD-ENTITLEMENT-TABLE.
           MOVE "ENTL_MAINT" TO WS-FRZ-PROGRAM.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           CLOSE AUDIT-LOG-FILE
           goback.

       GET-FUNCTION.
           DISPLAY " "
           DISPLAY "PER-PROGRAM ENTITLEMENT MAINTENANCE"
               WHEN "L"
                   PERFORM LIST-ENTITLEMENTS
               WHEN "G"
                   MOVE "GRANT ENTITLEMENT" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM GRANT-ENTITLEMENT
                   END-IF
               WHEN "R"
                   MOVE "REVOKE ENTITLEMENT" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM REVOKE-ENTITLEMENT
                   END-IF
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER
               VARYING WS-ENTL-IDX FROM 1 BY 1
               UNTIL WS-ENTL-IDX > WS-ENTL-COUNT.

      *a "*" entry is the marker access recertification leaves
      *when it takes an operator's last program away, so they stay
      *held to the matrix instead of falling back to the role byte
       LIST-NEXT-ENTITLEMENT.
           IF WS-ETB-OPERATOR(WS-ENTL-IDX) NOT = SPACES
               IF WS-ETB-PROGRAM(WS-ENTL-IDX)(1:1) = "*"
                   DISPLAY WS-ETB-OPERATOR(WS-ENTL-IDX) " MAY RUN "
                       "NOTHING - " WS-ETB-PROGRAM(WS-ENTL-IDX)
               ELSE
                   DISPLAY WS-ETB-OPERATOR(WS-ENTL-IDX) " MAY RUN "
                       WS-ETB-PROGRAM(WS-ENTL-IDX)
               END-IF
           END-IF.

       GET-ENTITLEMENT-PAIR.

       copy entlchk.

       copy frzchk.

       copy entltbp.

       copy opsignon.

       end program entl_maint.
