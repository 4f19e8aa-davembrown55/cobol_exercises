           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy frzsel.

       data division.
       file section.

       copy entlfd.

       copy frzfd.

       working-storage section.
       copy errmsgs.
       copy cfgws.
      *shared per-program entitlements
       copy entlws.

      *shared change-freeze calendar
       copy frzws.

       procedure division.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM open-suite-audit-log.
               goback
           END-IF.
           PERFORM LOAD-CONFIG-TABLE.
           MOVE "CFG_MAINT" TO WS-FRZ-PROGRAM.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM.
               WHEN "L"
                   PERFORM LIST-PARAMETERS
               WHEN "S"
                   MOVE "SET PARAMETER" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM SET-PARAMETER
                   END-IF
               WHEN "D"
                   MOVE "DELETE PARAMETER" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM DELETE-PARAMETER
                   END-IF
               WHEN "X"
                   PERFORM EXIT-PROGRAM
               WHEN OTHER

       copy entlchk.

       copy frzchk.

       copy opsignon.

       end program cfg_maint.
