           copy bltnsel.
           copy cfgsel.
           copy entlsel.
           copy frzsel.

       data division.
       file section.

       copy entlfd.

       copy frzfd.

       working-storage section.
       copy errmsgs.

      *shared per-program entitlements
       copy entlws.

      *shared change-freeze calendar
       copy frzws.

      *central suite configuration
       copy cfgws.

               goback
           END-IF.
           PERFORM LOAD-HELP-TABLE.
           MOVE "HELP_MAINT" TO WS-FRZ-PROGRAM.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
               WHEN "L"
                   PERFORM LIST-HELP-LINES
               WHEN "A"
                   MOVE "ADD HELP LINE" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM ADD-HELP-LINE
                   END-IF
               WHEN "D"
                   MOVE "DELETE HELP LINE" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM DELETE-HELP-LINE
                   END-IF
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER

       copy entlchk.

       copy frzchk.

       copy opsignon.

       end program help_maint.
