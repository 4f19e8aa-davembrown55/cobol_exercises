           copy audseqsl.
           copy bltnsel.
           copy entlsel.
           copy frzsel.
           copy cfgsel.

       data division.

       copy entlfd.

       copy frzfd.

       copy cfgfd.

       working-storage section.
      *shared per-program entitlements
       copy entlws.

      *shared change-freeze calendar
       copy frzws.

      *central suite configuration
       copy cfgws.

               goback
           END-IF.
           PERFORM OPEN-MESSAGE-FILE.
           MOVE "MENU01_MAINT" TO WS-FRZ-PROGRAM.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM.

           EVALUATE WS-FUNCTION-PICK
               WHEN "A"
                   MOVE "ADD MESSAGE" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM ADD-MESSAGE
                   END-IF
               WHEN "C"
                   MOVE "CHANGE MESSAGE" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM CHANGE-MESSAGE
                   END-IF
               WHEN "R"
                   MOVE "RECATEGORISE MESSAGE" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM RECATEGORISE-MESSAGE
                   END-IF
               WHEN "D"
                   MOVE "DELETE MESSAGE" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM DELETE-MESSAGE
                   END-IF
               WHEN "V"
                   MOVE "SET VARIANT" TO WS-FRZ-ACTION
                   PERFORM CHECK-CHANGE-FREEZE
                   IF CHANGE-ALLOWED
                       PERFORM SET-MESSAGE-VARIANT
                   END-IF
               WHEN "L"
                   PERFORM LIST-MESSAGES
               WHEN "E"

       copy entlchk.

       copy frzchk.

       copy opsignon.

       end program Program2.
