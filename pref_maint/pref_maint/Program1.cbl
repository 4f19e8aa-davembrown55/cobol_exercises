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

           END-IF.
           PERFORM LOAD-PREF-TABLE.
           PERFORM FIND-OWN-PROFILE.
           MOVE "PREF_MAINT" TO WS-FRZ-PROGRAM.
           PERFORM GET-FUNCTION.

       EXIT-PROGRAM-PARA.
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PICK)
               TO WS-FUNCTION-PICK

      *every numbered item is a change
           MOVE "A" TO WS-FRZ-RESULT
           IF WS-FUNCTION-PICK >= "1" AND WS-FUNCTION-PICK <= "7"
               MOVE "SET PREFERENCE" TO WS-FRZ-ACTION
               MOVE WS-FUNCTION-PICK TO WS-FRZ-ACTION(16:1)
               PERFORM CHECK-CHANGE-FREEZE
           END-IF

           EVALUATE WS-FUNCTION-PICK
               WHEN "1"
                   IF CHANGE-ALLOWED
                       PERFORM GET-ONE-LETTER
                       MOVE WS-NEW-VALUE(1:1) TO WPF-ADD01-MODE
                       PERFORM SAVE-PREF-TABLE
                   END-IF
               WHEN "2"
                   IF CHANGE-ALLOWED
                       PERFORM GET-ONE-LETTER
                       MOVE WS-NEW-VALUE(1:1) TO WPF-TTAB-MODE
                       PERFORM SAVE-PREF-TABLE
                   END-IF
               WHEN "3"
                   IF CHANGE-ALLOWED
                       PERFORM GET-ONE-LETTER
                       MOVE WS-NEW-VALUE(1:1) TO WPF-TTAB-CSV
                       PERFORM SAVE-PREF-TABLE
                   END-IF
               WHEN "4"
                   IF CHANGE-ALLOWED
                       PERFORM GET-ONE-LETTER
                       MOVE WS-NEW-VALUE(1:1) TO WPF-WORDS-MODE
                       PERFORM SAVE-PREF-TABLE
                   END-IF
               WHEN "5"
                   IF CHANGE-ALLOWED
                       PERFORM GET-ONE-LETTER
                       MOVE WS-NEW-VALUE(1:1) TO WPF-YESNO-MODE
                       PERFORM SAVE-PREF-TABLE
                   END-IF
               WHEN "6"
                   IF CHANGE-ALLOWED
                       PERFORM GET-MENU-ITEM
                       PERFORM SAVE-PREF-TABLE
                   END-IF
               WHEN "7"
                   IF CHANGE-ALLOWED
                       PERFORM SET-OWN-LANGUAGE
                   END-IF
               WHEN "X"
                   PERFORM EXIT-PROGRAM-PARA
               WHEN OTHER

       copy entlchk.

       copy frzchk.

       copy prefp.

       copy opsignon.
