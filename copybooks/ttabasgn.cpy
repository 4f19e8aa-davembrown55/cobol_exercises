      * times-tables worksheet assignment record - one line per
      * worksheet given to a student, in TTABASGN.DAT.  set from
      * the assignment screen, closed by the grading run when the
      * completed sheet is marked, and read by the weekly overdue
      * report.
      * COPY TTABASGN.

       01 WS-ASSIGN-REC.
           05 WASG-WORKSHEET PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 WASG-ROSTER-ID PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WASG-SET-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WASG-DUE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WASG-STATUS PIC X.
             88 WASG-OPEN VALUE "O".
             88 WASG-CLOSED VALUE "C".
           05 FILLER PIC X VALUE SPACE.
      * the date the sheet was graded - zero while it is open
           05 WASG-HANDED-IN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WASG-SET-BY PIC X(10).
