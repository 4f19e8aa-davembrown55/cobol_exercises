      * change-freeze calendar FDs
      * COPY FRZFD.

      * one freeze window - first and last day frozen, the reason,
      * and up to eight maintenance programs frozen by the names
      * they write to the audit trail; none named freezes them all
       fd  freeze-file.
       01 FREEZE-RECORD.
           05 FRZ-START-DATE PIC 9(8).
           05 FILLER PIC X.
           05 FRZ-END-DATE PIC 9(8).
           05 FILLER PIC X.
           05 FRZ-REASON PIC X(30).
           05 FILLER PIC X.
           05 FRZ-PROGRAM-LIST.
               10 FRZ-PROGRAM-ENTRY OCCURS 8 TIMES.
                   15 FRZ-PROGRAM PIC X(20).
                   15 FILLER PIC X.

      * one emergency change made during a freeze - when, where,
      * by whom, what was done and the supervisor's reason
       fd  freeze-exception-file.
       01 FREEZE-EXCEPTION-RECORD.
           05 FRZX-DATE PIC 9(8).
           05 FILLER PIC X.
           05 FRZX-TIME PIC 9(4).
           05 FILLER PIC X.
           05 FRZX-PROGRAM PIC X(20).
           05 FILLER PIC X.
           05 FRZX-OPERATOR PIC X(10).
           05 FILLER PIC X.
           05 FRZX-ACTION PIC X(20).
           05 FILLER PIC X.
           05 FRZX-REASON PIC X(40).
