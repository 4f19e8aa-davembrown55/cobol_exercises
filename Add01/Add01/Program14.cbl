       data division.
       file section.
       fd  batch-input-file.
       01 batch-input-record pic x(59).

       fd  partition-file.
       01 partition-record pic x(59).

       fd  partition-out-file.
       01 partition-out-record pic x(56).

       fd  control-file.
       01 control-record pic x(30).

       fd  batch-output-file.
       01 batch-output-record pic x(56).

       fd  merge-report-file.
       01 merge-report-record pic x(70).
