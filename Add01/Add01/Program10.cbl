       data division.
       file section.
       fd  transaction-file.
       01 transaction-record pic x(120).

       fd  transaction-master.
       01 transaction-master-record.
           05 trx-key.
               10 trx-date pic 9(8).
               10 trx-sequence pic 9(6).
           05 trx-record pic x(120).

       fd  crossfoot-report-file.
       01 crossfoot-report-record pic x(90).
