           select entitlement-file assign to "OPERENTL.DAT"
               organization is line sequential
               file status is WS-ENTL-STATUS.
      * the planned-outage calendar - a program named on an outage
      * in progress refuses everyone but supervisors
           select outage-file assign to "OUTAGE.DAT"
               organization is line sequential
               file status is WS-OUTG-STATUS.
