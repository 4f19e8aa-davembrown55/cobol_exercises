      * shared operator-alert register SELECTs - the life of every
      * standing alert (raised, acknowledged, escalated, cleared)
      * and the escalation records written for alerts left
      * unacknowledged too long
      * COPY ALRGSEL.

           select alert-register-file assign to "ALERTREG.DAT"
               organization is line sequential
               file status is WS-ALRG-STATUS.
           select alert-escalation-file assign to "ALRTESC.DAT"
               organization is line sequential
               file status is WS-ALESC-STATUS.
