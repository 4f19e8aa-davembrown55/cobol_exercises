      * shared Add01 cost-centre master SELECT - the departments a
      * calculation can be charged back to
      * COPY CCMSEL.

           select cost-centre-file assign to "ADD01CCM.DAT"
               organization is line sequential
               file status is WS-CCM-STATUS.
