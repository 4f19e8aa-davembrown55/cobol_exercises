      * shared spelling-dictionary file SELECT - the reference list
      * the word validation mode checks against
      * COPY SPELSEL.

           select spell-reference-file assign to "WORDREF.DAT"
               organization is line sequential
               file status is WS-SPELL-REF-STATUS.
