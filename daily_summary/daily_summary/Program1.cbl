       data division.
       file section.
       fd  add01-trans-file.
       01 add01-trans-record pic x(120).

       fd  ttab-hist-file.
       01 ttab-hist-record pic x(20).
