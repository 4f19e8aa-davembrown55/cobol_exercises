      * shared operator-alert register FDs
      * COPY ALRGFD.

       fd  alert-register-file.
       01 ALERT-REGISTER-RECORD PIC X(200).

       fd  alert-escalation-file.
       01 ALERT-ESCALATION-RECORD PIC X(100).
