       FD CONTADOR.
          COPY CFPK0008.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD ESPERA.
          COPY CFPK0019.
       FD APROVACAO1.
