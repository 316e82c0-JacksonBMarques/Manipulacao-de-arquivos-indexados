       FD APROVACAO.
          COPY CFPK0003.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD ANOFECH.
          COPY CFPK0013.

