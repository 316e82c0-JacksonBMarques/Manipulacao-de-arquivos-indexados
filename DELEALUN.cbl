       FD MATRICULA.
          COPY CFPK0009.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD TURMALUNO.
          COPY CFPK0011.
       FD ESPERA.
