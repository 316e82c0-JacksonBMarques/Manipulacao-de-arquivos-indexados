       FD RECONCIL.
       01 REG-RECONCIL                    PIC X(80).
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD CONTADOR.
          COPY CFPK0008.
       FD JOBCTRL.
