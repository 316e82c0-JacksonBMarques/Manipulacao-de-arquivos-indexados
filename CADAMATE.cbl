       FD CONTADOR.
          COPY CFPK0008.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
