       FD ALUNO.
          COPY CFPK0001.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
