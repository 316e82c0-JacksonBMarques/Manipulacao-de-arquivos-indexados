       FD GUARDA.
       01 REG-GUARDA                      PIC X(80).
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
