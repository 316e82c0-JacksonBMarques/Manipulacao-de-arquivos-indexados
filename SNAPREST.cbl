       FD SNAP6.
       01 REG-SNAP6                    PIC X(70).
       FD AUDITORIA.
       01 REG-AUDITORIA                PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
