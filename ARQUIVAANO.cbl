          03 ARQ6-ID-REGISTRO             PIC 9(03).
          03 ARQ6-RESTO                   PIC X(08).
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
