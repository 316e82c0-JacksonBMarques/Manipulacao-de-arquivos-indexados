       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       01 WS-LINHA                         PIC X(120) VALUE SPACES.
       01 WS-CAMPOS.
          03 WS-CP-DATA                    PIC X(08).
          03 FILLER                        PIC X(01).
