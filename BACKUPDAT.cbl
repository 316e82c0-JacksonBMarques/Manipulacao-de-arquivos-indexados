      *         COPIA DE MATERIA (49), TURMA (61) E OPERADOR (54),
      *         QUE FICARAM PARA TRAS QUANDO OS REGISTROS CRESCERAM
      *         E TRUNCAVAM OS CAMPOS NOVOS NO BACKUP/RESTAURACAO
      * UPDATE: 15/10/2026 - BUFFER DE COPIA DO OPERADOR AJUSTADO AO
      *         LAYOUT V3 (69), COM SAL E SENHA CIFRADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUPDAT.
       FD OPERADOR.
          COPY CFPK0010.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD JOBCTRL.
          COPY CFPK0021.
       FD GERACOES.
       FD BAK-MATRIC.
       01 REG-BAK-MATRIC                  PIC X(53).
       FD BAK-OPERAD.
       01 REG-BAK-OPERAD                  PIC X(69).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
