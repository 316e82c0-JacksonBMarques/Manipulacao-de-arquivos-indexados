      *          (MESMA CONVENCAO DO TURNO-TURMA)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CODIGO DO MONITOR NO CADASTRO DE
      *         FUNCIONARIOS (CFP001S137); NM-MONITOR GUARDA O NOME
      ******************************************************************
       01  REG-ROTA.
           03  ID-ROTA                 PIC 9(03).
           03  QT-CAPAC-VEIC           PIC 9(03).
           03  NM-MONITOR              PIC X(20).
           03  TURNO-ROTA              PIC X(10).
           03  ID-FUNC-MON-ROTA        PIC 9(05).
