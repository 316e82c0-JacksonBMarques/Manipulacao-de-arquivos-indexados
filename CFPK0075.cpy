      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS INSCRICOES DE ALUNOS NAS ATIVIDADES
      *          EXTRACURRICULARES - CFP001S84.DAT. UMA INSCRICAO POR
      *          ALUNO E ATIVIDADE, VIGENTE DA COMPETENCIA INICIAL ATE
      *          A FINAL (ZERO = SEM FIM). ST-INSCRICAO: A = ATIVA,
      *          C = CANCELADA (A COMPETENCIA FINAL MARCA O ULTIMO MES
      *          COBRADO)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-INSCATIV.
           03  ID-INSCATIV.
               05  ID-ALUNO-INS        PIC 9(05).
               05  ID-ATIVIDADE-INS    PIC 9(03).
           03  AAAAMM-INI-INS          PIC 9(06).
           03  AAAAMM-FIM-INS          PIC 9(06).
           03  ST-INSCRICAO            PIC X(01).
           03  DT-INSCRICAO            PIC 9(08).
           03  OP-INSCATIV             PIC X(15).
