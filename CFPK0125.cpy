      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS REVISOES BIMESTRAIS DO PEI -
      *          CFP001S133.DAT
      *          UM REGISTRO POR ALUNO, ANO LETIVO E BIMESTRE COM O
      *          PROGRESSO OBSERVADO. A REVISAO SO VALE DEPOIS DE
      *          ASSINADA PELA COORDENACAO (OPERADOR DE PERFIL
      *          DIRECAO); ASSINADA, NAO PODE MAIS SER ALTERADA.
      *          ST-REVISAO-PR: P = PENDENTE DE ASSINATURA,
      *          A = ASSINADA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PEIREV.
           03  ID-PEIREV.
               05  ID-ALUNO-PR         PIC 9(05).
               05  ANO-LETIVO-PR       PIC 9(04).
               05  NR-BIMESTRE-PR      PIC 9(01).
           03  DS-AVANCOS-PR           PIC X(60).
           03  DS-DIFICULDADES-PR      PIC X(60).
           03  DS-ENCAMINHA-PR         PIC X(60).
           03  DT-REVISAO-PR           PIC 9(08).
           03  OP-REVISAO-PR           PIC X(15).
           03  ST-REVISAO-PR           PIC X(01).
               88  REVISAO-PENDENTE    VALUE 'P'.
               88  REVISAO-ASSINADA    VALUE 'A'.
           03  OP-ASSINATURA-PR        PIC X(15).
           03  DT-ASSINATURA-PR        PIC 9(08).
