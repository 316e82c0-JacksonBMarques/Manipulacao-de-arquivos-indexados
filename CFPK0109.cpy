      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DA PARTICIPACAO DOS ALUNOS NOS PASSEIOS -
      *          CFP001S117.DAT
      *          UM REGISTRO POR ALUNO DAS TURMAS DO EVENTO
      *          (CFP001S116), GERADO A PARTIR DO ROTEIRO (CFP001S14),
      *          COM A AUTORIZACAO DO RESPONSAVEL E A COMPETENCIA EM
      *          QUE O CUSTO FOI LANCADO COMO COBRANCA AVULSA
      *          (CFP001S115).
      *          ST-AUTORIZACAO: P = PENDENTE, S = AUTORIZADO,
      *          N = NAO AUTORIZADO (O ALUNO FICA NA ESCOLA)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PASSALUNO.
           03  ID-PASSALUNO.
               05  ID-PASSEIO-PA       PIC 9(05).
               05  ID-ALUNO-PA         PIC 9(05).
           03  ID-TURMA-PA             PIC 9(03).
           03  NM-ALUNO-PA             PIC X(20).
           03  ST-AUTORIZACAO          PIC X(01).
               88  AUT-PENDENTE        VALUE 'P'.
               88  AUT-SIM             VALUE 'S'.
               88  AUT-NAO             VALUE 'N'.
           03  NM-RESP-AUT             PIC X(20).
           03  DT-AUTORIZACAO          PIC 9(08).
           03  AAAAMM-COB-PA           PIC 9(06).
           03  OP-PASSALUNO            PIC X(15).
           03  FILLER                  PIC X(20).
