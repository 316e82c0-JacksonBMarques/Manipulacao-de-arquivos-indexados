      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS PARECERES DESCRITIVOS - CFP001S134.DAT
      *          AVALIACAO DOS ALUNOS DAS SERIES DESCRITIVAS (ANOS
      *          INICIAIS, FL-AVALIACAO-SERIE = D NO CFP001S29): UM
      *          PARECER POR ALUNO, ANO LETIVO, BIMESTRE E AREA DE
      *          DESENVOLVIMENTO. A AREA E UMA MATERIA DA GRADE DA
      *          SERIE (CFP001S30), COM ATE QUATRO LINHAS DE TEXTO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PARECER.
           03  ID-PARECER.
               05  ID-ALUNO-PAR        PIC 9(05).
               05  ANO-LETIVO-PAR      PIC 9(04).
               05  NR-BIMESTRE-PAR     PIC 9(01).
               05  ID-MATERIA-PAR      PIC 9(05).
           03  NM-MATERIA-PAR          PIC X(20).
           03  DS-PARECER-PAR          PIC X(60) OCCURS 4 TIMES.
           03  DT-PARECER-PAR          PIC 9(08).
           03  OP-PARECER-PAR          PIC X(15).
