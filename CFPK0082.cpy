      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO VINCULO DE ALUNO A CONTA FAMILIA -
      *          CFP001S91.DAT
      *          UM REGISTRO POR ALUNO (CHAVE ID-ALUNO-FAL), QUE SO
      *          PODE PERTENCER A UMA FAMILIA (CFP001S90) POR VEZ
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-FAMALUNO.
           03  ID-ALUNO-FAL            PIC 9(05).
           03  ID-FAMILIA-FAL          PIC 9(05).
           03  DT-INCLUSAO-FAL         PIC 9(08).
           03  OP-FAMALUNO             PIC X(15).
