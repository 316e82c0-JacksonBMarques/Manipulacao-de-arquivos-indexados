      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS TOTAIS DIARIOS DA MERENDA - CFP001S77.DAT
      *          UM REGISTRO POR DIA E TURNO COM A QUANTIDADE DE
      *          ALUNOS PRESENTES NO DIARIO DE CHAMADA (CFP001S20) E
      *          QUANTOS DELES TEM ALERGIA OU RESTRICAO ALIMENTAR NA
      *          FICHA DE SAUDE (CFP001S55). A APURACAO DO DIA PODE
      *          SER REPETIDA (O REGISTRO E REGRAVADO); O ACUMULADO
      *          DO MES ALIMENTA O RELATORIO DE VERBA DA MERENDA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-MERENDA.
           03  ID-MERENDA.
               05  DT-MERENDA          PIC 9(08).
               05  TURNO-MER           PIC X(10).
           03  QT-PRESENTES-MER        PIC 9(05).
           03  QT-RESTRICAO-MER        PIC 9(05).
           03  DT-APURACAO-MER         PIC 9(08).
           03  OP-MERENDA              PIC X(15).
