      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ACERVO DA BIBLIOTECA - CFP001S73.DAT
      *          UM REGISTRO POR OBRA, PELO NUMERO DE TOMBO, COM O
      *          TOTAL DE EXEMPLARES E QUANTOS ESTAO EMPRESTADOS
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-ACERVO.
           03  NR-TOMBO                PIC 9(05).
           03  TITULO-OBRA             PIC X(40).
           03  AUTOR-OBRA              PIC X(30).
           03  QT-EXEMPLARES           PIC 9(03).
           03  QT-EMPRESTADOS          PIC 9(03).
           03  DT-CADASTRO-OBRA        PIC 9(08).
