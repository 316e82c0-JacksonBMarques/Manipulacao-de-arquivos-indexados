      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS EMPRESTIMOS DA BIBLIOTECA - CFP001S74.DAT
      *          NUMERADOS PELO CONTADOR 31 DO CFP001S8. O LEITOR E
      *          UM ALUNO (TP-LEITOR 'A', ID-ALUNO DO CFP001S1) OU UM
      *          PROFESSOR (TP-LEITOR 'P', ID-PROFESSOR DO CFP001S18).
      *          ST-EMPRESTIMO: A=ABERTO, D=DEVOLVIDO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-EMPRESTIMO.
           03  ID-EMPRESTIMO           PIC 9(05).
           03  NR-TOMBO-EMP            PIC 9(05).
           03  TP-LEITOR               PIC X(01).
           03  ID-LEITOR               PIC 9(05).
           03  NM-LEITOR               PIC X(20).
           03  DT-EMPRESTIMO           PIC 9(08).
           03  DT-PREVISTA-EMP         PIC 9(08).
           03  DT-DEVOLUCAO            PIC 9(08).
           03  ST-EMPRESTIMO           PIC X(01).
           03  OP-EMPRESTIMO           PIC X(15).
