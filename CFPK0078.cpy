      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO LIVRO DE REGISTRO DE CERTIFICADOS DE
      *          CONCLUSAO - CFP001S87.DAT
      *          UM REGISTRO POR ALUNO CONCLUINTE DA SERIE FINAL,
      *          NUMERADO PELO CONTADOR 33 DO CFP001S8. O LIVRO E A
      *          FOLHA SAO DERIVADOS DO NUMERO DO REGISTRO NA EMISSAO.
      *          A REIMPRESSAO MANTEM O NUMERO ORIGINAL E SO SOMA
      *          QT-VIAS-LIV (1 = SO A VIA ORIGINAL)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-LIVROREG.
           03  NR-REGISTRO-LIV         PIC 9(05).
           03  NR-LIVRO-LIV            PIC 9(03).
           03  NR-FOLHA-LIV            PIC 9(03).
           03  ID-ALUNO-LIV            PIC 9(05).
           03  NM-ALUNO-LIV            PIC X(20).
           03  DT-NASC-LIV             PIC 9(08).
           03  ID-SERIE-LIV            PIC 9(02).
           03  NM-SERIE-LIV            PIC X(20).
           03  ANO-CONCLUSAO-LIV       PIC 9(04).
           03  DT-REGISTRO-LIV         PIC 9(08).
           03  OP-REGISTRO-LIV         PIC X(15).
           03  QT-VIAS-LIV             PIC 9(02).
           03  DT-ULT-VIA-LIV          PIC 9(08).
