      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DA CONTA DE CREDITO DO ALUNO - CFP001S93.DAT
      *          UMA CONTA POR ALUNO (ID-ALUNO DO CFP001S1) COM O SALDO
      *          DE CREDITO A FAVOR DA FAMILIA (PAGAMENTO EM DUPLICIDADE
      *          OU ACIMA DO VALOR COBRADO) E A PARTE DELE RESERVADA
      *          PARA PEDIDOS DE DEVOLUCAO PENDENTES OU APROVADOS
      *          (CFP001S95). O SALDO DISPONIVEL E O SALDO MENOS O
      *          RESERVADO; OS LANCAMENTOS FICAM NO CFP001S94
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-CREDCONTA.
           03  ID-ALUNO-CRC            PIC 9(05).
           03  VL-SALDO-CRC            PIC 9(07)V9(02).
           03  VL-RESERVADO-CRC        PIC 9(07)V9(02).
           03  DT-ABERTURA-CRC         PIC 9(08).
           03  DT-ULT-MOV-CRC          PIC 9(08).
