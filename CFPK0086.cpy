      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS PEDIDOS DE DEVOLUCAO DE CREDITO -
      *          CFP001S95.DAT
      *          NUMERO PELO CONTADOR 36 DO CFP001S8. O VALOR PEDIDO
      *          FICA RESERVADO NA CONTA DE CREDITO (CFP001S93) ATE A
      *          RECUSA OU O PAGAMENTO. ST-DEVOLUCAO: P=PENDENTE DE
      *          APROVACAO, A=APROVADA PELA DIRECAO, R=RECUSADA,
      *          G=PAGA A FAMILIA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-DEVOLUCAO.
           03  ID-DEVOLUCAO            PIC 9(05).
           03  ID-ALUNO-DEV            PIC 9(05).
           03  VL-DEVOLUCAO            PIC 9(07)V9(02).
           03  MOTIVO-DEV              PIC X(30).
           03  ST-DEVOLUCAO            PIC X(01).
           03  DT-PEDIDO-DEV           PIC 9(08).
           03  OP-PEDIDO-DEV           PIC X(15).
           03  DT-DECISAO-DEV          PIC 9(08).
           03  OP-DECISAO-DEV          PIC X(15).
           03  DT-PAGTO-DEV            PIC 9(08).
           03  OP-PAGTO-DEV            PIC X(15).
