      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS COBRANCAS AVULSAS - CFP001S115.DAT
      *          UM ITEM POR TAXA AVULSA, LANCADO NA COMPETENCIA DA
      *          MENSALIDADE DO ALUNO (CFP001S37) E QUITADO NO MESMO
      *          PAGAMENTO, COM O NUMERO DO RECIBO, COMO OS ITENS DAS
      *          ATIVIDADES (CFP001S85).
      *          ST-COBAVULSA: A = ABERTA, P = PAGA, C = CANCELADA
      *          TP-ORIGEM-CAV: D = DOCUMENTO DO PROTOCOLO DA
      *          SECRETARIA (NR-ORIGEM-CAV = NUMERO DO PROTOCOLO,
      *          CFP001S113), E = PASSEIO OU EVENTO (NR-ORIGEM-CAV =
      *          NUMERO DO EVENTO, CFP001S116)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-COBAVULSA.
           03  ID-COBAVULSA.
               05  ID-ALUNO-CAV        PIC 9(05).
               05  AAAAMM-CAV          PIC 9(06).
               05  TP-ORIGEM-CAV       PIC X(01).
               05  NR-ORIGEM-CAV       PIC 9(05).
           03  DS-COBAVULSA            PIC X(20).
           03  VL-COBAVULSA            PIC 9(05)V9(02).
           03  ST-COBAVULSA            PIC X(01).
           03  DT-LANCAMENTO-CAV       PIC 9(08).
           03  DT-PAGAMENTO-CAV        PIC 9(08).
           03  NR-RECIBO-CAV           PIC 9(05).
           03  OP-COBAVULSA            PIC X(15).
