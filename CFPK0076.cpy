      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS COBRANCAS DE ATIVIDADES EXTRACURRICULARES -
      *          CFP001S85.DAT. UM ITEM POR ALUNO, COMPETENCIA E
      *          ATIVIDADE, GERADO JUNTO COM A MENSALIDADE (CFP001S37)
      *          E QUITADO NO MESMO PAGAMENTO, COM O NUMERO DO RECIBO.
      *          ST-COBATIV: A = ABERTA, P = PAGA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-COBATIV.
           03  ID-COBATIV.
               05  ID-ALUNO-CAT        PIC 9(05).
               05  AAAAMM-CAT          PIC 9(06).
               05  ID-ATIVIDADE-CAT    PIC 9(03).
           03  NM-ATIVIDADE-CAT        PIC X(20).
           03  VL-ATIVIDADE-CAT        PIC 9(05)V9(02).
           03  ST-COBATIV              PIC X(01).
           03  DT-PAGAMENTO-CAT        PIC 9(08).
           03  NR-RECIBO-CAT           PIC 9(05).
