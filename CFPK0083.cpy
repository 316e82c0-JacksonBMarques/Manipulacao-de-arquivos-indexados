      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DA COBRANCA CONSOLIDADA DA FAMILIA -
      *          CFP001S92.DAT
      *          UMA COBRANCA POR FAMILIA (CFP001S90) E COMPETENCIA,
      *          GERADA JUNTO COM AS MENSALIDADES DO MES (CFP001S37) E
      *          DISCRIMINADA POR ALUNO: CADA ITEM TRAZ O VALOR LIQUIDO
      *          DA MENSALIDADE DO IRMAO MAIS AS SUAS ATIVIDADES
      *          EXTRACURRICULARES. O PAGAMENTO UNICO DA FAMILIA E
      *          RATEADO ENTRE AS MENSALIDADES DOS ITENS.
      *          ST-COBFAM: A = EM ABERTO, P = PAGA (TODOS OS ITENS
      *          QUITADOS)
      *          ST-ITEM-CBF: A = EM ABERTO, P = PAGO, R = RENEGOCIADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-COBFAM.
           03  ID-COBFAM.
               05  ID-FAMILIA-CBF      PIC 9(05).
               05  AAAAMM-CBF          PIC 9(06).
           03  QT-ITENS-CBF            PIC 9(01).
           03  IT-COBFAM OCCURS 6 TIMES.
               05  ID-ALUNO-ITF        PIC 9(05).
               05  VL-ITEM-ITF         PIC 9(05)V9(02).
               05  ST-ITEM-CBF         PIC X(01).
           03  VL-TOTAL-CBF            PIC 9(07)V9(02).
           03  VL-PAGO-CBF             PIC 9(07)V9(02).
           03  ST-COBFAM               PIC X(01).
           03  DT-GERACAO-CBF          PIC 9(08).
           03  DT-PAGAMENTO-CBF        PIC 9(08).
