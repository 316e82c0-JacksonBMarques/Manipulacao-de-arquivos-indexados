      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS MOVIMENTOS DE CREDITO DO ALUNO -
      *          CFP001S94.DAT
      *          CHAVE ALUNO + DATA + HORA DO LANCAMENTO.
      *          TP-MOV-CRD: S=SOBRA DE PAGAMENTO (CREDITO),
      *          U=CREDITO UTILIZADO NA GERACAO DA MENSALIDADE DE
      *          AAAAMM-REF-CRD (DEBITO), D=DEVOLUCAO PAGA A FAMILIA
      *          (DEBITO, NR-DOC-CRD = NUMERO DA DEVOLUCAO)
      *          OR-MOV-CRD (SO NA SOBRA): B=BALCAO (ENTRA NO
      *          FECHAMENTO DE CAIXA, NR-DOC-CRD = RECIBO),
      *          R=RETORNO BANCARIO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-CREDMOV.
           03  ID-CREDMOV.
               05  ID-ALUNO-MCR        PIC 9(05).
               05  DT-MOV-CRD          PIC 9(08).
               05  HR-MOV-CRD          PIC 9(08).
           03  TP-MOV-CRD              PIC X(01).
           03  OR-MOV-CRD              PIC X(01).
           03  VL-MOV-CRD              PIC 9(07)V9(02).
           03  AAAAMM-REF-CRD          PIC 9(06).
           03  NR-DOC-CRD              PIC 9(05).
           03  DS-MOV-CRD              PIC X(20).
           03  VL-SALDO-APOS-CRD       PIC 9(07)V9(02).
           03  OP-MOV-CRD              PIC X(15).
