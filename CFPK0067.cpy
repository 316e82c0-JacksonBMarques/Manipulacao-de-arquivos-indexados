      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS MOVIMENTOS DA CANTINA - CFP001S76.DAT
      *          CHAVE ALUNO + DATA + HORA DO LANCAMENTO.
      *          TP-MOV-CANT: C=RECARGA (CREDITO), D=CONSUMO (DEBITO)
      *          FM-RECARGA-CANT (SO NA RECARGA): B=BALCAO (DINHEIRO
      *          NO CAIXA DA ESCOLA, ENTRA NO FECHAMENTO DE CAIXA),
      *          T=TRANSFERENCIA BANCARIA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-CANTMOV.
           03  ID-CANTMOV.
               05  ID-ALUNO-MOVC       PIC 9(05).
               05  DT-MOV-CANT         PIC 9(08).
               05  HR-MOV-CANT         PIC 9(08).
           03  TP-MOV-CANT             PIC X(01).
           03  FM-RECARGA-CANT         PIC X(01).
           03  VL-MOV-CANT             PIC 9(05)V9(02).
           03  DS-MOV-CANT             PIC X(20).
           03  VL-SALDO-APOS-CANT      PIC 9(05)V9(02).
           03  OP-MOV-CANT             PIC X(15).
