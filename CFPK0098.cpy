      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS DEFINICOES SALVAS DO GERADOR DE RELATORIOS
      *          AD-HOC (RELADHOC) - CFP001S107.DAT
      *          CADA DEFINICAO TEM UM NOME, O ARQUIVO BASE, ATE 10
      *          CAMPOS DO DICIONARIO (DICDADOS.CPY, PELO NUMERO DO
      *          CAMPO NO ARQUIVO BASE), ATE 5 CONDICOES DE FILTRO
      *          (TODAS DEVEM SER ATENDIDAS), O CAMPO E O SENTIDO DA
      *          ORDENACAO E A SAIDA (L = LISTAGEM, C = CSV)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-RELDEF.
           03  NM-RELDEF               PIC X(15).
           03  DS-RELDEF               PIC X(40).
           03  ID-BASE-RDF             PIC 9(01).
           03  QT-CAMPOS-RDF           PIC 9(02).
           03  NR-CAMPO-RDF            PIC 9(02) OCCURS 10 TIMES.
           03  QT-COND-RDF             PIC 9(01).
           03  COND-RDF                OCCURS 5 TIMES.
               05  NR-CAMPO-CND        PIC 9(02).
               05  OP-CND              PIC X(02).
               05  VL-ALFA-CND         PIC X(40).
               05  VL-NUM-CND          PIC 9(09)V9(02).
           03  NR-CAMPO-ORD            PIC 9(02).
           03  SN-ORDEM-RDF            PIC X(01).
           03  TP-SAIDA-RDF            PIC X(01).
           03  OP-RELDEF               PIC X(15).
           03  DT-RELDEF               PIC 9(08).
