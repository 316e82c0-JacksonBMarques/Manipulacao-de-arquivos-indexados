      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE CONTRATOS DE PRESTACAO DE
      *          SERVICOS EDUCACIONAIS - CFP001S97.DAT
      *          UM CONTRATO POR ALUNO E ANO LETIVO (O CANCELADO NAO
      *          CONTA); O NUMERO VEM DO CONTADOR 37 DO CFP001S8.
      *          GUARDA OS VALORES IMPRESSOS (SERIE, TURMA, PRECO E
      *          BOLSA) PARA A REIMPRESSAO SAIR IGUAL A ORIGINAL.
      *          ST-CONTRATO: P = PENDENTE DE ASSINATURA,
      *          A = ASSINADO, C = CANCELADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-CONTRATO.
           03  NR-CONTRATO             PIC 9(05).
           03  ID-ALUNO-CTR            PIC 9(05).
           03  ANO-LETIVO-CTR          PIC 9(04).
           03  ID-RESP-CTR             PIC 9(05).
           03  ID-TURMA-CTR            PIC 9(03).
           03  ID-SERIE-CTR            PIC 9(02).
           03  AAAAMM-INI-CTR          PIC 9(06).
           03  VL-MENSAL-CTR           PIC 9(05)V9(02).
           03  TP-BOLSA-CTR            PIC X(15).
           03  TP-CALCULO-CTR          PIC X(01).
           03  PC-BOLSA-CTR            PIC 9(03)V9(02).
           03  VL-DESC-BOLSA-CTR       PIC 9(05)V9(02).
           03  ST-CONTRATO             PIC X(01).
           03  DT-EMISSAO-CTR          PIC 9(08).
           03  OP-EMISSAO-CTR          PIC X(15).
           03  DT-ASSINATURA-CTR       PIC 9(08).
           03  DT-CANCEL-CTR           PIC 9(08).
           03  MT-CANCEL-CTR           PIC X(30).
           03  OP-SITUACAO-CTR         PIC X(15).
           03  QT-VIAS-CTR             PIC 9(02).
