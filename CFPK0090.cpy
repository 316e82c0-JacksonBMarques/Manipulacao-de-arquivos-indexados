      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE FAIXAS DA FOLHA - CFP001S99.DAT
      *          CHAVE TIPO + INICIO DA VIGENCIA (AAAAMM) + FAIXA.
      *          TIPOS: I = INSS (PROGRESSIVO: CADA FAIXA INCIDE SO
      *          SOBRE A PARCELA DO SALARIO DENTRO DELA; O LIMITE DA
      *          ULTIMA FAIXA E O TETO), R = IRRF (ALIQUOTA DA FAIXA
      *          SOBRE A BASE MENOS A PARCELA A DEDUZIR; LIMITE ZERO =
      *          ACIMA DA FAIXA ANTERIOR), D = DEDUCAO POR DEPENDENTE
      *          DO IRRF (FAIXA 01, VALOR EM VL-DEDUZIR-FX). VALE, EM
      *          CADA TIPO, A TABELA DE MAIOR INICIO NAO POSTERIOR A
      *          COMPETENCIA DA FOLHA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-FAIXAFOL.
           03  ID-FAIXAFOL.
               05  TP-FAIXA            PIC X(01).
               05  AAAAMM-INI-FX       PIC 9(06).
               05  NR-FAIXA            PIC 9(02).
           03  VL-LIMITE-FX            PIC 9(07)V9(02).
           03  PC-ALIQUOTA-FX          PIC 9(02)V9(02).
           03  VL-DEDUZIR-FX           PIC 9(05)V9(02).
           03  DT-CADASTRO-FX          PIC 9(08).
           03  OP-FAIXAFOL             PIC X(15).
