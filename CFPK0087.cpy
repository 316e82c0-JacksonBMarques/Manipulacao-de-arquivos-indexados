      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE PRECOS DAS SERIES - CFP001S96.DAT
      *          CHAVE SERIE (CFP001S29) + COMPETENCIA DE INICIO DA
      *          VIGENCIA (AAAAMM). O PRECO EM VIGOR NUMA COMPETENCIA E
      *          O DE MAIOR INICIO NAO POSTERIOR A ELA; SEM PRECO NA
      *          TABELA VALE O VL-MENSAL-SERIE DO CADASTRO DA SERIE.
      *          PC-REAJUSTE-PRC: PERCENTUAL APLICADO QUANDO O PRECO
      *          VEIO DO REAJUSTE ANUAL (ZERO = INFORMADO DIRETAMENTE)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PRECOSERIE.
           03  ID-PRECOSERIE.
               05  ID-SERIE-PRC        PIC 9(02).
               05  AAAAMM-INI-PRC      PIC 9(06).
           03  VL-MENSAL-PRC           PIC 9(05)V9(02).
           03  PC-REAJUSTE-PRC         PIC 9(03)V9(02).
           03  DT-CADASTRO-PRC         PIC 9(08).
           03  OP-PRECOSERIE           PIC X(15).
