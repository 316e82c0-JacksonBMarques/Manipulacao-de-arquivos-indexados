      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE REMESSAS BANCARIAS -
      *          CFP001S72.DAT
      *          UM REGISTRO POR MENSALIDADE ENVIADA AO BANCO (MESMA
      *          CHAVE DO CFP001S37: ALUNO + AAAAMM), COM O NUMERO DA
      *          REMESSA E A SEQUENCIA DO TITULO DENTRO DELA (JUNTOS
      *          FORMAM O NOSSO NUMERO DEVOLVIDO NO RETORNO), O
      *          VENCIMENTO E O VALOR ENVIADOS E A SITUACAO
      *          (E=ENVIADO, L=LIQUIDADO PELO RETORNO, C=CANCELADO,
      *          LIBERADO PARA REENVIO)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-REMESSA.
           03  ID-REMESSA-MEN.
               05  ID-ALUNO-REM        PIC 9(05).
               05  AAAAMM-REM          PIC 9(06).
           03  NR-REMESSA              PIC 9(05).
           03  NR-SEQ-REM              PIC 9(05).
           03  DT-REMESSA              PIC 9(08).
           03  DT-VENC-REM             PIC 9(08).
           03  VL-TITULO-REM           PIC 9(05)V9(02).
           03  ST-REMESSA              PIC X(01).
           03  DT-RETORNO-REM          PIC 9(08).
           03  OP-REMESSA              PIC X(15).
