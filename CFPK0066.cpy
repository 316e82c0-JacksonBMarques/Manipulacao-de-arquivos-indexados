      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DA CONTA PRE-PAGA DA CANTINA - CFP001S75.DAT
      *          UMA CONTA POR ALUNO (ID-ALUNO DO CFP001S1) COM O
      *          SALDO, O LIMITE DIARIO DE CONSUMO DEFINIDO PELO
      *          RESPONSAVEL (ID-REGISTRO-RESP DO CFP001S19; LIMITE
      *          ZERO = SEM LIMITE) E O CONSUMO JA FEITO NO DIA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-CANTCONTA.
           03  ID-ALUNO-CNT            PIC 9(05).
           03  VL-SALDO-CNT            PIC 9(05)V9(02).
           03  VL-LIMITE-DIA-CNT       PIC 9(03)V9(02).
           03  ID-RESP-LIMITE-CNT      PIC 9(05).
           03  DT-LIMITE-CNT           PIC 9(08).
           03  DT-ULT-CONSUMO-CNT      PIC 9(08).
           03  VL-CONSUMO-DIA-CNT      PIC 9(05)V9(02).
           03  DT-ABERTURA-CNT         PIC 9(08).
