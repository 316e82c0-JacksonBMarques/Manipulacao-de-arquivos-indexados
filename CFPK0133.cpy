      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO MENSAL DO RISCO DE EVASAO -
      *          CFP001S141.DAT
      *          UM REGISTRO POR ALUNO E MES (AAAAMM) GRAVADO PELO
      *          CALCULO MENSAL (RISCOEVA), COM A PONTUACAO DE 0 A
      *          100, OS CINCO FATORES NA ORDEM DOS PESOS DO
      *          CFP001S140 (NOTAS, FREQUENCIA, FINANCEIRO,
      *          OCORRENCIAS E REUNIOES DE PAIS) E A POSICAO NO
      *          RANKING DO MES. A COMPARACAO COM O MES ANTERIOR
      *          MOSTRA QUEM ESTA PIORANDO ANTES DA RE-MATRICULA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-RISCOHIST.
           03  ID-RISCOHIST.
               05  ID-ALUNO-RH         PIC 9(05).
               05  AAAAMM-RH           PIC 9(06).
           03  NM-ALUNO-RH             PIC X(20).
           03  VL-SCORE-RH             PIC 9(03)V9(02).
           03  TB-FATORES-RH.
               05  FT-NOTAS-RH         PIC 9(03).
               05  FT-FREQ-RH          PIC 9(03).
               05  FT-FINANC-RH        PIC 9(03).
               05  FT-OCORR-RH         PIC 9(03).
               05  FT-REUNIAO-RH       PIC 9(03).
           03  FT-FATOR-RH REDEFINES TB-FATORES-RH
                                       PIC 9(03) OCCURS 5 TIMES.
           03  NR-POSICAO-RH           PIC 9(04).
           03  DT-CALCULO-RH           PIC 9(08).
           03  OP-RISCOHIST            PIC X(15).
           03  FILLER                  PIC X(20).
