      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS NOTAS DO PROCESSO SELETIVO -
      *          CFP001S119.DAT
      *          UM REGISTRO POR CANDIDATO DA PRE-MATRICULA (CFP001S59)
      *          NO PROCESSO DO ANO E SERIE (CFP001S118), COM A NOTA DE
      *          CADA PROVA, A NOTA FINAL PONDERADA, A MARCA DE IRMAO
      *          JA MATRICULADO E, APOS A PUBLICACAO, A CLASSIFICACAO.
      *          ST-RESULTADO: BRANCO = NAO PUBLICADO, C = CHAMADO,
      *          R = LISTA DE RESERVA (NA ORDEM NR-RESERVA-SEL),
      *          E = ELIMINADO (ABAIXO DA NOTA MINIMA), F = FALTOU,
      *          D = DESISTIU APOS SER CHAMADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-NOTASEL.
           03  ID-NOTASEL.
               05  AA-NOTASEL          PIC 9(04).
               05  ID-SERIE-SEL        PIC 9(02).
               05  ID-CANDIDATO-SEL    PIC 9(05).
           03  TB-NOTAS-SEL.
               05  NT-PROVA-SEL        PIC 9(02)V9(02) OCCURS 5 TIMES.
           03  NT-FINAL-SEL            PIC 9(02)V9(02).
           03  FL-IRMAO-SEL            PIC X(01).
           03  NR-CLASSIF-SEL          PIC 9(04).
           03  NR-RESERVA-SEL          PIC 9(04).
           03  ST-RESULTADO            PIC X(01).
               88  SEL-CHAMADO         VALUE 'C'.
               88  SEL-RESERVA         VALUE 'R'.
               88  SEL-ELIMINADO       VALUE 'E'.
               88  SEL-FALTOU          VALUE 'F'.
               88  SEL-DESISTIU        VALUE 'D'.
           03  DT-NOTAS-SEL            PIC 9(08).
           03  OP-NOTASEL              PIC X(15).
           03  FILLER                  PIC X(20).
