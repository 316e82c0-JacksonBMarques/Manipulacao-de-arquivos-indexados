      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS PESOS DO RISCO DE EVASAO - CFP001S140.DAT
      *          REGISTRO UNICO (ID 1), MANTIDO PELA DIRECAO NOS
      *          PARAMETROS DA ESCOLA (PARAMESC). CADA SINAL DO ALUNO
      *          VIRA UM FATOR DE 0 A 100 E A PONTUACAO DO MES E A
      *          MEDIA DOS FATORES PONDERADA PELOS PESOS ABAIXO:
      *            NOTAS    - % DAS MATERIAS DO ANO ABAIXO DA NOTA
      *                       DE APROVACAO
      *            FREQ     - QUANTO A FREQUENCIA MEDIA CAIU DE 100%
      *                       EM DIRECAO AO MINIMO LEGAL (NO MINIMO
      *                       OU ABAIXO, FATOR CHEIO)
      *            FINANC   - MENSALIDADES EM ABERTO ATE O MES, FATOR
      *                       CHEIO EM QT-TETO-MENS-RSC
      *            OCORR    - SOMA DAS GRAVIDADES DAS OCORRENCIAS DO
      *                       ANO, FATOR CHEIO EM QT-TETO-OCO-RSC
      *            REUNIAO  - % DAS REUNIOES DE PAIS APURADAS SEM
      *                       PRESENCA DA FAMILIA
      *          PC-ALERTA-RSC E A PONTUACAO DE RISCO ALTO E
      *          QT-PIORA-RSC A SUBIDA, EM PONTOS SOBRE O MES
      *          ANTERIOR, QUE SINALIZA O ALUNO QUE PIOROU
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PESORISCO.
           03  ID-PESORISCO            PIC 9(01).
           03  TB-PESOS-RSC.
               05  PS-NOTAS-RSC        PIC 9(03).
               05  PS-FREQ-RSC         PIC 9(03).
               05  PS-FINANC-RSC       PIC 9(03).
               05  PS-OCORR-RSC        PIC 9(03).
               05  PS-REUNIAO-RSC      PIC 9(03).
           03  PS-FATOR-RSC REDEFINES TB-PESOS-RSC
                                       PIC 9(03) OCCURS 5 TIMES.
           03  QT-TETO-MENS-RSC        PIC 9(02).
           03  QT-TETO-OCO-RSC         PIC 9(02).
           03  PC-ALERTA-RSC           PIC 9(03).
           03  QT-PIORA-RSC            PIC 9(03).
           03  DT-ATUALIZ-RSC          PIC 9(08).
           03  OP-PESORISCO            PIC X(15).
           03  FILLER                  PIC X(20).
