      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS REUNIOES DE PAIS - CFP001S81.DAT
      *          UMA REUNIAO POR TURMA E DATA, NUMERADA PELO CONTADOR
      *          32 DO CFP001S8. ST-REUNIAO: A = AGENDADA,
      *          R = REALIZADA (PRESENCA DAS FAMILIAS REGISTRADA)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-REUNIAO.
           03  ID-REUNIAO              PIC 9(05).
           03  ID-TURMA-REU            PIC 9(03).
           03  DT-REUNIAO              PIC 9(08).
           03  HR-REUNIAO              PIC 9(04).
           03  ANO-LETIVO-REU          PIC 9(04).
           03  NR-BIMESTRE-REU         PIC 9(01).
           03  DS-PAUTA                PIC X(60).
           03  ST-REUNIAO              PIC X(01).
           03  OP-REUNIAO              PIC X(15).
