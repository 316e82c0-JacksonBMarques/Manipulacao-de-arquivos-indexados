      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CALENDARIO DIARIO DO ANO LETIVO -
      *          CFP001S112.DAT
      *          UM REGISTRO POR DATA DO ANO, GERADO A PARTIR DAS DATAS
      *          DOS BIMESTRES (CFP001S16) E AJUSTADO PELA SECRETARIA NO
      *          CALENDESC. O TIPO DO DIA DIZ SE HA AULA (L=LETIVO,
      *          S=SABADO LETIVO) OU NAO (F=FERIADO, R=RECESSO, N=NAO
      *          LETIVO - FIM DE SEMANA). AS HORAS LETIVAS DE CADA TURNO
      *          ALIMENTAM O RELATORIO DOS 200 DIAS / 800 HORAS E A DATA
      *          E CONFERIDA NA CHAMADA (DIARIOCHAM) E NO REGISTRO DE
      *          CONTEUDO (CONTAULA)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-DIALETIVO.
           03  DT-DIA-LET              PIC 9(08).
           03  DT-DIA-LET-R REDEFINES DT-DIA-LET.
               05  ANO-DIA-LET         PIC 9(04).
               05  MES-DIA-LET         PIC 9(02).
               05  DD-DIA-LET          PIC 9(02).
      *    BIMESTRE QUE CONTEM A DATA (0 = FORA DOS BIMESTRES)
           03  NR-BIMESTRE-DIA         PIC 9(01).
           03  TP-DIA-LET              PIC X(01).
               88  DIA-TP-LETIVO       VALUE 'L'.
               88  DIA-TP-FERIADO      VALUE 'F'.
               88  DIA-TP-RECESSO      VALUE 'R'.
               88  DIA-TP-SABADO       VALUE 'S'.
               88  DIA-TP-NAO-LETIVO   VALUE 'N'.
               88  DIA-TP-COM-AULA     VALUE 'L' 'S'.
               88  DIA-TP-OK           VALUE 'L' 'F' 'R' 'S' 'N'.
           03  DS-DIA-LET              PIC X(30).
      *    HORAS LETIVAS DO DIA EM CADA TURNO
           03  QT-HORAS-MAT-DIA        PIC 9(02)V9(01).
           03  QT-HORAS-VES-DIA        PIC 9(02)V9(01).
           03  QT-HORAS-NOT-DIA        PIC 9(02)V9(01).
      *    ULTIMA ALTERACAO
           03  OP-ALTERA-DIA           PIC X(15).
           03  DT-ALTERA-DIA           PIC 9(08).
           03  FILLER                  PIC X(20).
