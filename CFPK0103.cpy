      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CALENDARIO DE JOBS BATCH - CFP001S111.DAT
      *          UM REGISTRO POR JOB RECORRENTE, NA ORDEM EM QUE O
      *          DESPACHANTE DIARIO (DESPJOBS) OS EXAMINA, COM A REGRA
      *          DE RECORRENCIA, ATE TRES JOBS DOS QUAIS ELE DEPENDE E
      *          O RESULTADO DA ULTIMA EXECUCAO DESPACHADA. O JOB ESTA
      *          PENDENTE QUANDO A ULTIMA DATA DEVIDA PELA REGRA E
      *          POSTERIOR A DATA DA ULTIMA EXECUCAO BEM SUCEDIDA; SE
      *          A DATA DEVIDA JA PASSOU, O JOB ESTA ATRASADO
      *          REGRAS (TP-RECORRENCIA-AGE E NR-DIA-AGE):
      *            D - DIARIO
      *            S - SEMANAL, NO DIA DA SEMANA NR-DIA-AGE (1=SEGUNDA
      *                ... 7=DOMINGO)
      *            M - MENSAL, NO DIA NR-DIA-AGE DO MES (99 OU DIA
      *                MAIOR QUE O MES = ULTIMO DIA DO MES)
      *            B - APOS O FECHAMENTO DE CADA BIMESTRE NO CALENDARIO
      *                ESCOLAR (CFP001S16), A PARTIR DO FIM DO BIMESTRE
      *          FL-REG-PROPRIO-AGE = 'S' QUANDO O PROGRAMA REGISTRA A
      *          PROPRIA EXECUCAO NO CONTROLE DE JOBS (CFP001S25); DOS
      *          DEMAIS O DESPACHANTE REGISTRA A EXECUCAO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-AGENDAJOB.
           03  ID-AGENDAJOB            PIC 9(03).
           03  NM-PROGRAMA-AGE         PIC X(10).
           03  DS-AGENDAJOB            PIC X(30).
           03  TP-RECORRENCIA-AGE      PIC X(01).
               88  AGE-DIARIO          VALUE 'D'.
               88  AGE-SEMANAL         VALUE 'S'.
               88  AGE-MENSAL          VALUE 'M'.
               88  AGE-BIMESTRAL       VALUE 'B'.
               88  AGE-RECORRENCIA-OK  VALUE 'D' 'S' 'M' 'B'.
           03  NR-DIA-AGE              PIC 9(02).
           03  FL-REG-PROPRIO-AGE      PIC X(01).
               88  AGE-REG-PROPRIO     VALUE 'S'.
           03  TB-DEPENDE-AGE.
               05  NM-DEPENDE-AGE      PIC X(10) OCCURS 3 TIMES.
           03  ST-AGENDAJOB            PIC X(01).
               88  AGE-ATIVO           VALUE 'A'.
               88  AGE-INATIVO         VALUE 'I'.
      *    ULTIMA EXECUCAO DESPACHADA E ULTIMA BEM SUCEDIDA
           03  DT-ULT-EXEC-AGE         PIC 9(08).
           03  ST-ULT-EXEC-AGE         PIC X(10).
           03  ID-JOB-ULT-AGE          PIC 9(05).
           03  DT-ULT-OK-AGE           PIC 9(08).
           03  FILLER                  PIC X(20).
