      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: despachante diario dos jobs recorrentes: le o
      *          calendario de jobs (CFP001S111), calcula pela regra
      *          de cada job a ultima data em que ele era devido
      *          (diario, dia da semana, dia do mes ou fim do ultimo
      *          bimestre fechado no calendario escolar CFP001S16) e
      *          executa, na ordem do calendario, os que ainda nao
      *          rodaram com sucesso desde entao - inclusive os
      *          atrasados - desde que os jobs dos quais dependem
      *          estejam em dia. cada execucao passa pelo controle de
      *          jobs (CFP001S25): o programa que nao registra a
      *          propria execucao e registrado pelo despachante. deixa
      *          no arquivo de impressao o relatorio matinal com o que
      *          rodou, o que falhou e o que esta atrasado
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO DESPACHANTE DO CALENDARIO DE
      *         JOBS
      * UPDATE: 15/10/2026 - DESPACHO DO RISCO DE EVASAO DO MES
      *         (RISCOEVA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESPJOBS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT AGENDAJOB ASSIGN TO WS-PATH-AGENDAJOB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-AGENDAJOB
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FAJ.

      * CALENDARIO ESCOLAR, PARA A REGRA DE FECHAMENTO DO BIMESTRE
                SELECT CALENDARIO ASSIGN TO WS-PATH-CALENDARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CALENDARIO
                FILE STATUS IS WS-FCAL.

                SELECT JOBCTRL ASSIGN TO WS-PATH-JOBCTRL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-JOBCTRL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-JOB-FS.

                SELECT IMPREL ASSIGN TO WS-PATH-IMPREL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

                SELECT SPLORIG ASSIGN TO WS-SPL-ORIGEM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SPL-FS.

                SELECT SPLARQ ASSIGN TO WS-SPL-DESTINO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SPL-FA.

                SELECT SPOOL ASSIGN TO WS-PATH-SPOOL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SPOOL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-SPL-FQ.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDAJOB.
          COPY CFPK0103.
       FD CALENDARIO.
          COPY CFPK0012.
       FD JOBCTRL.
          COPY CFPK0021.
       FD IMPREL.
       01 REG-IMPREL                      PIC X(80).
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD SPLORIG.
       01 REG-SPLORIG                     PIC X(250).
       FD SPLARQ.
       01 REG-SPLARQ                      PIC X(250).
       FD SPOOL.
          COPY CFPK0100.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY SPLVARS.
       COPY AUDITVARS.
       COPY JOBVARS.
       77 WS-FAJ                          PIC 99.
          88 FAJ-OK                       VALUE 0.
       77 WS-FCAL                         PIC 99.
          88 FCAL-OK                      VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
      *DATA DE HOJE E DATAS DE APOIO AO CALCULO DA DATA DEVIDA
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-ANO                  PIC 9(04).
          03 WS-HOJE-MES                  PIC 9(02).
          03 WS-HOJE-DIA                  PIC 9(02).
       01 WS-DATA-CALC                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-CALC.
          03 WS-CALC-ANO                  PIC 9(04).
          03 WS-CALC-MES                  PIC 9(02).
          03 WS-CALC-DIA                  PIC 9(02).
       77 WS-DIAS-HOJE                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-CALC                    PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA                   PIC 9(01) VALUE ZEROS.
       77 WS-DELTA                        PIC S9(02) VALUE ZEROS.
       77 WS-ULTIMO-DIA                   PIC 9(02) VALUE ZEROS.
       77 WS-DIA-ALVO                     PIC 9(02) VALUE ZEROS.
       77 WS-DT-BIMESTRE                  PIC 9(08) VALUE ZEROS.
      *CALENDARIO DE JOBS CARREGADO, COM A SITUACAO NESTE DESPACHO
       77 WS-QT-AJ                        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-AGENDA.
          03 WS-AJ-ENT OCCURS 100 TIMES.
             05 WS-AJ-ID                  PIC 9(03).
             05 WS-AJ-PROGRAMA            PIC X(10).
             05 WS-AJ-REGRA               PIC X(01).
             05 WS-AJ-DIA                 PIC 9(02).
             05 WS-AJ-REG-PROPRIO         PIC X(01).
             05 WS-AJ-DEPENDE             PIC X(10) OCCURS 3 TIMES.
             05 WS-AJ-ST                  PIC X(01).
             05 WS-AJ-ULT-OK              PIC 9(08).
             05 WS-AJ-DEVIDO              PIC 9(08).
             05 WS-AJ-PENDENTE            PIC X(01).
             05 WS-AJ-EXECUTOU            PIC X(01).
             05 WS-AJ-SITUACAO            PIC X(10).
             05 WS-AJ-JOB                 PIC 9(05).
             05 WS-AJ-OBS                 PIC X(22).
       77 WS-IX                           PIC 9(03) VALUE ZEROS.
       77 WS-IY                           PIC 9(03) VALUE ZEROS.
       77 WS-ID                           PIC 9(01) VALUE ZEROS.
       77 WS-DEP-FALTA                    PIC X(10) VALUE SPACES.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S' FALSE 'N'.
       77 WS-PREVISTO                     PIC X VALUE 'S'.
          88 PROGRAMA-PREVISTO            VALUE 'S' FALSE 'N'.
      *CONTROLE DE JOBS: EXECUCAO DO DESPACHANTE E ULTIMO REGISTRO
      *ANTES DE CHAMAR CADA PROGRAMA
       77 WS-JOB-DESPACHO                 PIC 9(05) VALUE ZEROS.
       77 WS-JOB-ANTES                    PIC 9(05) VALUE ZEROS.
      *TOTAIS DO DESPACHO
       77 WS-QT-PENDENTES                 PIC 9(03) VALUE ZEROS.
       77 WS-QT-EXECUTADOS                PIC 9(03) VALUE ZEROS.
       77 WS-QT-FALHAS                    PIC 9(03) VALUE ZEROS.
       77 WS-QT-ATRASADOS                 PIC 9(03) VALUE ZEROS.
       77 WS-LINHA-DSP                    PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).
         03 LK-PERFIL                    PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-DIA-SEMANA FROM DAY-OF-WEEK
            PERFORM P1-DESPACHA           THRU P1-FIM
            PERFORM P0-FIM
            .

      *APURA OS JOBS PENDENTES, EXECUTA-OS E EMITE O RELATORIO
       P1-DESPACHA.
            DISPLAY '*** DESPACHO DIARIO DOS JOBS RECORRENTES ***'

            MOVE 'DESPJOBS'               TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            STRING 'DESPACHO ' WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-JOB-DETALHE
            END-STRING
            PERFORM J8-VERIFICA-JOB       THRU J8-VERIFICA-JOB-FIM
            IF JOB-EM-CURSO
               DISPLAY 'JA EXISTE UM DESPACHO EM CURSO - AGUARDE O'
                       ' TERMINO.'
               GO TO P1-FIM
            END-IF
            PERFORM J8-JOB-INICIA         THRU J8-JOB-INICIA-FIM
            MOVE WS-JOB-ID-CORRENTE       TO WS-JOB-DESPACHO

            MOVE ZEROS                    TO WS-QT-PENDENTES
                                             WS-QT-EXECUTADOS
                                             WS-QT-FALHAS
                                             WS-QT-ATRASADOS
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            END-COMPUTE

            PERFORM P2-CARREGA-AGENDA     THRU P2-CARREGA-AGENDA-FIM
            IF WS-QT-AJ EQUAL ZEROS
               DISPLAY 'CALENDARIO DE JOBS VAZIO - CADASTRE OS JOBS'
                       ' ANTES DO DESPACHO.'
               MOVE 'CONCLUIDO'           TO WS-JOB-RESULTADO
               MOVE ZEROS                 TO WS-JOB-QT
               PERFORM J8-JOB-ENCERRA     THRU J8-JOB-ENCERRA-FIM
               GO TO P1-FIM
            END-IF
            PERFORM P3-ULTIMO-BIMESTRE    THRU P3-ULTIMO-BIMESTRE-FIM

            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-AJ
                PERFORM P4-SITUACAO-DO-JOB
                        THRU P4-SITUACAO-DO-JOB-FIM
            END-PERFORM

            IF WS-QT-PENDENTES EQUAL ZEROS
               DISPLAY 'NENHUM JOB DEVIDO HOJE - CALENDARIO EM DIA.'
            ELSE
               DISPLAY 'JOBS DEVIDOS OU ATRASADOS:'
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER THAN WS-QT-AJ
                   IF WS-AJ-PENDENTE(WS-IX) EQUAL 'S'
                      DISPLAY '  ' WS-AJ-ID(WS-IX) ' '
                              WS-AJ-PROGRAMA(WS-IX) ' DEVIDO EM '
                              WS-AJ-DEVIDO(WS-IX) ' '
                              WS-AJ-SITUACAO(WS-IX)
                   END-IF
               END-PERFORM
               DISPLAY 'CONFIRMA A EXECUCAO DOS JOBS <S/N>? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                  PERFORM VARYING WS-IX FROM 1 BY 1
                          UNTIL WS-IX GREATER THAN WS-QT-AJ
                      IF WS-AJ-PENDENTE(WS-IX) EQUAL 'S'
                         PERFORM P5-EXECUTA-JOB
                                 THRU P5-EXECUTA-JOB-FIM
                      END-IF
                  END-PERFORM
               ELSE
                  DISPLAY 'DESPACHO CANCELADO - NENHUM JOB EXECUTADO.'
               END-IF
            END-IF

      *O QUE CONTINUA PENDENTE COM DATA DEVIDA ANTERIOR A HOJE ESTA
      *ATRASADO
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-AJ
                IF WS-AJ-PENDENTE(WS-IX) EQUAL 'S'
                   AND WS-AJ-DEVIDO(WS-IX) LESS THAN WS-DATA-HOJE
                   ADD 1                  TO WS-QT-ATRASADOS
                END-IF
            END-PERFORM

            PERFORM P9-RELATORIO-MATINAL  THRU P9-RELATORIO-MATINAL-FIM

            MOVE WS-JOB-DESPACHO          TO WS-JOB-ID-CORRENTE
            IF WS-QT-FALHAS GREATER THAN ZEROS
               MOVE 'ERRO'                TO WS-JOB-RESULTADO
            ELSE
               MOVE 'CONCLUIDO'           TO WS-JOB-RESULTADO
            END-IF
            MOVE WS-QT-EXECUTADOS         TO WS-JOB-QT
            PERFORM J8-JOB-ENCERRA        THRU J8-JOB-ENCERRA-FIM

            MOVE 'DESPJOBS'               TO WS-AUD-PROGRAMA
            MOVE 'DESPACHO'               TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'EXECUTADOS ' WS-QT-EXECUTADOS
                   ' FALHAS ' WS-QT-FALHAS
                   ' ATRASADOS ' WS-QT-ATRASADOS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P1-FIM.

      *CARREGA O CALENDARIO DE JOBS NA ORDEM DE EXAME
       P2-CARREGA-AGENDA.
            MOVE ZEROS                    TO WS-QT-AJ
            SET EOF-OK                    TO FALSE
            SET FAJ-OK                    TO TRUE
            OPEN INPUT AGENDAJOB
            IF NOT FAJ-OK
               CLOSE AGENDAJOB
               GO TO P2-CARREGA-AGENDA-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ AGENDAJOB NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF WS-QT-AJ LESS THAN 100
                           ADD 1          TO WS-QT-AJ
                           MOVE ID-AGENDAJOB
                                          TO WS-AJ-ID(WS-QT-AJ)
                           MOVE NM-PROGRAMA-AGE
                                          TO WS-AJ-PROGRAMA(WS-QT-AJ)
                           MOVE TP-RECORRENCIA-AGE
                                          TO WS-AJ-REGRA(WS-QT-AJ)
                           MOVE NR-DIA-AGE
                                          TO WS-AJ-DIA(WS-QT-AJ)
                           MOVE FL-REG-PROPRIO-AGE
                                       TO WS-AJ-REG-PROPRIO(WS-QT-AJ)
                           MOVE NM-DEPENDE-AGE(1)
                                          TO WS-AJ-DEPENDE(WS-QT-AJ 1)
                           MOVE NM-DEPENDE-AGE(2)
                                          TO WS-AJ-DEPENDE(WS-QT-AJ 2)
                           MOVE NM-DEPENDE-AGE(3)
                                          TO WS-AJ-DEPENDE(WS-QT-AJ 3)
                           MOVE ST-AGENDAJOB
                                          TO WS-AJ-ST(WS-QT-AJ)
                           MOVE DT-ULT-OK-AGE
                                          TO WS-AJ-ULT-OK(WS-QT-AJ)
                           MOVE ZEROS     TO WS-AJ-DEVIDO(WS-QT-AJ)
                                             WS-AJ-JOB(WS-QT-AJ)
                           MOVE 'N'       TO WS-AJ-PENDENTE(WS-QT-AJ)
                                             WS-AJ-EXECUTOU(WS-QT-AJ)
                           MOVE SPACES    TO WS-AJ-SITUACAO(WS-QT-AJ)
                                             WS-AJ-OBS(WS-QT-AJ)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AGENDAJOB
            .
       P2-CARREGA-AGENDA-FIM.

      *FIM DO ULTIMO BIMESTRE JA FECHADO NO CALENDARIO ESCOLAR
       P3-ULTIMO-BIMESTRE.
            MOVE ZEROS                    TO WS-DT-BIMESTRE
            SET EOF-OK                    TO FALSE
            SET FCAL-OK                   TO TRUE
            OPEN INPUT CALENDARIO
            IF NOT FCAL-OK
               CLOSE CALENDARIO
               GO TO P3-ULTIMO-BIMESTRE-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ CALENDARIO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ST-BIMESTRE EQUAL 'F'
                           AND DT-FIM-BIM NOT GREATER THAN WS-DATA-HOJE
                           AND DT-FIM-BIM GREATER THAN WS-DT-BIMESTRE
                           MOVE DT-FIM-BIM TO WS-DT-BIMESTRE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CALENDARIO
            .
       P3-ULTIMO-BIMESTRE-FIM.

      *CALCULA A ULTIMA DATA DEVIDA DO JOB WS-IX E DIZ SE ELE ESTA
      *PENDENTE (DEVIDO HOJE OU ATRASADO)
       P4-SITUACAO-DO-JOB.
            IF WS-AJ-ST(WS-IX) EQUAL 'I'
               MOVE 'INATIVO'             TO WS-AJ-SITUACAO(WS-IX)
               GO TO P4-SITUACAO-DO-JOB-FIM
            END-IF

            EVALUATE WS-AJ-REGRA(WS-IX)
                WHEN 'D'
                    MOVE WS-DATA-HOJE     TO WS-AJ-DEVIDO(WS-IX)
                WHEN 'S'
                    COMPUTE WS-DELTA = WS-DIA-SEMANA - WS-AJ-DIA(WS-IX)
                    END-COMPUTE
                    IF WS-DELTA LESS THAN ZEROS
                       ADD 7              TO WS-DELTA
                    END-IF
                    COMPUTE WS-DIAS-CALC = WS-DIAS-HOJE - WS-DELTA
                    END-COMPUTE
                    COMPUTE WS-AJ-DEVIDO(WS-IX) =
                            FUNCTION DATE-OF-INTEGER(WS-DIAS-CALC)
                    END-COMPUTE
                WHEN 'M'
                    PERFORM P4A-DEVIDO-MENSAL
                            THRU P4A-DEVIDO-MENSAL-FIM
                WHEN 'B'
                    MOVE WS-DT-BIMESTRE   TO WS-AJ-DEVIDO(WS-IX)
                WHEN OTHER
                    MOVE ZEROS            TO WS-AJ-DEVIDO(WS-IX)
            END-EVALUATE

            IF WS-AJ-DEVIDO(WS-IX) EQUAL ZEROS
               OR WS-AJ-ULT-OK(WS-IX) NOT LESS THAN
                  WS-AJ-DEVIDO(WS-IX)
               MOVE 'EM DIA'              TO WS-AJ-SITUACAO(WS-IX)
            ELSE
               MOVE 'S'                   TO WS-AJ-PENDENTE(WS-IX)
               ADD 1                      TO WS-QT-PENDENTES
               IF WS-AJ-DEVIDO(WS-IX) LESS THAN WS-DATA-HOJE
                  MOVE 'ATRASADO'         TO WS-AJ-SITUACAO(WS-IX)
               ELSE
                  MOVE 'DEVIDO'           TO WS-AJ-SITUACAO(WS-IX)
               END-IF
            END-IF
            .
       P4-SITUACAO-DO-JOB-FIM.

      *DIA DO MES DO JOB NESTE MES, SE JA CHEGOU, SENAO NO MES
      *ANTERIOR; DIA MAIOR QUE O MES VALE COMO O ULTIMO DIA
       P4A-DEVIDO-MENSAL.
            MOVE WS-HOJE-ANO              TO WS-CALC-ANO
            MOVE WS-HOJE-MES              TO WS-CALC-MES
            PERFORM P4B-ULTIMO-DIA-MES    THRU P4B-ULTIMO-DIA-MES-FIM
            IF WS-AJ-DIA(WS-IX) GREATER THAN WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA         TO WS-DIA-ALVO
            ELSE
               MOVE WS-AJ-DIA(WS-IX)      TO WS-DIA-ALVO
            END-IF

            IF WS-HOJE-DIA LESS THAN WS-DIA-ALVO
               IF WS-CALC-MES EQUAL 1
                  MOVE 12                 TO WS-CALC-MES
                  SUBTRACT 1              FROM WS-CALC-ANO
               ELSE
                  SUBTRACT 1              FROM WS-CALC-MES
               END-IF
               PERFORM P4B-ULTIMO-DIA-MES THRU P4B-ULTIMO-DIA-MES-FIM
               IF WS-AJ-DIA(WS-IX) GREATER THAN WS-ULTIMO-DIA
                  MOVE WS-ULTIMO-DIA      TO WS-DIA-ALVO
               ELSE
                  MOVE WS-AJ-DIA(WS-IX)   TO WS-DIA-ALVO
               END-IF
            END-IF
            MOVE WS-DIA-ALVO              TO WS-CALC-DIA
            MOVE WS-DATA-CALC             TO WS-AJ-DEVIDO(WS-IX)
            .
       P4A-DEVIDO-MENSAL-FIM.

      *ULTIMO DIA DO MES WS-CALC-MES/WS-CALC-ANO: VESPERA DO DIA 1
      *DO MES SEGUINTE
       P4B-ULTIMO-DIA-MES.
            MOVE 1                        TO WS-CALC-DIA
            IF WS-CALC-MES EQUAL 12
               ADD 1                      TO WS-CALC-ANO
               MOVE 1                     TO WS-CALC-MES
            ELSE
               ADD 1                      TO WS-CALC-MES
            END-IF
            COMPUTE WS-DIAS-CALC =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-CALC) - 1
            END-COMPUTE
            IF WS-CALC-MES EQUAL 1
               SUBTRACT 1                 FROM WS-CALC-ANO
               MOVE 12                    TO WS-CALC-MES
            ELSE
               SUBTRACT 1                 FROM WS-CALC-MES
            END-IF
            COMPUTE WS-DATA-CALC =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CALC)
            END-COMPUTE
            MOVE WS-CALC-DIA              TO WS-ULTIMO-DIA
            .
       P4B-ULTIMO-DIA-MES-FIM.

      *EXECUTA O JOB PENDENTE WS-IX SE AS DEPENDENCIAS ESTAO EM DIA E
      *NAO HA OUTRA EXECUCAO DELE EM CURSO; APURA O RESULTADO PELO
      *CONTROLE DE JOBS E ATUALIZA O CALENDARIO
       P5-EXECUTA-JOB.
            DISPLAY '--- JOB ' WS-AJ-ID(WS-IX) ': '
                    WS-AJ-PROGRAMA(WS-IX) ' ---'

            MOVE SPACES                   TO WS-DEP-FALTA
            PERFORM VARYING WS-ID FROM 1 BY 1
                    UNTIL WS-ID GREATER THAN 3
                       OR WS-DEP-FALTA NOT EQUAL SPACES
                IF WS-AJ-DEPENDE(WS-IX WS-ID) NOT EQUAL SPACES
                   SET ACHOU              TO FALSE
                   PERFORM VARYING WS-IY FROM 1 BY 1
                           UNTIL WS-IY GREATER THAN WS-QT-AJ
                              OR ACHOU
                       IF WS-AJ-PROGRAMA(WS-IY) EQUAL
                          WS-AJ-DEPENDE(WS-IX WS-ID)
                          SET ACHOU       TO TRUE
                          IF WS-AJ-PENDENTE(WS-IY) EQUAL 'S'
                             MOVE WS-AJ-DEPENDE(WS-IX WS-ID)
                                          TO WS-DEP-FALTA
                          END-IF
                       END-IF
                   END-PERFORM
                   IF NOT ACHOU
                      MOVE WS-AJ-DEPENDE(WS-IX WS-ID)
                                          TO WS-DEP-FALTA
                   END-IF
                END-IF
            END-PERFORM
            IF WS-DEP-FALTA NOT EQUAL SPACES
               MOVE 'DEPENDENC'           TO WS-AJ-SITUACAO(WS-IX)
               MOVE SPACES                TO WS-AJ-OBS(WS-IX)
               STRING 'AGUARDA ' WS-DEP-FALTA
                      DELIMITED BY SIZE
                      INTO WS-AJ-OBS(WS-IX)
               END-STRING
               DISPLAY 'JOB NAO EXECUTADO - DEPENDE DE '
                       WS-DEP-FALTA ', AINDA PENDENTE.'
               GO TO P5-EXECUTA-JOB-FIM
            END-IF

            MOVE WS-AJ-PROGRAMA(WS-IX)    TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            PERFORM J8-VERIFICA-JOB       THRU J8-VERIFICA-JOB-FIM
            IF JOB-EM-CURSO
               MOVE 'EM-CURSO'            TO WS-AJ-SITUACAO(WS-IX)
               MOVE 'OUTRA EXECUCAO ABERTA'
                                          TO WS-AJ-OBS(WS-IX)
               ADD 1                      TO WS-QT-FALHAS
               DISPLAY 'JOB NAO EXECUTADO - JA EXISTE EXECUCAO EM'
                       ' CURSO.'
               GO TO P5-EXECUTA-JOB-FIM
            END-IF

            PERFORM P6-MAIOR-JOB          THRU P6-MAIOR-JOB-FIM
            IF WS-AJ-REG-PROPRIO(WS-IX) NOT EQUAL 'S'
               STRING 'DESPACHO ' WS-AJ-DEVIDO(WS-IX)
                      DELIMITED BY SIZE
                      INTO WS-JOB-DETALHE
               END-STRING
               PERFORM J8-JOB-INICIA      THRU J8-JOB-INICIA-FIM
               MOVE WS-JOB-ID-CORRENTE    TO WS-AJ-JOB(WS-IX)
            END-IF

            SET PROGRAMA-PREVISTO         TO TRUE
            EVALUATE WS-AJ-PROGRAMA(WS-IX)
                WHEN 'MENSALID'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\MENSALID'
                                                     USING LK-COM-AREA
                WHEN 'CARTACOB'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\CARTACOB'
                                                     USING LK-COM-AREA
                WHEN 'AGINADIM'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\AGINADIM'
                                                     USING LK-COM-AREA
                WHEN 'RESUMFIN'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\RESUMFIN'
                                                     USING LK-COM-AREA
                WHEN 'PACOTEMES'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\PACOTEMES'
                                                     USING LK-COM-AREA
                WHEN 'FICAI'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\FICAI'
                                                     USING LK-COM-AREA
                WHEN 'ALERTRISC'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\ALERTRISC'
                                                     USING LK-COM-AREA
                WHEN 'RISCOEVA'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\RISCOEVA'
                                                     USING LK-COM-AREA
                WHEN 'FALTNOTA'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\FALTNOTA'
                                                     USING LK-COM-AREA
                WHEN 'RELSUSP'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\RELSUSP'
                                                     USING LK-COM-AREA
                WHEN 'CADEIANOT'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\CADEIANOT'
                                                     USING LK-COM-AREA
                WHEN OTHER
                    SET PROGRAMA-PREVISTO TO FALSE
            END-EVALUATE

            IF NOT PROGRAMA-PREVISTO
               MOVE 'NAO PREV'            TO WS-AJ-SITUACAO(WS-IX)
               MOVE 'PROGRAMA SEM DESPACHO'
                                          TO WS-AJ-OBS(WS-IX)
               DISPLAY 'PROGRAMA ' WS-AJ-PROGRAMA(WS-IX)
                       ' NAO PODE SER DESPACHADO PELO CALENDARIO.'
               IF WS-AJ-REG-PROPRIO(WS-IX) NOT EQUAL 'S'
                  MOVE 'ERRO'             TO WS-JOB-RESULTADO
                  MOVE ZEROS              TO WS-JOB-QT
                  PERFORM J8-JOB-ENCERRA  THRU J8-JOB-ENCERRA-FIM
               END-IF
               ADD 1                      TO WS-QT-FALHAS
               GO TO P5-EXECUTA-JOB-FIM
            END-IF

            MOVE 'S'                      TO WS-AJ-EXECUTOU(WS-IX)
            ADD 1                         TO WS-QT-EXECUTADOS
            IF WS-AJ-REG-PROPRIO(WS-IX) EQUAL 'S'
               PERFORM P7-RESULTADO-PROPRIO
                       THRU P7-RESULTADO-PROPRIO-FIM
            ELSE
               MOVE 'CONCLUIDO'           TO WS-JOB-RESULTADO
               MOVE ZEROS                 TO WS-JOB-QT
               PERFORM J8-JOB-ENCERRA     THRU J8-JOB-ENCERRA-FIM
               MOVE 'CONCLUIDO'           TO WS-AJ-SITUACAO(WS-IX)
            END-IF

            IF WS-AJ-SITUACAO(WS-IX) EQUAL 'CONCLUIDO'
               MOVE 'N'                   TO WS-AJ-PENDENTE(WS-IX)
               MOVE WS-DATA-HOJE          TO WS-AJ-ULT-OK(WS-IX)
               IF WS-AJ-DEVIDO(WS-IX) LESS THAN WS-DATA-HOJE
                  STRING 'RECUPERADO ' WS-AJ-DEVIDO(WS-IX)
                         DELIMITED BY SIZE
                         INTO WS-AJ-OBS(WS-IX)
                  END-STRING
               END-IF
            ELSE
               ADD 1                      TO WS-QT-FALHAS
            END-IF
            DISPLAY 'RESULTADO DO JOB ' WS-AJ-PROGRAMA(WS-IX) ': '
                    WS-AJ-SITUACAO(WS-IX)
            PERFORM P8-ATUALIZA-AGENDA    THRU P8-ATUALIZA-AGENDA-FIM
            .
       P5-EXECUTA-JOB-FIM.

      *MAIOR NUMERO DE EXECUCAO NO CONTROLE DE JOBS ANTES DA CHAMADA
       P6-MAIOR-JOB.
            MOVE ZEROS                    TO WS-JOB-ANTES
            SET EOF-OK                    TO FALSE
            SET JOB-FS-OK                 TO TRUE
            OPEN INPUT JOBCTRL
            IF NOT JOB-FS-OK
               CLOSE JOBCTRL
               GO TO P6-MAIOR-JOB-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ JOBCTRL NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-JOBCTRL GREATER THAN WS-JOB-ANTES
                           MOVE ID-JOBCTRL TO WS-JOB-ANTES
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JOBCTRL
            .
       P6-MAIOR-JOB-FIM.

      *RESULTADO DO PROGRAMA QUE REGISTRA A PROPRIA EXECUCAO: ULTIMO
      *REGISTRO DELE GRAVADO DEPOIS DA CHAMADA; SEM REGISTRO NOVO O
      *PROGRAMA NAO RODOU (OPERADOR SAIU OU EXECUCAO RECUSADA)
       P7-RESULTADO-PROPRIO.
            MOVE 'NAO RODOU'              TO WS-AJ-SITUACAO(WS-IX)
            MOVE 'SEM REGISTRO DE JOB'    TO WS-AJ-OBS(WS-IX)
            SET EOF-OK                    TO FALSE
            SET JOB-FS-OK                 TO TRUE
            OPEN INPUT JOBCTRL
            IF NOT JOB-FS-OK
               CLOSE JOBCTRL
               GO TO P7-RESULTADO-PROPRIO-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ JOBCTRL NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF NM-PROGRAMA-JOB EQUAL WS-AJ-PROGRAMA(WS-IX)
                           AND ID-JOBCTRL GREATER THAN WS-JOB-ANTES
                           AND ID-JOBCTRL GREATER THAN WS-AJ-JOB(WS-IX)
                           MOVE ID-JOBCTRL TO WS-AJ-JOB(WS-IX)
                           MOVE ST-JOB     TO WS-AJ-SITUACAO(WS-IX)
                           MOVE SPACES     TO WS-AJ-OBS(WS-IX)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JOBCTRL
            .
       P7-RESULTADO-PROPRIO-FIM.

      *GRAVA NO CALENDARIO A EXECUCAO DESPACHADA DO JOB WS-IX
       P8-ATUALIZA-AGENDA.
            SET FAJ-OK                    TO TRUE
            OPEN I-O AGENDAJOB
            IF NOT FAJ-OK
               DISPLAY 'ERRO AO ABRIR O CALENDARIO DE JOBS'
               MOVE WS-FAJ TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FAJ ' - ' WS-FS-MSG
               CLOSE AGENDAJOB
               GO TO P8-ATUALIZA-AGENDA-FIM
            END-IF
            MOVE WS-AJ-ID(WS-IX)          TO ID-AGENDAJOB
            READ AGENDAJOB
                KEY IS ID-AGENDAJOB
                INVALID KEY
                    DISPLAY 'JOB ' WS-AJ-ID(WS-IX)
                            ' NAO ENCONTRADO NO CALENDARIO.'
                NOT INVALID KEY
                    MOVE WS-DATA-HOJE     TO DT-ULT-EXEC-AGE
                    MOVE WS-AJ-SITUACAO(WS-IX)
                                          TO ST-ULT-EXEC-AGE
                    MOVE WS-AJ-JOB(WS-IX) TO ID-JOB-ULT-AGE
                    MOVE WS-AJ-ULT-OK(WS-IX)
                                          TO DT-ULT-OK-AGE
                    REWRITE REG-AGENDAJOB
                        INVALID KEY
                            DISPLAY 'ERRO AO ATUALIZAR O CALENDARIO'
                    END-REWRITE
            END-READ
            CLOSE AGENDAJOB
            .
       P8-ATUALIZA-AGENDA-FIM.

      *RELATORIO MATINAL: UMA LINHA POR JOB DO CALENDARIO E OS TOTAIS
       P9-RELATORIO-MATINAL.
            SET FIM-OK                    TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPREL
            IF WS-FIM EQUAL 35
               OPEN OUTPUT IMPREL
            END-IF
            IF NOT FIM-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
               MOVE WS-FIM TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FIM ' - ' WS-FS-MSG
               CLOSE IMPREL
               GO TO P9-RELATORIO-MATINAL-FIM
            END-IF

            MOVE ALL '='                  TO REG-IMPREL
            WRITE REG-IMPREL
            MOVE SPACES                   TO WS-LINHA-DSP
            STRING 'DESPACHO DOS JOBS RECORRENTES - ' WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DSP
            END-STRING
            MOVE WS-LINHA-DSP             TO REG-IMPREL
            WRITE REG-IMPREL
            MOVE ALL '='                  TO REG-IMPREL
            WRITE REG-IMPREL
            MOVE 'ORD PROGRAMA   DEVIDO   SITUACAO   JOB   OBSERVACAO'
                                          TO REG-IMPREL
            WRITE REG-IMPREL
            MOVE ALL '-'                  TO REG-IMPREL
            WRITE REG-IMPREL

            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-AJ
                MOVE SPACES               TO WS-LINHA-DSP
                STRING WS-AJ-ID(WS-IX) ' ' WS-AJ-PROGRAMA(WS-IX) ' '
                       WS-AJ-DEVIDO(WS-IX) ' '
                       WS-AJ-SITUACAO(WS-IX) ' ' WS-AJ-JOB(WS-IX)
                       ' ' WS-AJ-OBS(WS-IX)
                       DELIMITED BY SIZE
                       INTO WS-LINHA-DSP
                END-STRING
                MOVE WS-LINHA-DSP         TO REG-IMPREL
                WRITE REG-IMPREL
            END-PERFORM

            MOVE ALL '-'                  TO REG-IMPREL
            WRITE REG-IMPREL
            MOVE SPACES                   TO WS-LINHA-DSP
            STRING 'EXECUTADOS: ' WS-QT-EXECUTADOS
                   '   COM FALHA: ' WS-QT-FALHAS
                   '   ATRASADOS: ' WS-QT-ATRASADOS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DSP
            END-STRING
            MOVE WS-LINHA-DSP             TO REG-IMPREL
            WRITE REG-IMPREL
            DISPLAY WS-LINHA-DSP
            IF WS-QT-ATRASADOS GREATER THAN ZEROS
               MOVE 'JOBS ATRASADOS:'     TO REG-IMPREL
               WRITE REG-IMPREL
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER THAN WS-QT-AJ
                   IF WS-AJ-PENDENTE(WS-IX) EQUAL 'S'
                      AND WS-AJ-DEVIDO(WS-IX) LESS THAN WS-DATA-HOJE
                      MOVE SPACES         TO WS-LINHA-DSP
                      STRING '  ' WS-AJ-PROGRAMA(WS-IX)
                             ' DEVIDO DESDE ' WS-AJ-DEVIDO(WS-IX)
                             ' - ' WS-AJ-SITUACAO(WS-IX)
                             DELIMITED BY SIZE
                             INTO WS-LINHA-DSP
                      END-STRING
                      MOVE WS-LINHA-DSP   TO REG-IMPREL
                      WRITE REG-IMPREL
                      DISPLAY WS-LINHA-DSP
                   END-IF
               END-PERFORM
            END-IF
            CLOSE IMPREL
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'DESPJOBS'               TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            DISPLAY 'RELATORIO DO DESPACHO NO ARQUIVO DE IMPRESSAO.'
            .
       P9-RELATORIO-MATINAL-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.

       P0-FIM.
            GOBACK.
       END PROGRAM DESPJOBS.
