      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: previsao de matriculas e receita do proximo ano
      *          letivo: parte dos alunos ativos (CFP001S1) na serie
      *          seguinte da sua serie atual (CFP001S29), aplica a
      *          taxa de retencao historica das viradas de ano ja
      *          concluidas (REMATRIC no controle de jobs CFP001S25),
      *          soma os candidatos pendentes da pre-matricula
      *          (CFP001S59) ponderados pela taxa de conversao e
      *          precifica pelo preco da serie em vigor no ano
      *          (CFP001S96) menos as bolsas esperadas (CFP001S40).
      *          emite, por serie, as turmas projetadas pela
      *          capacidade das turmas da serie, as matriculas e a
      *          receita mensal projetadas, com um cenario alternativo
      *          de taxa de retencao unica. acesso restrito ao perfil
      *          DIRECAO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA PREVISAO DE MATRICULAS E
      *         RECEITA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVMATR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT SERIE ASSIGN TO WS-PATH-SERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-SERIE
                FILE STATUS IS WS-FSE.

                SELECT PRECOSERIE ASSIGN TO WS-PATH-PRECOSERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PRECOSERIE
                FILE STATUS IS WS-FPR.

                SELECT TURMA ASSIGN TO WS-PATH-TURMA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-TURMA
                FILE STATUS IS WS-FT.

                SELECT TURMALUNO ASSIGN TO WS-PATH-TURMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO6
                FILE STATUS IS WS-FTL.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT BOLSA ASSIGN TO WS-PATH-BOLSA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-BOLSA
                FILE STATUS IS WS-FBO.

                SELECT CANDIDATO ASSIGN TO WS-PATH-CANDIDATO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CANDIDATO
                FILE STATUS IS WS-FCD.

                SELECT JOBCTRL ASSIGN TO WS-PATH-JOBCTRL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-JOBCTRL
                FILE STATUS IS WS-FJB.

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
       FD SERIE.
          COPY CFPK0023.
       FD PRECOSERIE.
          COPY CFPK0087.
       FD TURMA.
          COPY CFPK0005.
       FD TURMALUNO.
          COPY CFPK0011.
       FD ALUNO.
          COPY CFPK0001.
       FD BOLSA.
          COPY CFPK0033.
       FD CANDIDATO.
          COPY CFPK0050.
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
       77 WS-FSE                          PIC 99.
          88 FSE-OK                       VALUE 0.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-FT                           PIC 99.
          88 FT-OK                        VALUE 0.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FBO                          PIC 99.
          88 FBO-OK                       VALUE 0.
       77 WS-FCD                          PIC 99.
          88 FCD-OK                       VALUE 0.
       77 WS-FJB                          PIC 99.
          88 FJB-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *ANO PREVISTO, COMPETENCIA DOS PRECOS E CENARIO ALTERNATIVO
       77 WS-ANO-PREV                     PIC 9(04) VALUE ZEROS.
       77 WS-AAAAMM-PRECO                 PIC 9(06) VALUE ZEROS.
       77 WS-PC-RET-ALT                   PIC 9(03)V9(02) VALUE ZEROS.
      *TAXAS PADRAO NA FALTA DE HISTORICO E CAPACIDADE PADRAO DA
      *TURMA DE SERIE SEM TURMA CADASTRADA
       77 WS-PC-RET-PADRAO                PIC 9(03)V9(02) VALUE 90,00.
       77 WS-PC-CONV-PADRAO               PIC 9(03)V9(02) VALUE 50,00.
       77 WS-CAP-PADRAO                   PIC 9(03) VALUE 30.
      *CENARIO EM PROJECAO: 'H' RETENCAO HISTORICA, 'A' ALTERNATIVA
       77 WS-CENARIO                      PIC X(01) VALUE 'H'.
      *PRECO EM VIGOR (P9): SERIE E COMPETENCIA DE ENTRADA, VALOR
      *DO CADASTRO COMO BASE E PRECO APURADO NA SAIDA
       77 WS-PRC-SERIE                    PIC 9(02) VALUE ZEROS.
       77 WS-PRC-AAAAMM                   PIC 9(06) VALUE ZEROS.
       77 WS-PRC-VALOR                    PIC 9(05)V9(02) VALUE ZEROS.
      *SERIES (ATE 20): CADASTRO, ALUNOS ATUAIS, HISTORICO E PROJECAO
       77 WS-QT-SERIES                    PIC 9(02) VALUE ZEROS.
       01 WS-TAB-SERIES.
          03 WS-SER-ENT OCCURS 20 TIMES.
             05 WS-SER-ID                 PIC 9(02).
             05 WS-SER-NOME               PIC X(20).
             05 WS-SER-SEGUINTE           PIC 9(02).
             05 WS-SER-IX-SEG             PIC 9(02).
             05 WS-SER-PRECO              PIC 9(05)V9(02).
             05 WS-SER-CAP                PIC 9(03).
             05 WS-SER-QT-ATUAL           PIC 9(05).
             05 WS-SER-BOLSA-ATUAL        PIC 9(07)V9(02).
             05 WS-SER-HIST-BASE          PIC 9(05).
             05 WS-SER-HIST-REMAT         PIC 9(05).
             05 WS-SER-PC-RET             PIC 9(03)V9(02).
             05 WS-SER-FL-RET             PIC X(01).
             05 WS-SER-QT-CAND            PIC 9(04).
             05 WS-SER-PJ-VEM             PIC 9(05).
             05 WS-SER-PJ-REMAT           PIC 9(05)V9(02).
             05 WS-SER-PJ-CAND            PIC 9(05)V9(02).
             05 WS-SER-PJ-BOLSA           PIC 9(07)V9(02).
             05 WS-SER-PJ-TOTAL           PIC 9(05).
             05 WS-SER-PJ-TURMAS          PIC 9(03).
             05 WS-SER-PJ-RECEITA         PIC 9(09)V9(02).
       77 WS-IX                           PIC 9(02) VALUE ZEROS.
       77 WS-IX-ACHADO                    PIC 9(02) VALUE ZEROS.
       77 WS-IX-DEST                      PIC 9(02) VALUE ZEROS.
       77 WS-ID-SERIE-PROC                PIC 9(02) VALUE ZEROS.
      *ALUNO EM TRATAMENTO
       77 WS-ID-ALUNO-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-ID-TURMA-ALUNO               PIC 9(03) VALUE ZEROS.
       77 WS-ID-SERIE-ALUNO               PIC 9(02) VALUE ZEROS.
       77 WS-VL-DESC                      PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-QT-ATIVOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-SEM-SERIE                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-CONCLUINTES               PIC 9(05) VALUE ZEROS.
      *HISTORICO DAS VIRADAS (TURMA DE ORIGEM NO DETALHE DO JOB)
       01 WS-DETALHE-JOB                  PIC X(20) VALUE SPACES.
       01 FILLER REDEFINES WS-DETALHE-JOB.
          03 WS-DJ-ROTULO                 PIC X(06).
          03 WS-DJ-TURMA                  PIC X(03).
          03 FILLER                       PIC X(11).
       77 WS-ID-TURMA-JOB                 PIC 9(03) VALUE ZEROS.
       77 WS-QT-NA-TURMA                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-VIRADAS                   PIC 9(04) VALUE ZEROS.
       77 WS-HIST-BASE-GERAL              PIC 9(07) VALUE ZEROS.
       77 WS-HIST-REMAT-GERAL             PIC 9(07) VALUE ZEROS.
       77 WS-PC-RET-GERAL                 PIC 9(03)V9(02) VALUE ZEROS.
      *CONVERSAO DA PRE-MATRICULA
       77 WS-QT-CONVERTIDOS               PIC 9(05) VALUE ZEROS.
       77 WS-QT-RECUSADOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-PENDENTES                 PIC 9(05) VALUE ZEROS.
       77 WS-PC-CONVERSAO                 PIC 9(03)V9(02) VALUE ZEROS.
      *TOTAIS DO CENARIO
       77 WS-PC-RET-USADA                 PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-TOT-ALUNOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-TURMAS                   PIC 9(04) VALUE ZEROS.
       77 WS-TOT-BOLSAS                   PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOT-RECEITA                  PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOT-RECEITA-HIST             PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-DIFERENCA                 PIC S9(09)V9(02) VALUE ZEROS.
      *IMPRESSAO
       77 WS-LINHA-PRV                    PIC X(80) VALUE SPACES.
       77 WS-SALTO-PAGINA                 PIC X VALUE X'0C'.
       77 WS-ED-QT1                       PIC ZZZZ9.
       77 WS-ED-QT2                       PIC ZZZZ9.
       77 WS-ED-QT3                       PIC ZZZZ9.
       77 WS-ED-QT4                       PIC ZZZZ9.
       77 WS-ED-CAP                       PIC ZZ9.
       77 WS-ED-TURMAS                    PIC ZZ9.
       77 WS-ED-PC                        PIC ZZ9,99.
       77 WS-ED-PRECO                     PIC ZZZZ9,99.
       77 WS-ED-BOLSA                     PIC ZZZZZZ9,99.
       77 WS-ED-RECEITA                   PIC ZZZZZZZZ9,99.
       77 WS-ED-DIFERENCA                 PIC -ZZZZZZZZ9,99.

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
            MOVE LK-OPERADOR              TO WS-AUD-OPERADOR

            IF LK-PERFIL NOT EQUAL 'DIRECAO'
               AND LK-PERFIL NOT EQUAL SPACES
               DISPLAY '*********************************************'
               DISPLAY '* ACESSO RESTRITO AO PERFIL DIRECAO.        *'
               DISPLAY '*********************************************'
               PERFORM P0-FIM
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PREVISAO           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PREVISAO.
            DISPLAY '*** PREVISAO DE MATRICULAS E RECEITA ***'
            DISPLAY 'Ano letivo a prever (AAAA, 0 = proximo ano): '
            ACCEPT WS-ANO-PREV
            IF WS-ANO-PREV EQUAL ZEROS
               COMPUTE WS-ANO-PREV = WS-DATA-HOJE / 10000 + 1
               END-COMPUTE
            END-IF
            DISPLAY 'Competencia dos precos (AAAAMM, 0 = janeiro do'
                    ' ano previsto): '
            ACCEPT WS-AAAAMM-PRECO
            IF WS-AAAAMM-PRECO EQUAL ZEROS
               COMPUTE WS-AAAAMM-PRECO = WS-ANO-PREV * 100 + 1
               END-COMPUTE
            END-IF
            DISPLAY 'Taxa de retencao do cenario alternativo (%,'
                    ' 0 = sem cenario alternativo): '
            ACCEPT WS-PC-RET-ALT
            IF WS-PC-RET-ALT GREATER THAN 100
               MOVE 100                   TO WS-PC-RET-ALT
            END-IF

            PERFORM P2-CARREGA-SERIES     THRU P2-CARREGA-SERIES-FIM
            IF WS-QT-SERIES EQUAL ZEROS
               DISPLAY 'NENHUMA SERIE CADASTRADA.'
               GO TO P1-ENCERRA
            END-IF
            PERFORM P3-RETENCAO-HISTORICA
                    THRU P3-RETENCAO-HISTORICA-FIM
            PERFORM P4-ALUNOS-ATUAIS      THRU P4-ALUNOS-ATUAIS-FIM
            PERFORM P5-CANDIDATOS         THRU P5-CANDIDATOS-FIM

            SET FIM-OK                    TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPREL
            IF WS-FIM EQUAL 35
               OPEN OUTPUT IMPREL
            END-IF
            IF NOT FIM-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
            END-IF

            PERFORM P7-IMPRIME-BASES      THRU P7-IMPRIME-BASES-FIM

            MOVE 'H'                      TO WS-CENARIO
            PERFORM P6-PROJETA            THRU P6-PROJETA-FIM
            PERFORM P8-IMPRIME-CENARIO    THRU P8-IMPRIME-CENARIO-FIM
            MOVE WS-TOT-RECEITA           TO WS-TOT-RECEITA-HIST

            IF WS-PC-RET-ALT GREATER THAN ZEROS
               MOVE 'A'                   TO WS-CENARIO
               PERFORM P6-PROJETA         THRU P6-PROJETA-FIM
               PERFORM P8-IMPRIME-CENARIO THRU P8-IMPRIME-CENARIO-FIM
               COMPUTE WS-VL-DIFERENCA = WS-TOT-RECEITA
                       - WS-TOT-RECEITA-HIST
               END-COMPUTE
               MOVE WS-VL-DIFERENCA       TO WS-ED-DIFERENCA
               MOVE SPACES                TO WS-LINHA-PRV
               STRING 'VARIACAO DA RECEITA MENSAL CONTRA O CENARIO '
                      'HISTORICO: ' WS-ED-DIFERENCA
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PRV
               END-STRING
               PERFORM P15-EMITE-LINHA    THRU P15-EMITE-LINHA-FIM
            END-IF

            IF FIM-OK
               MOVE WS-SALTO-PAGINA       TO REG-IMPREL
               WRITE REG-IMPREL
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'PREVMATR'            TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF

            MOVE 'PREVMATR'               TO WS-AUD-PROGRAMA
            MOVE 'PREVISAO'               TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ANO ' WS-ANO-PREV ' RET ' WS-PC-RET-GERAL
                   ' CONV ' WS-PC-CONVERSAO ' RECEITA '
                   WS-TOT-RECEITA-HIST ' ALT ' WS-PC-RET-ALT
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P1-ENCERRA.
            DISPLAY
              'TECLE: '
              '<QUALQUER TECLA> para continuar ou <F> para finalizar.'
              ACCEPT WS-EXIT
              IF WS-EXIT = 'f'
                       MOVE 'F'       TO WS-EXIT
              END-IF
            .
       P1-FIM.

      *CARREGA AS SERIES COM A SERIE SEGUINTE, O PRECO EM VIGOR NA
      *COMPETENCIA DOS PRECOS E A CAPACIDADE DA TURMA DA SERIE (A
      *MAIOR ENTRE AS TURMAS CADASTRADAS DA SERIE)
       P2-CARREGA-SERIES.
            MOVE ZEROS                    TO WS-QT-SERIES
            INITIALIZE WS-TAB-SERIES
            SET FSE-OK                    TO TRUE
            OPEN INPUT SERIE
            IF NOT FSE-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SERIES'
               CLOSE SERIE
               GO TO P2-CARREGA-SERIES-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ SERIE NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF WS-QT-SERIES LESS THAN 20
                           ADD 1          TO WS-QT-SERIES
                           MOVE ID-SERIE  TO WS-SER-ID(WS-QT-SERIES)
                           MOVE NM-SERIE  TO WS-SER-NOME(WS-QT-SERIES)
                           MOVE ID-SERIE-SEGUINTE
                                TO WS-SER-SEGUINTE(WS-QT-SERIES)
                           MOVE ID-SERIE  TO WS-PRC-SERIE
                           MOVE WS-AAAAMM-PRECO TO WS-PRC-AAAAMM
                           MOVE VL-MENSAL-SERIE TO WS-PRC-VALOR
                           PERFORM P9-PRECO-VIGENTE
                                   THRU P9-PRECO-VIGENTE-FIM
                           MOVE WS-PRC-VALOR
                                TO WS-SER-PRECO(WS-QT-SERIES)
                        ELSE
                           DISPLAY 'LIMITE DE 20 SERIES - SERIE '
                                   ID-SERIE ' FORA DA PREVISAO'
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SERIE

      *INDICE DA SERIE SEGUINTE (ZERO = SERIE FINAL OU FORA DA TABELA)
            PERFORM VARYING WS-IX-DEST FROM 1 BY 1
                    UNTIL WS-IX-DEST GREATER THAN WS-QT-SERIES
                MOVE WS-SER-SEGUINTE(WS-IX-DEST) TO WS-ID-SERIE-PROC
                PERFORM P10-ACHA-SERIE    THRU P10-ACHA-SERIE-FIM
                MOVE WS-IX-ACHADO         TO WS-SER-IX-SEG(WS-IX-DEST)
            END-PERFORM

            SET EOF-OK                    TO FALSE
            SET FT-OK                     TO TRUE
            OPEN INPUT TURMA
            IF FT-OK
               PERFORM UNTIL EOF-OK
                   READ TURMA NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE ID-SERIE-TURMA TO WS-ID-SERIE-PROC
                           PERFORM P10-ACHA-SERIE
                                   THRU P10-ACHA-SERIE-FIM
                           IF WS-IX-ACHADO GREATER THAN ZEROS
                              AND QT-CAPACIDADE GREATER
                                  THAN WS-SER-CAP(WS-IX-ACHADO)
                              MOVE QT-CAPACIDADE
                                   TO WS-SER-CAP(WS-IX-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TURMA
            .
       P2-CARREGA-SERIES-FIM.

      *RETENCAO HISTORICA: CADA VIRADA CONCLUIDA DO REMATRIC NO
      *CONTROLE DE JOBS TRAZ A TURMA DE ORIGEM NO DETALHE E OS
      *VINCULOS GRAVADOS NA QUANTIDADE; A BASE E O ROTEIRO DA TURMA
      *DE ORIGEM. A TAXA DE CADA SERIE E A DA SERIE DA TURMA DE
      *ORIGEM; SERIE SEM HISTORICO USA A TAXA GERAL DA ESCOLA
       P3-RETENCAO-HISTORICA.
            MOVE ZEROS                    TO WS-QT-VIRADAS
                                             WS-HIST-BASE-GERAL
                                             WS-HIST-REMAT-GERAL
            SET FJB-OK                    TO TRUE
            OPEN INPUT JOBCTRL
            IF NOT FJB-OK
               CLOSE JOBCTRL
               GO TO P3-TAXAS
            END-IF
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ JOBCTRL NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        MOVE DETALHE-JOB  TO WS-DETALHE-JOB
                        IF NM-PROGRAMA-JOB EQUAL 'REMATRIC'
                           AND ST-JOB EQUAL 'CONCLUIDO'
                           AND WS-DJ-ROTULO EQUAL 'TURMA '
                           AND WS-DJ-TURMA NUMERIC
                           MOVE WS-DJ-TURMA TO WS-ID-TURMA-JOB
                           PERFORM P3A-SOMA-VIRADA
                                   THRU P3A-SOMA-VIRADA-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JOBCTRL
            .
       P3-TAXAS.
            IF WS-HIST-BASE-GERAL GREATER THAN ZEROS
               COMPUTE WS-PC-RET-GERAL ROUNDED =
                       WS-HIST-REMAT-GERAL * 100 / WS-HIST-BASE-GERAL
               END-COMPUTE
            ELSE
               MOVE WS-PC-RET-PADRAO      TO WS-PC-RET-GERAL
            END-IF
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-SERIES
                IF WS-SER-HIST-BASE(WS-IX) GREATER THAN ZEROS
                   COMPUTE WS-SER-PC-RET(WS-IX) ROUNDED =
                           WS-SER-HIST-REMAT(WS-IX) * 100
                           / WS-SER-HIST-BASE(WS-IX)
                   END-COMPUTE
                   MOVE 'H'               TO WS-SER-FL-RET(WS-IX)
                ELSE
                   MOVE WS-PC-RET-GERAL   TO WS-SER-PC-RET(WS-IX)
                   MOVE 'G'               TO WS-SER-FL-RET(WS-IX)
                END-IF
            END-PERFORM
            .
       P3-RETENCAO-HISTORICA-FIM.

      *SOMA UMA VIRADA NA SERIE DA TURMA DE ORIGEM (O GRAVADO NAO
      *PASSA DA BASE: REEXECUCAO DA MESMA TURMA NAO INFLA A TAXA)
       P3A-SOMA-VIRADA.
            MOVE ZEROS                    TO WS-IX-ACHADO
            SET FT-OK                     TO TRUE
            OPEN INPUT TURMA
            IF FT-OK
               MOVE WS-ID-TURMA-JOB       TO ID-TURMA
               READ TURMA
                   KEY IS ID-TURMA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ID-SERIE-TURMA TO WS-ID-SERIE-PROC
                       PERFORM P10-ACHA-SERIE
                               THRU P10-ACHA-SERIE-FIM
               END-READ
            END-IF
            CLOSE TURMA
            IF WS-IX-ACHADO EQUAL ZEROS
               GO TO P3A-SOMA-VIRADA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-NA-TURMA
            SET EOF2-OK                   TO FALSE
            SET FTL-OK                    TO TRUE
            OPEN INPUT TURMALUNO
            IF FTL-OK
               PERFORM UNTIL EOF2-OK
                   READ TURMALUNO NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-TURMA6 EQUAL WS-ID-TURMA-JOB
                              ADD 1       TO WS-QT-NA-TURMA
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TURMALUNO
            IF WS-QT-NA-TURMA EQUAL ZEROS
               GO TO P3A-SOMA-VIRADA-FIM
            END-IF

            ADD 1                         TO WS-QT-VIRADAS
            ADD WS-QT-NA-TURMA       TO WS-SER-HIST-BASE(WS-IX-ACHADO)
                                        WS-HIST-BASE-GERAL
            IF QT-REGISTROS-JOB GREATER THAN WS-QT-NA-TURMA
               ADD WS-QT-NA-TURMA   TO WS-SER-HIST-REMAT(WS-IX-ACHADO)
                                       WS-HIST-REMAT-GERAL
            ELSE
               ADD QT-REGISTROS-JOB TO WS-SER-HIST-REMAT(WS-IX-ACHADO)
                                       WS-HIST-REMAT-GERAL
            END-IF
            .
       P3A-SOMA-VIRADA-FIM.

      *ALUNOS ATIVOS POR SERIE ATUAL, COM A BOLSA ATIVA NA
      *COMPETENCIA DOS PRECOS CALCULADA SOBRE O PRECO DA SERIE
      *SEGUINTE; ALUNO DA SERIE FINAL E CONCLUINTE E SAI DA PREVISAO
       P4-ALUNOS-ATUAIS.
            MOVE ZEROS                    TO WS-QT-ATIVOS
                                             WS-QT-SEM-SERIE
                                             WS-QT-CONCLUINTES
            SET EOF-OK                    TO FALSE
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               PERFORM UNTIL EOF-OK
                   READ ALUNO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF ST-ALUNO EQUAL 'A'
                              OR ST-ALUNO EQUAL SPACE
                              ADD 1       TO WS-QT-ATIVOS
                              MOVE ID-ALUNO TO WS-ID-ALUNO-ATUAL
                              PERFORM P4A-ACUMULA-ALUNO
                                      THRU P4A-ACUMULA-ALUNO-FIM
                           END-IF
                   END-READ
               END-PERFORM
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
            END-IF
            CLOSE ALUNO
            .
       P4-ALUNOS-ATUAIS-FIM.

      *SOMA O ALUNO NA SERIE DA SUA TURMA E A BOLSA ESPERADA
       P4A-ACUMULA-ALUNO.
            MOVE ZEROS                    TO WS-ID-TURMA-ALUNO
                                             WS-ID-SERIE-ALUNO
                                             WS-IX-ACHADO
            SET EOF2-OK                   TO FALSE
            SET FTL-OK                    TO TRUE
            OPEN INPUT TURMALUNO
            IF FTL-OK
               PERFORM UNTIL EOF2-OK
                   READ TURMALUNO NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO6 EQUAL WS-ID-ALUNO-ATUAL
                              MOVE ID-TURMA6 TO WS-ID-TURMA-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TURMALUNO

            IF WS-ID-TURMA-ALUNO GREATER THAN ZEROS
               SET FT-OK                  TO TRUE
               OPEN INPUT TURMA
               IF FT-OK
                  MOVE WS-ID-TURMA-ALUNO  TO ID-TURMA
                  READ TURMA
                      KEY IS ID-TURMA
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE ID-SERIE-TURMA TO WS-ID-SERIE-ALUNO
                  END-READ
               END-IF
               CLOSE TURMA
            END-IF

            MOVE WS-ID-SERIE-ALUNO        TO WS-ID-SERIE-PROC
            PERFORM P10-ACHA-SERIE        THRU P10-ACHA-SERIE-FIM
            IF WS-IX-ACHADO EQUAL ZEROS
               ADD 1                      TO WS-QT-SEM-SERIE
               GO TO P4A-ACUMULA-ALUNO-FIM
            END-IF
            MOVE WS-SER-IX-SEG(WS-IX-ACHADO) TO WS-IX-DEST
            IF WS-IX-DEST EQUAL ZEROS
               ADD 1                      TO WS-QT-CONCLUINTES
               GO TO P4A-ACUMULA-ALUNO-FIM
            END-IF

            ADD 1                  TO WS-SER-QT-ATUAL(WS-IX-ACHADO)
            MOVE ZEROS                    TO WS-VL-DESC
            SET EOF2-OK                   TO FALSE
            SET FBO-OK                    TO TRUE
            OPEN INPUT BOLSA
            IF FBO-OK
               PERFORM UNTIL EOF2-OK
                   READ BOLSA NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO-BOL EQUAL WS-ID-ALUNO-ATUAL
                              AND ST-BOLSA EQUAL 'A'
                              AND (AAAAMM-FIM-BOL EQUAL ZEROS OR
                                   AAAAMM-FIM-BOL NOT LESS
                                   THAN WS-AAAAMM-PRECO)
                              IF TP-CALCULO-BOL EQUAL 'P'
                                 COMPUTE WS-VL-DESC ROUNDED =
                                    WS-SER-PRECO(WS-IX-DEST)
                                    * PC-BOLSA / 100
                                 END-COMPUTE
                              ELSE
                                 MOVE VL-BOLSA TO WS-VL-DESC
                              END-IF
                              IF WS-VL-DESC GREATER
                                 THAN WS-SER-PRECO(WS-IX-DEST)
                                 MOVE WS-SER-PRECO(WS-IX-DEST)
                                      TO WS-VL-DESC
                              END-IF
                              SET EOF2-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE BOLSA
            ADD WS-VL-DESC         TO WS-SER-BOLSA-ATUAL(WS-IX-ACHADO)
            .
       P4A-ACUMULA-ALUNO-FIM.

      *CANDIDATOS DA PRE-MATRICULA: TAXA DE CONVERSAO DOS JA
      *TRATADOS (CONVERTIDOS SOBRE CONVERTIDOS MAIS RECUSADOS) E
      *PENDENTES POR SERIE PRETENDIDA
       P5-CANDIDATOS.
            MOVE ZEROS                    TO WS-QT-CONVERTIDOS
                                             WS-QT-RECUSADOS
                                             WS-QT-PENDENTES
            SET EOF-OK                    TO FALSE
            SET FCD-OK                    TO TRUE
            OPEN INPUT CANDIDATO
            IF FCD-OK
               PERFORM UNTIL EOF-OK
                   READ CANDIDATO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           EVALUATE ST-CANDIDATO
                               WHEN 'A'
                                   ADD 1  TO WS-QT-CONVERTIDOS
                               WHEN 'R'
                                   ADD 1  TO WS-QT-RECUSADOS
                               WHEN 'P'
                                   MOVE ID-SERIE-PRET
                                        TO WS-ID-SERIE-PROC
                                   PERFORM P10-ACHA-SERIE
                                           THRU P10-ACHA-SERIE-FIM
                                   IF WS-IX-ACHADO GREATER THAN ZEROS
                                      ADD 1 TO WS-QT-PENDENTES
                                      ADD 1 TO
                                        WS-SER-QT-CAND(WS-IX-ACHADO)
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
            END-IF
            CLOSE CANDIDATO

            IF WS-QT-CONVERTIDOS + WS-QT-RECUSADOS GREATER THAN ZEROS
               COMPUTE WS-PC-CONVERSAO ROUNDED =
                       WS-QT-CONVERTIDOS * 100
                       / (WS-QT-CONVERTIDOS + WS-QT-RECUSADOS)
               END-COMPUTE
            ELSE
               MOVE WS-PC-CONV-PADRAO     TO WS-PC-CONVERSAO
            END-IF
            .
       P5-CANDIDATOS-FIM.

      *PROJETA O CENARIO: OS ALUNOS DE CADA SERIE VAO PARA A SERIE
      *SEGUINTE NA TAXA DE RETENCAO (A DA SERIE DE ORIGEM NO CENARIO
      *HISTORICO, A INFORMADA NO ALTERNATIVO), JUNTO COM A BOLSA; OS
      *CANDIDATOS ENTRAM NA SERIE PRETENDIDA PELA TAXA DE CONVERSAO
       P6-PROJETA.
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-SERIES
                MOVE ZEROS                TO WS-SER-PJ-VEM(WS-IX)
                                             WS-SER-PJ-REMAT(WS-IX)
                                             WS-SER-PJ-BOLSA(WS-IX)
                COMPUTE WS-SER-PJ-CAND(WS-IX) ROUNDED =
                        WS-SER-QT-CAND(WS-IX) * WS-PC-CONVERSAO / 100
                END-COMPUTE
            END-PERFORM

            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-SERIES
                MOVE WS-SER-IX-SEG(WS-IX) TO WS-IX-DEST
                IF WS-IX-DEST GREATER THAN ZEROS
                   IF WS-CENARIO EQUAL 'H'
                      MOVE WS-SER-PC-RET(WS-IX) TO WS-PC-RET-USADA
                   ELSE
                      MOVE WS-PC-RET-ALT  TO WS-PC-RET-USADA
                   END-IF
                   ADD WS-SER-QT-ATUAL(WS-IX)
                                   TO WS-SER-PJ-VEM(WS-IX-DEST)
                   COMPUTE WS-SER-PJ-REMAT(WS-IX-DEST) ROUNDED =
                           WS-SER-PJ-REMAT(WS-IX-DEST)
                         + WS-SER-QT-ATUAL(WS-IX)
                         * WS-PC-RET-USADA / 100
                   END-COMPUTE
                   COMPUTE WS-SER-PJ-BOLSA(WS-IX-DEST) ROUNDED =
                           WS-SER-PJ-BOLSA(WS-IX-DEST)
                         + WS-SER-BOLSA-ATUAL(WS-IX)
                         * WS-PC-RET-USADA / 100
                   END-COMPUTE
                END-IF
            END-PERFORM

            MOVE ZEROS                    TO WS-TOT-ALUNOS
                                             WS-TOT-TURMAS
                                             WS-TOT-BOLSAS
                                             WS-TOT-RECEITA
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-SERIES
                COMPUTE WS-SER-PJ-TOTAL(WS-IX) ROUNDED =
                        WS-SER-PJ-REMAT(WS-IX) + WS-SER-PJ-CAND(WS-IX)
                END-COMPUTE
                IF WS-SER-CAP(WS-IX) EQUAL ZEROS
                   MOVE WS-CAP-PADRAO     TO WS-SER-CAP(WS-IX)
                END-IF
                COMPUTE WS-SER-PJ-TURMAS(WS-IX) =
                        (WS-SER-PJ-TOTAL(WS-IX) + WS-SER-CAP(WS-IX) - 1)
                        / WS-SER-CAP(WS-IX)
                END-COMPUTE
                IF WS-SER-PJ-BOLSA(WS-IX) GREATER THAN
                   WS-SER-PJ-TOTAL(WS-IX) * WS-SER-PRECO(WS-IX)
                   COMPUTE WS-SER-PJ-BOLSA(WS-IX) =
                           WS-SER-PJ-TOTAL(WS-IX) * WS-SER-PRECO(WS-IX)
                   END-COMPUTE
                END-IF
                COMPUTE WS-SER-PJ-RECEITA(WS-IX) =
                        WS-SER-PJ-TOTAL(WS-IX) * WS-SER-PRECO(WS-IX)
                      - WS-SER-PJ-BOLSA(WS-IX)
                END-COMPUTE
                ADD WS-SER-PJ-TOTAL(WS-IX)   TO WS-TOT-ALUNOS
                ADD WS-SER-PJ-TURMAS(WS-IX)  TO WS-TOT-TURMAS
                ADD WS-SER-PJ-BOLSA(WS-IX)   TO WS-TOT-BOLSAS
                ADD WS-SER-PJ-RECEITA(WS-IX) TO WS-TOT-RECEITA
            END-PERFORM
            .
       P6-PROJETA-FIM.

      *CABECALHO E BASES DA PREVISAO: ALUNOS ATUAIS, TAXAS DE
      *RETENCAO POR SERIE E CONVERSAO DA PRE-MATRICULA
       P7-IMPRIME-BASES.
            MOVE ALL '='                  TO WS-LINHA-PRV
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-PRV
            STRING 'PREVISAO DE MATRICULAS E RECEITA - ANO LETIVO '
                   WS-ANO-PREV ' (PRECOS DE ' WS-AAAAMM-PRECO ')'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRV
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE ALL '='                  TO WS-LINHA-PRV
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM

            MOVE WS-QT-ATIVOS             TO WS-ED-QT1
            MOVE WS-QT-CONCLUINTES        TO WS-ED-QT2
            MOVE WS-QT-SEM-SERIE          TO WS-ED-QT3
            MOVE SPACES                   TO WS-LINHA-PRV
            STRING 'ALUNOS ATIVOS: ' WS-ED-QT1 '  CONCLUINTES: '
                   WS-ED-QT2 '  SEM TURMA/SERIE: ' WS-ED-QT3
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRV
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM

            MOVE WS-QT-VIRADAS            TO WS-ED-QT1
            MOVE WS-PC-RET-GERAL          TO WS-ED-PC
            MOVE SPACES                   TO WS-LINHA-PRV
            IF WS-HIST-BASE-GERAL GREATER THAN ZEROS
               STRING 'VIRADAS DE ANO CONCLUIDAS: ' WS-ED-QT1
                      '  RETENCAO GERAL: ' WS-ED-PC '%'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PRV
               END-STRING
            ELSE
               STRING 'SEM HISTORICO DE VIRADAS - RETENCAO PADRAO DE '
                      WS-ED-PC '%'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PRV
               END-STRING
            END-IF
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM

            MOVE WS-QT-CONVERTIDOS        TO WS-ED-QT1
            MOVE WS-QT-RECUSADOS          TO WS-ED-QT2
            MOVE WS-QT-PENDENTES          TO WS-ED-QT3
            MOVE WS-PC-CONVERSAO          TO WS-ED-PC
            MOVE SPACES                   TO WS-LINHA-PRV
            STRING 'CANDIDATOS - CONVERTIDOS: ' WS-ED-QT1
                   ' RECUSADOS: ' WS-ED-QT2 ' PENDENTES: ' WS-ED-QT3
                   ' CONV.: ' WS-ED-PC '%'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRV
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            IF WS-QT-CONVERTIDOS + WS-QT-RECUSADOS EQUAL ZEROS
               MOVE '(SEM CANDIDATOS TRATADOS - CONVERSAO PADRAO)'
                                          TO WS-LINHA-PRV
               PERFORM P15-EMITE-LINHA    THRU P15-EMITE-LINHA-FIM
            END-IF

            MOVE ALL '-'                  TO WS-LINHA-PRV
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-PRV
            MOVE 'SERIE'                  TO WS-LINHA-PRV(1:5)
            MOVE 'ATUAIS'                 TO WS-LINHA-PRV(21:6)
            MOVE 'BASE'                   TO WS-LINHA-PRV(29:4)
            MOVE 'REMAT'                  TO WS-LINHA-PRV(34:5)
            MOVE 'RET.%'                  TO WS-LINHA-PRV(41:5)
            MOVE 'PRECO'                  TO WS-LINHA-PRV(57:5)
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-SERIES
                MOVE SPACES               TO WS-LINHA-PRV
                MOVE WS-SER-NOME(WS-IX)   TO WS-LINHA-PRV(1:20)
                MOVE WS-SER-QT-ATUAL(WS-IX)   TO WS-ED-QT1
                MOVE WS-SER-HIST-BASE(WS-IX)  TO WS-ED-QT2
                MOVE WS-SER-HIST-REMAT(WS-IX) TO WS-ED-QT3
                MOVE WS-SER-PC-RET(WS-IX) TO WS-ED-PC
                MOVE WS-ED-QT1            TO WS-LINHA-PRV(22:5)
                MOVE WS-ED-QT2            TO WS-LINHA-PRV(28:5)
                MOVE WS-ED-QT3            TO WS-LINHA-PRV(34:5)
                MOVE WS-ED-PC             TO WS-LINHA-PRV(40:6)
                IF WS-SER-FL-RET(WS-IX) EQUAL 'G'
                   MOVE '*'               TO WS-LINHA-PRV(46:1)
                END-IF
                IF WS-SER-IX-SEG(WS-IX) EQUAL ZEROS
                   MOVE 'FINAL'           TO WS-LINHA-PRV(48:5)
                END-IF
                MOVE WS-SER-PRECO(WS-IX)  TO WS-ED-PRECO
                MOVE WS-ED-PRECO          TO WS-LINHA-PRV(54:8)
                PERFORM P15-EMITE-LINHA   THRU P15-EMITE-LINHA-FIM
            END-PERFORM
            MOVE '(*) SEM VIRADA DA SERIE NO HISTORICO - TAXA GERAL'
                                          TO WS-LINHA-PRV
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            .
       P7-IMPRIME-BASES-FIM.

      *PROJECAO DO CENARIO POR SERIE DE DESTINO: ALUNOS QUE VEM DA
      *SERIE ANTERIOR, RE-MATRICULAS E CANDIDATOS ESPERADOS, TURMAS
      *PELA CAPACIDADE, BOLSAS E RECEITA MENSAL LIQUIDA
       P8-IMPRIME-CENARIO.
            MOVE ALL '='                  TO WS-LINHA-PRV
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-PRV
            IF WS-CENARIO EQUAL 'H'
               MOVE 'CENARIO: RETENCAO HISTORICA DE CADA SERIE'
                                          TO WS-LINHA-PRV
            ELSE
               MOVE WS-PC-RET-ALT         TO WS-ED-PC
               STRING 'CENARIO ALTERNATIVO: RETENCAO DE ' WS-ED-PC
                      '% EM TODAS AS SERIES'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PRV
               END-STRING
            END-IF
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-PRV
            MOVE 'SERIE'                  TO WS-LINHA-PRV(1:5)
            MOVE 'VEM'                    TO WS-LINHA-PRV(19:3)
            MOVE 'REMAT'                  TO WS-LINHA-PRV(23:5)
            MOVE 'CAND'                   TO WS-LINHA-PRV(30:4)
            MOVE 'TOTAL'                  TO WS-LINHA-PRV(35:5)
            MOVE 'CAP'                    TO WS-LINHA-PRV(41:3)
            MOVE 'TUR'                    TO WS-LINHA-PRV(45:3)
            MOVE 'BOLSAS'                 TO WS-LINHA-PRV(53:6)
            MOVE 'RECEITA'                TO WS-LINHA-PRV(65:7)
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE ALL '-'                  TO WS-LINHA-PRV
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM

            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-SERIES
                MOVE SPACES               TO WS-LINHA-PRV
                MOVE WS-SER-NOME(WS-IX)   TO WS-LINHA-PRV(1:16)
                MOVE WS-SER-PJ-VEM(WS-IX) TO WS-ED-QT1
                COMPUTE WS-ED-QT2 ROUNDED = WS-SER-PJ-REMAT(WS-IX)
                END-COMPUTE
                COMPUTE WS-ED-QT3 ROUNDED = WS-SER-PJ-CAND(WS-IX)
                END-COMPUTE
                MOVE WS-SER-PJ-TOTAL(WS-IX)  TO WS-ED-QT4
                MOVE WS-SER-CAP(WS-IX)       TO WS-ED-CAP
                MOVE WS-SER-PJ-TURMAS(WS-IX) TO WS-ED-TURMAS
                MOVE WS-SER-PJ-BOLSA(WS-IX)  TO WS-ED-BOLSA
                MOVE WS-SER-PJ-RECEITA(WS-IX) TO WS-ED-RECEITA
                MOVE WS-ED-QT1            TO WS-LINHA-PRV(17:5)
                MOVE WS-ED-QT2            TO WS-LINHA-PRV(23:5)
                MOVE WS-ED-QT3            TO WS-LINHA-PRV(29:5)
                MOVE WS-ED-QT4            TO WS-LINHA-PRV(35:5)
                MOVE WS-ED-CAP            TO WS-LINHA-PRV(41:3)
                MOVE WS-ED-TURMAS         TO WS-LINHA-PRV(45:3)
                MOVE WS-ED-BOLSA          TO WS-LINHA-PRV(49:10)
                MOVE WS-ED-RECEITA        TO WS-LINHA-PRV(60:12)
                PERFORM P15-EMITE-LINHA   THRU P15-EMITE-LINHA-FIM
            END-PERFORM

            MOVE ALL '-'                  TO WS-LINHA-PRV
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE WS-TOT-ALUNOS            TO WS-ED-QT4
            MOVE WS-TOT-TURMAS            TO WS-ED-QT1
            MOVE WS-TOT-BOLSAS            TO WS-ED-RECEITA
            MOVE SPACES                   TO WS-LINHA-PRV
            STRING 'MATRICULAS PROJETADAS: ' WS-ED-QT4
                   '  TURMAS: ' WS-ED-QT1
                   '  BOLSAS: ' WS-ED-RECEITA
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRV
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE WS-TOT-RECEITA           TO WS-ED-RECEITA
            MOVE SPACES                   TO WS-LINHA-PRV
            STRING 'RECEITA MENSAL PROJETADA (LIQUIDA DAS BOLSAS): '
                   WS-ED-RECEITA
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRV
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            .
       P8-IMPRIME-CENARIO-FIM.

      *PRECO EM VIGOR DE WS-PRC-SERIE EM WS-PRC-AAAAMM: O DE MAIOR
      *INICIO NAO POSTERIOR A COMPETENCIA; SEM PRECO NA TABELA FICA O
      *VALOR RECEBIDO EM WS-PRC-VALOR (CADASTRO DA SERIE)
       P9-PRECO-VIGENTE.
            SET FPR-OK                    TO TRUE
            OPEN INPUT PRECOSERIE
            IF NOT FPR-OK
               CLOSE PRECOSERIE
               GO TO P9-PRECO-VIGENTE-FIM
            END-IF

            SET EOF2-OK                   TO FALSE
            MOVE WS-PRC-SERIE             TO ID-SERIE-PRC
            MOVE ZEROS                    TO AAAAMM-INI-PRC
            START PRECOSERIE KEY NOT LESS THAN ID-PRECOSERIE
                INVALID KEY
                    SET EOF2-OK           TO TRUE
            END-START
            PERFORM UNTIL EOF2-OK
                READ PRECOSERIE NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ID-SERIE-PRC NOT EQUAL WS-PRC-SERIE
                           OR AAAAMM-INI-PRC GREATER
                              THAN WS-PRC-AAAAMM
                           SET EOF2-OK    TO TRUE
                        ELSE
                           MOVE VL-MENSAL-PRC  TO WS-PRC-VALOR
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PRECOSERIE
            .
       P9-PRECO-VIGENTE-FIM.

      *INDICE NA TABELA DA SERIE EM WS-ID-SERIE-PROC (ZERO = FORA)
       P10-ACHA-SERIE.
            MOVE ZEROS                    TO WS-IX-ACHADO
            IF WS-ID-SERIE-PROC EQUAL ZEROS
               GO TO P10-ACHA-SERIE-FIM
            END-IF
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-SERIES
                IF WS-SER-ID(WS-IX) EQUAL WS-ID-SERIE-PROC
                   MOVE WS-IX             TO WS-IX-ACHADO
                END-IF
            END-PERFORM
            .
       P10-ACHA-SERIE-FIM.

       P15-EMITE-LINHA.
            DISPLAY WS-LINHA-PRV
            IF FIM-OK
               MOVE WS-LINHA-PRV          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P15-EMITE-LINHA-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM PREVMATR.
