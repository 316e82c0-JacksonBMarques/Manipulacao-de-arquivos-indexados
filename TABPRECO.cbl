      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: tabela de precos das series com vigencia
      *          (CFP001S96): cada preco vale a partir de uma
      *          competencia (AAAAMM) e a geracao das mensalidades
      *          usa o preco em vigor no mes cobrado, preservando o
      *          historico dos anos anteriores. inclui a simulacao do
      *          reajuste anual: aplica um percentual proposto e mostra,
      *          por serie e para a escola, a receita mensal projetada
      *          antes e depois do reajuste, bruta e liquida das bolsas
      *          ativas (CFP001S40), podendo gravar os novos precos
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA TABELA DE PRECOS E DA
      *         SIMULACAO DE REAJUSTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABPRECO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PRECOSERIE ASSIGN TO WS-PATH-PRECOSERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PRECOSERIE
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPR.

                SELECT SERIE ASSIGN TO WS-PATH-SERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SERIE
                FILE STATUS IS WS-FSE.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT TURMALUNO ASSIGN TO WS-PATH-TURMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO6
                FILE STATUS IS WS-FTL.

                SELECT TURMA ASSIGN TO WS-PATH-TURMA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-TURMA
                FILE STATUS IS WS-FT.

                SELECT BOLSA ASSIGN TO WS-PATH-BOLSA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-BOLSA
                FILE STATUS IS WS-FBO.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PRECOSERIE.
          COPY CFPK0087.
       FD SERIE.
          COPY CFPK0023.
       FD ALUNO.
          COPY CFPK0001.
       FD TURMALUNO.
          COPY CFPK0011.
       FD TURMA.
          COPY CFPK0005.
       FD BOLSA.
          COPY CFPK0033.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-FSE                          PIC 99.
          88 FSE-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FT                           PIC 99.
          88 FT-OK                        VALUE 0.
       77 WS-FBO                          PIC 99.
          88 FBO-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-AAAAMM-HOJE                  PIC 9(06) VALUE ZEROS.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
      *SERIE E PRECO EM TRATAMENTO
       77 WS-ID-SERIE-INF                 PIC 9(02) VALUE ZEROS.
       77 WS-NM-SERIE                     PIC X(20) VALUE SPACES.
       77 WS-VL-CADASTRO                  PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       01 WS-AAAAMM-INF                   PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-AAAAMM-INF.
          03 WS-ANO-INF                   PIC 9(04).
          03 WS-MES-INF                   PIC 9(02).
       77 WS-VL-INFORMADO                 PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-VL-ANTERIOR                  PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-AAAAMM-VIGENTE               PIC 9(06) VALUE ZEROS.
       77 WS-DS-VIGENTE                   PIC X(10) VALUE SPACES.
      *PRECO EM VIGOR (P9): SERIE E COMPETENCIA DE ENTRADA, VALOR
      *DO CADASTRO COMO BASE E PRECO APURADO NA SAIDA
       77 WS-PRC-SERIE                    PIC 9(02) VALUE ZEROS.
       77 WS-PRC-AAAAMM                   PIC 9(06) VALUE ZEROS.
       77 WS-PRC-VALOR                    PIC 9(05)V9(02) VALUE ZEROS.
      *SIMULACAO DO REAJUSTE - TOTAIS POR SERIE (ATE 20)
       77 WS-PC-REAJUSTE                  PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-AAAAMM-BASE                  PIC 9(06) VALUE ZEROS.
       77 WS-QT-SERIES                    PIC 9(02) VALUE ZEROS.
       77 WS-IX                           PIC 9(02) VALUE ZEROS.
       77 WS-IX-ACHADO                    PIC 9(02) VALUE ZEROS.
       01 WS-TAB-SERIES.
          03 WS-SER-ENT OCCURS 20 TIMES.
             05 WS-SER-ID                 PIC 9(02).
             05 WS-SER-NOME               PIC X(20).
             05 WS-SER-VL-ATUAL           PIC 9(05)V9(02).
             05 WS-SER-VL-NOVO            PIC 9(05)V9(02).
             05 WS-SER-QT-ALUNOS          PIC 9(04).
             05 WS-SER-BOLSA-ATUAL        PIC 9(07)V9(02).
             05 WS-SER-BOLSA-NOVO         PIC 9(07)V9(02).
       77 WS-ID-ALUNO-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-ID-TURMA-ALUNO               PIC 9(03) VALUE ZEROS.
       77 WS-ID-SERIE-ALUNO               PIC 9(02) VALUE ZEROS.
       77 WS-QT-SEM-SERIE                 PIC 9(04) VALUE ZEROS.
       77 WS-VL-DESC-ATUAL                PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-VL-DESC-NOVO                 PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-VL-BRUTO-ATUAL               PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-BRUTO-NOVO                PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-LIQ-ATUAL                 PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-LIQ-NOVO                  PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-TOT-BRUTO-ATUAL           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-TOT-BRUTO-NOVO            PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-TOT-BOLSA-ATUAL           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-TOT-BOLSA-NOVO            PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-TOT-LIQ-ATUAL             PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-TOT-LIQ-NOVO              PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-QT-TOT-ALUNOS                PIC 9(05) VALUE ZEROS.
       77 WS-VL-DIFERENCA                 PIC S9(09)V9(02) VALUE ZEROS.
       77 WS-VL-PRECO-ED                  PIC ZZZZ9,99.
       77 WS-VL-NOVO-ED                   PIC ZZZZ9,99.
       77 WS-VL-LIQ-ATUAL-ED              PIC ZZZZZZZZ9,99.
       77 WS-VL-LIQ-NOVO-ED               PIC ZZZZZZZZ9,99.
       77 WS-VL-DIFERENCA-ED              PIC -ZZZZZZZZ9,99.
       77 WS-QT-GRAVADOS                  PIC 9(02) VALUE ZEROS.
       77 WS-QT-MANTIDOS                  PIC 9(02) VALUE ZEROS.

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
            COMPUTE WS-AAAAMM-HOJE = WS-DATA-HOJE / 100
            END-COMPUTE
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** TABELA DE PRECOS DAS SERIES ***'
            DISPLAY 'TECLE <I> PARA INCLUIR UM PRECO COM VIGENCIA,'
            DISPLAY '<C> PARA CONSULTAR OS PRECOS DE UMA SERIE,'
            DISPLAY '<R> PARA SIMULAR O REAJUSTE ANUAL'
            DISPLAY 'OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I'
                WHEN 'i'
                    PERFORM P2-INCLUI     THRU P2-INCLUI-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P3-CONSULTA   THRU P3-CONSULTA-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P4-SIMULA     THRU P4-SIMULA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *INCLUSAO OU ALTERACAO DO PRECO DE UMA SERIE A PARTIR DE UMA
      *COMPETENCIA - RESTRITA AO PERFIL DIRECAO. COMPETENCIA JA
      *INICIADA NAO RECEBE PRECO NOVO: AS COBRANCAS DO MES PODEM JA
      *TER SIDO GERADAS E O HISTORICO DE PRECOS DEVE SER PRESERVADO
       P2-INCLUI.
            IF LK-PERFIL NOT EQUAL 'DIRECAO'
               AND LK-PERFIL NOT EQUAL SPACES
               DISPLAY 'TABELA DE PRECOS RESTRITA AO PERFIL DIRECAO.'
               GO TO P2-INCLUI-FIM
            END-IF

            PERFORM P7-PEDE-SERIE         THRU P7-PEDE-SERIE-FIM
            IF NOT ACHOU
               GO TO P2-INCLUI-FIM
            END-IF

            DISPLAY 'Informe a competencia de inicio (AAAAMM): '
            ACCEPT WS-AAAAMM-INF
            IF WS-MES-INF LESS THAN 1 OR WS-MES-INF GREATER THAN 12
               OR WS-ANO-INF LESS THAN 2000
               DISPLAY 'COMPETENCIA INVALIDA!'
               GO TO P2-INCLUI-FIM
            END-IF
            IF WS-AAAAMM-INF LESS THAN WS-AAAAMM-HOJE
               DISPLAY 'COMPETENCIA JA INICIADA - PRECO RETROATIVO NAO'
                       ' PERMITIDO.'
               GO TO P2-INCLUI-FIM
            END-IF

            DISPLAY 'Informe o valor da mensalidade: '
            ACCEPT WS-VL-INFORMADO
            IF WS-VL-INFORMADO EQUAL ZEROS
               DISPLAY 'VALOR INVALIDO!'
               GO TO P2-INCLUI-FIM
            END-IF

            PERFORM P8-ABRE-PRECOSERIE    THRU P8-ABRE-PRECOSERIE-FIM
            IF NOT FPR-OK
               CLOSE PRECOSERIE
               GO TO P2-INCLUI-FIM
            END-IF

            MOVE WS-ID-SERIE-INF          TO ID-SERIE-PRC
            MOVE WS-AAAAMM-INF            TO AAAAMM-INI-PRC
            READ PRECOSERIE
                KEY IS ID-PRECOSERIE
                INVALID KEY
                    MOVE ZEROS            TO WS-VL-ANTERIOR
                NOT INVALID KEY
                    MOVE VL-MENSAL-PRC    TO WS-VL-ANTERIOR
            END-READ

            IF WS-VL-ANTERIOR GREATER THAN ZEROS
               DISPLAY 'JA EXISTE PRECO NESTA COMPETENCIA: '
                       WS-VL-ANTERIOR
               DISPLAY 'Confirma a alteracao? (S/N): '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA NOT EQUAL 'S' AND
                  WS-RESPOSTA NOT EQUAL 's'
                  DISPLAY 'PRECO MANTIDO.'
                  CLOSE PRECOSERIE
                  GO TO P2-INCLUI-FIM
               END-IF
               MOVE WS-VL-INFORMADO       TO VL-MENSAL-PRC
               MOVE ZEROS                 TO PC-REAJUSTE-PRC
               MOVE WS-DATA-HOJE          TO DT-CADASTRO-PRC
               MOVE LK-OPERADOR           TO OP-PRECOSERIE
               REWRITE REG-PRECOSERIE
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR O PRECO'
                       CLOSE PRECOSERIE
                       GO TO P2-INCLUI-FIM
               END-REWRITE
            ELSE
               MOVE WS-ID-SERIE-INF       TO ID-SERIE-PRC
               MOVE WS-AAAAMM-INF         TO AAAAMM-INI-PRC
               MOVE WS-VL-INFORMADO       TO VL-MENSAL-PRC
               MOVE ZEROS                 TO PC-REAJUSTE-PRC
               MOVE WS-DATA-HOJE          TO DT-CADASTRO-PRC
               MOVE LK-OPERADOR           TO OP-PRECOSERIE
               WRITE REG-PRECOSERIE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O PRECO'
                       CLOSE PRECOSERIE
                       GO TO P2-INCLUI-FIM
               END-WRITE
            END-IF
            CLOSE PRECOSERIE

            DISPLAY 'PRECO DA SERIE ' WS-ID-SERIE-INF ' GRAVADO: '
                    WS-VL-INFORMADO ' A PARTIR DE ' WS-AAAAMM-INF

            MOVE 'TABPRECO'               TO WS-AUD-PROGRAMA
            MOVE 'PRECO'                  TO WS-AUD-OPERACAO
            STRING 'SERIE ' WS-ID-SERIE-INF ' DE ' WS-AAAAMM-INF
                   ' ANT ' WS-VL-ANTERIOR ' NOVO ' WS-VL-INFORMADO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-INCLUI-FIM.

      *HISTORICO DE PRECOS DE UMA SERIE, INDICANDO O PRECO EM VIGOR
      *NA COMPETENCIA ATUAL
       P3-CONSULTA.
            PERFORM P7-PEDE-SERIE         THRU P7-PEDE-SERIE-FIM
            IF NOT ACHOU
               GO TO P3-CONSULTA-FIM
            END-IF

            DISPLAY 'VALOR DO CADASTRO DA SERIE: ' WS-VL-CADASTRO
            MOVE WS-ID-SERIE-INF          TO WS-PRC-SERIE
            MOVE WS-AAAAMM-HOJE           TO WS-PRC-AAAAMM
            MOVE WS-VL-CADASTRO           TO WS-PRC-VALOR
            MOVE ZEROS                    TO WS-AAAAMM-VIGENTE
            PERFORM P9-PRECO-VIGENTE      THRU P9-PRECO-VIGENTE-FIM

            SET FPR-OK                    TO TRUE
            OPEN INPUT PRECOSERIE
            IF NOT FPR-OK
               DISPLAY 'TABELA DE PRECOS VAZIA - VALE O CADASTRO.'
               CLOSE PRECOSERIE
               GO TO P3-CONSULTA-FIM
            END-IF

            DISPLAY 'INICIO     VALOR  REAJ.%  CADASTRO OPERADOR'
            SET EOF-OK                    TO FALSE
            MOVE WS-ID-SERIE-INF          TO ID-SERIE-PRC
            MOVE ZEROS                    TO AAAAMM-INI-PRC
            START PRECOSERIE KEY NOT LESS THAN ID-PRECOSERIE
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PRECOSERIE NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-SERIE-PRC NOT EQUAL WS-ID-SERIE-INF
                           SET EOF-OK     TO TRUE
                        ELSE
                           MOVE VL-MENSAL-PRC TO WS-VL-PRECO-ED
                           IF AAAAMM-INI-PRC EQUAL WS-AAAAMM-VIGENTE
                              MOVE '<EM VIGOR'  TO WS-DS-VIGENTE
                           ELSE
                              MOVE SPACES       TO WS-DS-VIGENTE
                           END-IF
                           DISPLAY AAAAMM-INI-PRC ' ' WS-VL-PRECO-ED
                                   ' ' PC-REAJUSTE-PRC ' '
                                   DT-CADASTRO-PRC ' ' OP-PRECOSERIE
                                   ' ' WS-DS-VIGENTE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PRECOSERIE

            IF WS-AAAAMM-VIGENTE EQUAL ZEROS
               DISPLAY 'SEM PRECO EM VIGOR NA TABELA - VALE O CADASTRO.'
            END-IF
            .
       P3-CONSULTA-FIM.

      *SIMULACAO DO REAJUSTE ANUAL: PRECO EM VIGOR NA COMPETENCIA
      *BASE CONTRA O PRECO REAJUSTADO, POR SERIE E PARA A ESCOLA,
      *SOBRE OS ALUNOS ATIVOS E LIQUIDO DAS BOLSAS ATIVAS
       P4-SIMULA.
            DISPLAY 'Informe o percentual de reajuste: '
            ACCEPT WS-PC-REAJUSTE
            DISPLAY 'Informe a competencia base (AAAAMM, 0 = atual): '
            ACCEPT WS-AAAAMM-BASE
            IF WS-AAAAMM-BASE EQUAL ZEROS
               MOVE WS-AAAAMM-HOJE        TO WS-AAAAMM-BASE
            END-IF

            PERFORM P5-CARREGA-SERIES     THRU P5-CARREGA-SERIES-FIM
            IF WS-QT-SERIES EQUAL ZEROS
               DISPLAY 'NENHUMA SERIE CADASTRADA.'
               GO TO P4-SIMULA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-SEM-SERIE
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
                              MOVE ID-ALUNO TO WS-ID-ALUNO-ATUAL
                              PERFORM P6-ACUMULA-ALUNO
                                      THRU P6-ACUMULA-ALUNO-FIM
                           END-IF
                   END-READ
               END-PERFORM
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
            END-IF
            CLOSE ALUNO

            MOVE ZEROS                    TO WS-VL-TOT-BRUTO-ATUAL
                                             WS-VL-TOT-BRUTO-NOVO
                                             WS-VL-TOT-BOLSA-ATUAL
                                             WS-VL-TOT-BOLSA-NOVO
                                             WS-VL-TOT-LIQ-ATUAL
                                             WS-VL-TOT-LIQ-NOVO
                                             WS-QT-TOT-ALUNOS
            DISPLAY '*** SIMULACAO DE REAJUSTE DE ' WS-PC-REAJUSTE
                    '% SOBRE ' WS-AAAAMM-BASE ' ***'
            DISPLAY 'SERIE                ALUNOS  ATUAL    NOVO'
                    '  LIQ.ATUAL    LIQ.NOVO'
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-SERIES
                COMPUTE WS-VL-BRUTO-ATUAL = WS-SER-VL-ATUAL(WS-IX)
                        * WS-SER-QT-ALUNOS(WS-IX)
                END-COMPUTE
                COMPUTE WS-VL-BRUTO-NOVO = WS-SER-VL-NOVO(WS-IX)
                        * WS-SER-QT-ALUNOS(WS-IX)
                END-COMPUTE
                COMPUTE WS-VL-LIQ-ATUAL = WS-VL-BRUTO-ATUAL
                        - WS-SER-BOLSA-ATUAL(WS-IX)
                END-COMPUTE
                COMPUTE WS-VL-LIQ-NOVO = WS-VL-BRUTO-NOVO
                        - WS-SER-BOLSA-NOVO(WS-IX)
                END-COMPUTE
                ADD WS-VL-BRUTO-ATUAL     TO WS-VL-TOT-BRUTO-ATUAL
                ADD WS-VL-BRUTO-NOVO      TO WS-VL-TOT-BRUTO-NOVO
                ADD WS-SER-BOLSA-ATUAL(WS-IX) TO WS-VL-TOT-BOLSA-ATUAL
                ADD WS-SER-BOLSA-NOVO(WS-IX)  TO WS-VL-TOT-BOLSA-NOVO
                ADD WS-VL-LIQ-ATUAL       TO WS-VL-TOT-LIQ-ATUAL
                ADD WS-VL-LIQ-NOVO        TO WS-VL-TOT-LIQ-NOVO
                ADD WS-SER-QT-ALUNOS(WS-IX) TO WS-QT-TOT-ALUNOS
                MOVE WS-SER-VL-ATUAL(WS-IX) TO WS-VL-PRECO-ED
                MOVE WS-SER-VL-NOVO(WS-IX)  TO WS-VL-NOVO-ED
                MOVE WS-VL-LIQ-ATUAL      TO WS-VL-LIQ-ATUAL-ED
                MOVE WS-VL-LIQ-NOVO       TO WS-VL-LIQ-NOVO-ED
                DISPLAY WS-SER-NOME(WS-IX) ' '
                        WS-SER-QT-ALUNOS(WS-IX) ' '
                        WS-VL-PRECO-ED ' ' WS-VL-NOVO-ED ' '
                        WS-VL-LIQ-ATUAL-ED ' ' WS-VL-LIQ-NOVO-ED
            END-PERFORM

            DISPLAY 'ALUNOS ATIVOS CONSIDERADOS: ' WS-QT-TOT-ALUNOS
            IF WS-QT-SEM-SERIE GREATER THAN ZEROS
               DISPLAY 'ALUNOS SEM TURMA/SERIE (FORA DA SIMULACAO): '
                       WS-QT-SEM-SERIE
            END-IF
            DISPLAY 'RECEITA BRUTA MENSAL - ATUAL: '
                    WS-VL-TOT-BRUTO-ATUAL ' REAJUSTADA: '
                    WS-VL-TOT-BRUTO-NOVO
            DISPLAY 'BOLSAS ATIVAS        - ATUAL: '
                    WS-VL-TOT-BOLSA-ATUAL ' REAJUSTADA: '
                    WS-VL-TOT-BOLSA-NOVO
            DISPLAY 'RECEITA LIQUIDA      - ATUAL: '
                    WS-VL-TOT-LIQ-ATUAL ' REAJUSTADA: '
                    WS-VL-TOT-LIQ-NOVO
            COMPUTE WS-VL-DIFERENCA = WS-VL-TOT-LIQ-NOVO
                    - WS-VL-TOT-LIQ-ATUAL
            END-COMPUTE
            MOVE WS-VL-DIFERENCA          TO WS-VL-DIFERENCA-ED
            DISPLAY 'VARIACAO DA RECEITA LIQUIDA MENSAL: '
                    WS-VL-DIFERENCA-ED

            MOVE 'TABPRECO'               TO WS-AUD-PROGRAMA
            MOVE 'SIMULACAO'              TO WS-AUD-OPERACAO
            STRING 'REAJ ' WS-PC-REAJUSTE ' BASE ' WS-AAAAMM-BASE
                   ' LIQ ' WS-VL-TOT-LIQ-NOVO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM

            IF LK-PERFIL NOT EQUAL 'DIRECAO'
               AND LK-PERFIL NOT EQUAL SPACES
               GO TO P4-SIMULA-FIM
            END-IF
            DISPLAY 'Gravar os precos reajustados na tabela? (S/N): '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA EQUAL 'S' OR WS-RESPOSTA EQUAL 's'
               PERFORM P10-GRAVA-REAJUSTE THRU P10-GRAVA-REAJUSTE-FIM
            END-IF
            .
       P4-SIMULA-FIM.

      *CARREGA AS SERIES CADASTRADAS COM O PRECO EM VIGOR NA
      *COMPETENCIA BASE E O PRECO REAJUSTADO PELO PERCENTUAL
       P5-CARREGA-SERIES.
            MOVE ZEROS                    TO WS-QT-SERIES
            INITIALIZE WS-TAB-SERIES
            SET FSE-OK                    TO TRUE
            OPEN INPUT SERIE
            IF NOT FSE-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SERIES'
               CLOSE SERIE
               GO TO P5-CARREGA-SERIES-FIM
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
                           MOVE ID-SERIE  TO WS-PRC-SERIE
                           MOVE WS-AAAAMM-BASE TO WS-PRC-AAAAMM
                           MOVE VL-MENSAL-SERIE TO WS-PRC-VALOR
                           PERFORM P9-PRECO-VIGENTE
                                   THRU P9-PRECO-VIGENTE-FIM
                           MOVE WS-PRC-VALOR
                                TO WS-SER-VL-ATUAL(WS-QT-SERIES)
                           COMPUTE WS-SER-VL-NOVO(WS-QT-SERIES)
                                   ROUNDED = WS-PRC-VALOR
                                   * (100 + WS-PC-REAJUSTE) / 100
                           END-COMPUTE
                        ELSE
                           DISPLAY 'LIMITE DE 20 SERIES - SERIE '
                                   ID-SERIE ' FORA DA SIMULACAO'
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SERIE
            .
       P5-CARREGA-SERIES-FIM.

      *SOMA O ALUNO ATIVO NA SERIE DA SUA TURMA, COM A BOLSA ATIVA
      *NA COMPETENCIA BASE CALCULADA SOBRE O PRECO ATUAL E O NOVO
       P6-ACUMULA-ALUNO.
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
                              SET EOF2-OK    TO TRUE
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

            IF WS-ID-SERIE-ALUNO GREATER THAN ZEROS
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER THAN WS-QT-SERIES
                   IF WS-SER-ID(WS-IX) EQUAL WS-ID-SERIE-ALUNO
                      MOVE WS-IX          TO WS-IX-ACHADO
                   END-IF
               END-PERFORM
            END-IF
            IF WS-IX-ACHADO EQUAL ZEROS
               ADD 1                      TO WS-QT-SEM-SERIE
               GO TO P6-ACUMULA-ALUNO-FIM
            END-IF

            ADD 1                  TO WS-SER-QT-ALUNOS(WS-IX-ACHADO)
            MOVE ZEROS                    TO WS-VL-DESC-ATUAL
                                             WS-VL-DESC-NOVO
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
                              AND AAAAMM-INI-BOL NOT GREATER
                                  THAN WS-AAAAMM-BASE
                              AND (AAAAMM-FIM-BOL EQUAL ZEROS OR
                                   AAAAMM-FIM-BOL NOT LESS
                                   THAN WS-AAAAMM-BASE)
                              IF TP-CALCULO-BOL EQUAL 'P'
                                 COMPUTE WS-VL-DESC-ATUAL ROUNDED =
                                    WS-SER-VL-ATUAL(WS-IX-ACHADO)
                                    * PC-BOLSA / 100
                                 END-COMPUTE
                                 COMPUTE WS-VL-DESC-NOVO ROUNDED =
                                    WS-SER-VL-NOVO(WS-IX-ACHADO)
                                    * PC-BOLSA / 100
                                 END-COMPUTE
                              ELSE
                                 MOVE VL-BOLSA TO WS-VL-DESC-ATUAL
                                                  WS-VL-DESC-NOVO
                              END-IF
                              IF WS-VL-DESC-ATUAL GREATER
                                 THAN WS-SER-VL-ATUAL(WS-IX-ACHADO)
                                 MOVE WS-SER-VL-ATUAL(WS-IX-ACHADO)
                                      TO WS-VL-DESC-ATUAL
                              END-IF
                              IF WS-VL-DESC-NOVO GREATER
                                 THAN WS-SER-VL-NOVO(WS-IX-ACHADO)
                                 MOVE WS-SER-VL-NOVO(WS-IX-ACHADO)
                                      TO WS-VL-DESC-NOVO
                              END-IF
                              SET EOF2-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE BOLSA

            ADD WS-VL-DESC-ATUAL   TO WS-SER-BOLSA-ATUAL(WS-IX-ACHADO)
            ADD WS-VL-DESC-NOVO    TO WS-SER-BOLSA-NOVO(WS-IX-ACHADO)
            .
       P6-ACUMULA-ALUNO-FIM.

      *PEDE E VALIDA O CODIGO DA SERIE
       P7-PEDE-SERIE.
            MOVE 'N'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-NM-SERIE
            MOVE ZEROS                    TO WS-VL-CADASTRO
            DISPLAY 'Informe o codigo da serie: '
            ACCEPT WS-ID-SERIE-INF

            SET FSE-OK                    TO TRUE
            OPEN INPUT SERIE
            IF FSE-OK
               MOVE WS-ID-SERIE-INF       TO ID-SERIE
               READ SERIE
                   KEY IS ID-SERIE
                   INVALID KEY
                       DISPLAY 'SERIE NAO EXISTE!'
                   NOT INVALID KEY
                       MOVE NM-SERIE      TO WS-NM-SERIE
                       MOVE VL-MENSAL-SERIE TO WS-VL-CADASTRO
                       MOVE 'S'           TO WS-ACHOU
                       DISPLAY 'SERIE ' ID-SERIE ' - '
                               FUNCTION TRIM(NM-SERIE)
               END-READ
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SERIES'
            END-IF
            CLOSE SERIE
            .
       P7-PEDE-SERIE-FIM.

      *ABRE A TABELA DE PRECOS PARA ATUALIZACAO, CRIANDO SE NAO EXISTIR
       P8-ABRE-PRECOSERIE.
            SET FPR-OK                    TO TRUE
            OPEN I-O PRECOSERIE
            IF WS-FPR EQUAL 35
                 CLOSE PRECOSERIE
                 OPEN OUTPUT PRECOSERIE
                 CLOSE PRECOSERIE
                 OPEN I-O PRECOSERIE
            END-IF
            IF NOT FPR-OK
               DISPLAY 'ERRO AO ABRIR A TABELA DE PRECOS'
               MOVE WS-FPR TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPR ' - ' WS-FS-MSG
            END-IF
            .
       P8-ABRE-PRECOSERIE-FIM.

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
                           MOVE AAAAMM-INI-PRC TO WS-AAAAMM-VIGENTE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PRECOSERIE
            .
       P9-PRECO-VIGENTE-FIM.

      *GRAVA OS PRECOS REAJUSTADOS DA SIMULACAO A PARTIR DE UMA
      *COMPETENCIA; SERIE QUE JA TEM PRECO NESSA COMPETENCIA E MANTIDA
       P10-GRAVA-REAJUSTE.
            DISPLAY 'Informe a competencia de inicio dos novos precos'
                    ' (AAAAMM): '
            ACCEPT WS-AAAAMM-INF
            IF WS-MES-INF LESS THAN 1 OR WS-MES-INF GREATER THAN 12
               OR WS-ANO-INF LESS THAN 2000
               DISPLAY 'COMPETENCIA INVALIDA!'
               GO TO P10-GRAVA-REAJUSTE-FIM
            END-IF
            IF WS-AAAAMM-INF LESS THAN WS-AAAAMM-HOJE
               OR WS-AAAAMM-INF NOT GREATER THAN WS-AAAAMM-BASE
               DISPLAY 'A VIGENCIA DEVE SER FUTURA E POSTERIOR A BASE.'
               GO TO P10-GRAVA-REAJUSTE-FIM
            END-IF

            PERFORM P8-ABRE-PRECOSERIE    THRU P8-ABRE-PRECOSERIE-FIM
            IF NOT FPR-OK
               CLOSE PRECOSERIE
               GO TO P10-GRAVA-REAJUSTE-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-GRAVADOS
                                             WS-QT-MANTIDOS
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-SERIES
                IF WS-SER-VL-NOVO(WS-IX) GREATER THAN ZEROS
                   MOVE WS-SER-ID(WS-IX)      TO ID-SERIE-PRC
                   MOVE WS-AAAAMM-INF         TO AAAAMM-INI-PRC
                   MOVE WS-SER-VL-NOVO(WS-IX) TO VL-MENSAL-PRC
                   MOVE WS-PC-REAJUSTE        TO PC-REAJUSTE-PRC
                   MOVE WS-DATA-HOJE          TO DT-CADASTRO-PRC
                   MOVE LK-OPERADOR           TO OP-PRECOSERIE
                   WRITE REG-PRECOSERIE
                       INVALID KEY
                           ADD 1              TO WS-QT-MANTIDOS
                           DISPLAY 'SERIE ' WS-SER-ID(WS-IX)
                                   ' JA TEM PRECO EM ' WS-AAAAMM-INF
                                   ' - MANTIDO'
                       NOT INVALID KEY
                           ADD 1              TO WS-QT-GRAVADOS
                   END-WRITE
                END-IF
            END-PERFORM
            CLOSE PRECOSERIE

            DISPLAY 'PRECOS GRAVADOS: ' WS-QT-GRAVADOS
                    ' MANTIDOS: ' WS-QT-MANTIDOS
                    ' VIGENCIA: ' WS-AAAAMM-INF

            MOVE 'TABPRECO'               TO WS-AUD-PROGRAMA
            MOVE 'REAJUSTE'               TO WS-AUD-OPERACAO
            STRING 'REAJ ' WS-PC-REAJUSTE ' DE ' WS-AAAAMM-INF
                   ' SERIES ' WS-QT-GRAVADOS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P10-GRAVA-REAJUSTE-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM TABPRECO.
