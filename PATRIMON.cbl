      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: patrimonio da escola (CFP001S78): cadastro dos bens
      *          (mobiliario, projetores, computadores e equipamentos
      *          de laboratorio) com plaqueta, aquisicao, estado de
      *          conservacao e a sala onde estao - o mesmo nome de
      *          sala do quadro de horarios (CFP001S21) -, baixa,
      *          transferencia entre salas com historico (CFP001S79),
      *          folha de inventario fisico anual por sala com o
      *          registro da conferencia e a listagem de depreciacao
      *          para a contabilidade, gravada no arquivo de
      *          interface CFP001T11.CSV (uma linha por bem, campos
      *          separados por ponto-e-virgula) sob o controle de jobs
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO CADASTRO DE PATRIMONIO
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATRIMON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PATRIMONIO ASSIGN TO WS-PATH-PATRIMONIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NR-PLAQUETA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPA.

                SELECT PATMOV ASSIGN TO WS-PATH-PATMOV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PATMOV
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPM.

                SELECT HORARIO ASSIGN TO WS-PATH-HORARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-HORARIO
                FILE STATUS IS WS-FHO.

                SELECT INTERFACE-PAT ASSIGN TO WS-PATH-PATRIMCSV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIN.

                SELECT BOLETIM ASSIGN TO WS-PATH-BOLETIM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FBOL.

                SELECT JOBCTRL ASSIGN TO WS-PATH-JOBCTRL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-JOBCTRL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-JOB-FS.

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
       FD PATRIMONIO.
          COPY CFPK0069.
       FD PATMOV.
          COPY CFPK0070.
       FD HORARIO.
          COPY CFPK0017.
       FD INTERFACE-PAT.
       01 REG-INTERFACE                   PIC X(120).
       FD BOLETIM.
       01 REG-BOLETIM                     PIC X(80).
       FD JOBCTRL.
          COPY CFPK0021.
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
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FPM                          PIC 99.
          88 FPM-OK                       VALUE 0.
       77 WS-FHO                          PIC 99.
          88 FHO-OK                       VALUE 0.
       77 WS-FIN                          PIC 99.
          88 FIN-OK                       VALUE 0.
       77 WS-FBOL                         PIC 99.
          88 FBOL-OK                      VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA                   PIC 9(08) VALUE ZEROS.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
      *BEM EM TRATAMENTO
       77 WS-NR-PLAQUETA-INF              PIC 9(06) VALUE ZEROS.
       77 WS-DS-BEM-INF                   PIC X(40) VALUE SPACES.
       77 WS-TP-BEM-INF                   PIC X VALUE SPACES.
       77 WS-DT-AQUIS-INF                 PIC 9(08) VALUE ZEROS.
       77 WS-VL-AQUIS-INF                 PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-ST-CONSERV-INF               PIC X VALUE SPACES.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-DADO-INVALIDO                PIC X VALUE 'N'.
          88 DADO-INVALIDO                VALUE 'S' FALSE 'N'.
      *SALA (LOCAL DO BEM) E TRANSFERENCIA
       77 WS-SALA-INF                     PIC X(10) VALUE SPACES.
       77 WS-SALA-ORIGEM                  PIC X(10) VALUE SPACES.
       77 WS-MOTIVO-INF                   PIC X(30) VALUE SPACES.
       77 WS-SALA-VALIDA                  PIC X VALUE 'N'.
          88 SALA-VALIDA                  VALUE 'S' FALSE 'N'.
       77 WS-MOV-GRAVADO                  PIC X VALUE 'N'.
          88 MOV-GRAVADO                  VALUE 'S' FALSE 'N'.
       77 WS-TENTATIVAS                   PIC 9(02) VALUE ZEROS.
      *INVENTARIO FISICO (SALAS COM BENS ATIVOS, ATE 50)
       77 WS-AAAA-INVENT                  PIC 9(04) VALUE ZEROS.
       77 WS-QT-SALAS                     PIC 9(02) VALUE ZEROS.
       77 WS-IS                           PIC 9(02) VALUE ZEROS.
       77 WS-IS-ACHADO                    PIC 9(02) VALUE ZEROS.
       01 WS-TAB-SALAS.
          03 WS-SAL-NOME OCCURS 50 TIMES  PIC X(10).
       77 WS-QT-BENS-SALA                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-CONFERIDOS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-NAO-LOCALIZ               PIC 9(05) VALUE ZEROS.
      *DEPRECIACAO LINEAR MENSAL PELA VIDA UTIL DO TIPO DE BEM
       77 WS-AAAAMM-INF                   PIC 9(06) VALUE ZEROS.
       77 WS-AAAAMM-AQUIS                 PIC 9(06) VALUE ZEROS.
       77 WS-AAAAMM-BAIXA                 PIC 9(06) VALUE ZEROS.
       77 WS-AAAA-AUX                     PIC 9(04) VALUE ZEROS.
       77 WS-MM-AUX                       PIC 9(02) VALUE ZEROS.
       77 WS-MESES-REF                    PIC 9(06) VALUE ZEROS.
       77 WS-MESES-AQUIS                  PIC 9(06) VALUE ZEROS.
       77 WS-MESES-USO                    PIC 9(04) VALUE ZEROS.
       77 WS-VL-QUOTA-MES                 PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-DEPREC-ACUM               PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-DEPREC-ANT                PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-DEPREC-MES                PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-CONTABIL                  PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-TOT-AQUISICAO                PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOT-DEPREC-MES               PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOT-DEPREC-ACUM              PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOT-CONTABIL                 PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-QT-REGISTROS                 PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-INT                    PIC X(120) VALUE SPACES.
       77 WS-LINHA-PAT                    PIC X(80) VALUE SPACES.
      *SALTO DE PAGINA (FORM FEED) APOS CADA FOLHA DE INVENTARIO
       77 WS-SALTO-PAGINA                 PIC X VALUE X'0C'.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** PATRIMONIO DA ESCOLA ***'
            DISPLAY 'TECLE <C> PARA INCLUIR OU ALTERAR UM BEM,'
            DISPLAY '<B> PARA BAIXA, <T> PARA TRANSFERIR DE SALA,'
            DISPLAY '<H> PARA CONSULTAR O BEM E SEU HISTORICO,'
            DISPLAY '<I> PARA A FOLHA DE INVENTARIO POR SALA,'
            DISPLAY '<F> PARA REGISTRAR A CONFERENCIA DO INVENTARIO,'
            DISPLAY '<D> PARA A DEPRECIACAO (CONTABILIDADE)'
            DISPLAY 'OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'C'
                WHEN 'c'
                    PERFORM P2-CADASTRO   THRU P2-CADASTRO-FIM
                WHEN 'B'
                WHEN 'b'
                    PERFORM P3-BAIXA      THRU P3-BAIXA-FIM
                WHEN 'T'
                WHEN 't'
                    PERFORM P4-TRANSFERE  THRU P4-TRANSFERE-FIM
                WHEN 'H'
                WHEN 'h'
                    PERFORM P5-CONSULTA   THRU P5-CONSULTA-FIM
                WHEN 'I'
                WHEN 'i'
                    PERFORM P6-INVENTARIO THRU P6-INVENTARIO-FIM
                WHEN 'F'
                WHEN 'f'
                    PERFORM P7-CONFERENCIA
                            THRU P7-CONFERENCIA-FIM
                WHEN 'D'
                WHEN 'd'
                    PERFORM P8-DEPRECIACAO
                            THRU P8-DEPRECIACAO-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *INCLUI UM BEM OU ALTERA OS DADOS DE UM BEM ATIVO; A SALA DE UM
      *BEM JA CADASTRADO SO MUDA PELA TRANSFERENCIA
       P2-CADASTRO.
            DISPLAY 'Informe o numero da plaqueta: '
            ACCEPT WS-NR-PLAQUETA-INF
            IF WS-NR-PLAQUETA-INF EQUAL ZEROS
               DISPLAY 'NUMERO DE PLAQUETA INVALIDO.'
               GO TO P2-CADASTRO-FIM
            END-IF

            PERFORM P9-ABRE-PATRIMONIO    THRU P9-ABRE-PATRIMONIO-FIM
            IF NOT FPA-OK
               CLOSE PATRIMONIO
               GO TO P2-CADASTRO-FIM
            END-IF

            MOVE 'N'                      TO WS-ACHOU
            MOVE WS-NR-PLAQUETA-INF       TO NR-PLAQUETA
            READ PATRIMONIO
                KEY IS NR-PLAQUETA
                INVALID KEY
                    DISPLAY 'BEM NOVO NO PATRIMONIO.'
                    MOVE SPACES           TO DS-BEM
                                             TP-BEM
                                             ST-CONSERVACAO
                                             NM-SALA-PAT
                    MOVE ZEROS            TO DT-AQUISICAO
                                             VL-AQUISICAO
                                             NR-VIDA-UTIL
                                             DT-BAIXA-PAT
                                             DT-INVENTARIO-PAT
                    MOVE 'A'              TO ST-PATRIMONIO
                    MOVE WS-DATA-HOJE     TO DT-CADASTRO-PAT
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
                    PERFORM P5A-MOSTRA-BEM THRU P5A-MOSTRA-BEM-FIM
            END-READ

            IF ACHOU AND ST-PATRIMONIO EQUAL 'B'
               DISPLAY 'BEM BAIXADO - NAO PODE SER ALTERADO.'
               CLOSE PATRIMONIO
               GO TO P2-CADASTRO-FIM
            END-IF
            IF ACHOU
               DISPLAY 'INFORME OS NOVOS DADOS (EM BRANCO OU ZERO'
                       ' MANTEM O ATUAL).'
               DISPLAY 'PARA MUDAR O BEM DE SALA USE A TRANSFERENCIA.'
            END-IF

            MOVE SPACES                   TO WS-DS-BEM-INF
                                             WS-TP-BEM-INF
                                             WS-ST-CONSERV-INF
            MOVE ZEROS                    TO WS-DT-AQUIS-INF
                                             WS-VL-AQUIS-INF
            DISPLAY 'Descricao do bem: '
            ACCEPT WS-DS-BEM-INF
            DISPLAY 'Tipo: <M> mobiliario, <P> projetor, <C>'
                    ' computador, <L> laboratorio, <O> outros: '
            ACCEPT WS-TP-BEM-INF
            DISPLAY 'Data de aquisicao (AAAAMMDD): '
            ACCEPT WS-DT-AQUIS-INF
            DISPLAY 'Valor de aquisicao: '
            ACCEPT WS-VL-AQUIS-INF
            DISPLAY 'Conservacao: <B> bom, <R> regular, <P> precario,'
                    ' <I> inservivel: '
            ACCEPT WS-ST-CONSERV-INF

            IF WS-DS-BEM-INF NOT EQUAL SPACES
               MOVE WS-DS-BEM-INF         TO DS-BEM
            END-IF
            IF WS-TP-BEM-INF NOT EQUAL SPACES
               MOVE WS-TP-BEM-INF         TO TP-BEM
            END-IF
            IF WS-DT-AQUIS-INF NOT EQUAL ZEROS
               MOVE WS-DT-AQUIS-INF       TO DT-AQUISICAO
            END-IF
            IF WS-VL-AQUIS-INF NOT EQUAL ZEROS
               MOVE WS-VL-AQUIS-INF       TO VL-AQUISICAO
            END-IF
            IF WS-ST-CONSERV-INF NOT EQUAL SPACES
               MOVE WS-ST-CONSERV-INF     TO ST-CONSERVACAO
            END-IF

      *     TIPO DO BEM E VIDA UTIL (ANOS) PARA A DEPRECIACAO
            SET DADO-INVALIDO             TO FALSE
            EVALUATE TP-BEM
                WHEN 'M'
                WHEN 'm'
                    MOVE 'M'              TO TP-BEM
                    MOVE 10               TO NR-VIDA-UTIL
                WHEN 'P'
                WHEN 'p'
                    MOVE 'P'              TO TP-BEM
                    MOVE 5                TO NR-VIDA-UTIL
                WHEN 'C'
                WHEN 'c'
                    MOVE 'C'              TO TP-BEM
                    MOVE 5                TO NR-VIDA-UTIL
                WHEN 'L'
                WHEN 'l'
                    MOVE 'L'              TO TP-BEM
                    MOVE 10               TO NR-VIDA-UTIL
                WHEN 'O'
                WHEN 'o'
                    MOVE 'O'              TO TP-BEM
                    MOVE 10               TO NR-VIDA-UTIL
                WHEN OTHER
                    DISPLAY 'TIPO INVALIDO - INFORME M, P, C, L OU O.'
                    SET DADO-INVALIDO     TO TRUE
            END-EVALUATE
            EVALUATE ST-CONSERVACAO
                WHEN 'B'
                WHEN 'b'
                    MOVE 'B'              TO ST-CONSERVACAO
                WHEN 'R'
                WHEN 'r'
                    MOVE 'R'              TO ST-CONSERVACAO
                WHEN 'P'
                WHEN 'p'
                    MOVE 'P'              TO ST-CONSERVACAO
                WHEN 'I'
                WHEN 'i'
                    MOVE 'I'              TO ST-CONSERVACAO
                WHEN OTHER
                    DISPLAY 'CONSERVACAO INVALIDA - INFORME B, R, P'
                            ' OU I.'
                    SET DADO-INVALIDO     TO TRUE
            END-EVALUATE
            IF DS-BEM EQUAL SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA.'
               SET DADO-INVALIDO          TO TRUE
            END-IF
            IF DT-AQUISICAO EQUAL ZEROS
               OR DT-AQUISICAO GREATER THAN WS-DATA-HOJE
               DISPLAY 'DATA DE AQUISICAO INVALIDA.'
               SET DADO-INVALIDO          TO TRUE
            END-IF
            IF VL-AQUISICAO EQUAL ZEROS
               DISPLAY 'VALOR DE AQUISICAO OBRIGATORIO.'
               SET DADO-INVALIDO          TO TRUE
            END-IF
            IF DADO-INVALIDO
               DISPLAY 'BEM NAO GRAVADO.'
               CLOSE PATRIMONIO
               GO TO P2-CADASTRO-FIM
            END-IF

            IF NOT ACHOU
               DISPLAY 'Sala onde o bem se encontra: '
               MOVE SPACES                TO WS-SALA-INF
               ACCEPT WS-SALA-INF
               PERFORM PA-VERIFICA-SALA   THRU PA-VERIFICA-SALA-FIM
               IF NOT SALA-VALIDA
                  DISPLAY 'BEM NAO GRAVADO.'
                  CLOSE PATRIMONIO
                  GO TO P2-CADASTRO-FIM
               END-IF
               MOVE WS-SALA-INF           TO NM-SALA-PAT
            END-IF

            MOVE LK-OPERADOR              TO OP-PATRIMONIO
            MOVE WS-NR-PLAQUETA-INF       TO NR-PLAQUETA
            IF ACHOU
               REWRITE REG-PATRIMONIO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O BEM'
                   NOT INVALID KEY
                       DISPLAY 'Bem alterado!'
                       MOVE 'ALTERACAO'   TO WS-AUD-OPERACAO
               END-REWRITE
            ELSE
               WRITE REG-PATRIMONIO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O BEM'
                   NOT INVALID KEY
                       DISPLAY 'Bem incluido no patrimonio!'
                       MOVE 'INCLUSAO'    TO WS-AUD-OPERACAO
               END-WRITE
            END-IF
            CLOSE PATRIMONIO

            MOVE 'PATRIMON'               TO WS-AUD-PROGRAMA
            STRING 'PLAQUETA ' WS-NR-PLAQUETA-INF ' SALA '
                   NM-SALA-PAT ' VALOR ' VL-AQUISICAO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-CADASTRO-FIM.

      *BAIXA DO BEM (DESCARTE, FURTO, DOACAO); O BEM SAI DO
      *INVENTARIO E DA DEPRECIACAO A PARTIR DO MES SEGUINTE
       P3-BAIXA.
            DISPLAY 'Informe o numero da plaqueta: '
            ACCEPT WS-NR-PLAQUETA-INF

            PERFORM P9-ABRE-PATRIMONIO    THRU P9-ABRE-PATRIMONIO-FIM
            IF NOT FPA-OK
               CLOSE PATRIMONIO
               GO TO P3-BAIXA-FIM
            END-IF

            MOVE WS-NR-PLAQUETA-INF       TO NR-PLAQUETA
            READ PATRIMONIO
                KEY IS NR-PLAQUETA
                INVALID KEY
                    DISPLAY 'BEM NAO CADASTRADO!'
                    CLOSE PATRIMONIO
                    GO TO P3-BAIXA-FIM
            END-READ
            PERFORM P5A-MOSTRA-BEM        THRU P5A-MOSTRA-BEM-FIM
            IF ST-PATRIMONIO EQUAL 'B'
               DISPLAY 'BEM JA BAIXADO EM ' DT-BAIXA-PAT '.'
               CLOSE PATRIMONIO
               GO TO P3-BAIXA-FIM
            END-IF

            DISPLAY 'Motivo da baixa: '
            MOVE SPACES                   TO WS-MOTIVO-INF
            ACCEPT WS-MOTIVO-INF
            IF WS-MOTIVO-INF EQUAL SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - BAIXA CANCELADA.'
               CLOSE PATRIMONIO
               GO TO P3-BAIXA-FIM
            END-IF
            DISPLAY 'Confirma a baixa do bem (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY 'BAIXA CANCELADA.'
               CLOSE PATRIMONIO
               GO TO P3-BAIXA-FIM
            END-IF

            MOVE NM-SALA-PAT              TO WS-SALA-ORIGEM
            MOVE 'B'                      TO ST-PATRIMONIO
            MOVE WS-DATA-HOJE             TO DT-BAIXA-PAT
            MOVE LK-OPERADOR              TO OP-PATRIMONIO
            REWRITE REG-PATRIMONIO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A BAIXA'
                    CLOSE PATRIMONIO
                    GO TO P3-BAIXA-FIM
            END-REWRITE
            CLOSE PATRIMONIO

            MOVE 'BAIXA'                  TO WS-SALA-INF
            PERFORM PB-GRAVA-MOVIMENTO    THRU PB-GRAVA-MOVIMENTO-FIM
            DISPLAY 'Baixa registrada!'

            MOVE 'PATRIMON'               TO WS-AUD-PROGRAMA
            MOVE 'BAIXA'                  TO WS-AUD-OPERACAO
            STRING 'PLAQUETA ' WS-NR-PLAQUETA-INF ' '
                   WS-MOTIVO-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P3-BAIXA-FIM.

      *TRANSFERE UM BEM ATIVO PARA OUTRA SALA E GRAVA O HISTORICO
       P4-TRANSFERE.
            DISPLAY 'Informe o numero da plaqueta: '
            ACCEPT WS-NR-PLAQUETA-INF

            PERFORM P9-ABRE-PATRIMONIO    THRU P9-ABRE-PATRIMONIO-FIM
            IF NOT FPA-OK
               CLOSE PATRIMONIO
               GO TO P4-TRANSFERE-FIM
            END-IF

            MOVE WS-NR-PLAQUETA-INF       TO NR-PLAQUETA
            READ PATRIMONIO
                KEY IS NR-PLAQUETA
                INVALID KEY
                    DISPLAY 'BEM NAO CADASTRADO!'
                    CLOSE PATRIMONIO
                    GO TO P4-TRANSFERE-FIM
            END-READ
            PERFORM P5A-MOSTRA-BEM        THRU P5A-MOSTRA-BEM-FIM
            IF ST-PATRIMONIO EQUAL 'B'
               DISPLAY 'BEM BAIXADO - NAO PODE SER TRANSFERIDO.'
               CLOSE PATRIMONIO
               GO TO P4-TRANSFERE-FIM
            END-IF

            DISPLAY 'Sala de destino: '
            MOVE SPACES                   TO WS-SALA-INF
            ACCEPT WS-SALA-INF
            IF WS-SALA-INF EQUAL NM-SALA-PAT
               DISPLAY 'O BEM JA ESTA NESTA SALA.'
               CLOSE PATRIMONIO
               GO TO P4-TRANSFERE-FIM
            END-IF
            PERFORM PA-VERIFICA-SALA      THRU PA-VERIFICA-SALA-FIM
            IF NOT SALA-VALIDA
               DISPLAY 'TRANSFERENCIA CANCELADA.'
               CLOSE PATRIMONIO
               GO TO P4-TRANSFERE-FIM
            END-IF
            DISPLAY 'Motivo da transferencia: '
            MOVE SPACES                   TO WS-MOTIVO-INF
            ACCEPT WS-MOTIVO-INF

            MOVE NM-SALA-PAT              TO WS-SALA-ORIGEM
            MOVE WS-SALA-INF              TO NM-SALA-PAT
            MOVE LK-OPERADOR              TO OP-PATRIMONIO
            REWRITE REG-PATRIMONIO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A TRANSFERENCIA'
                    CLOSE PATRIMONIO
                    GO TO P4-TRANSFERE-FIM
            END-REWRITE
            CLOSE PATRIMONIO

            PERFORM PB-GRAVA-MOVIMENTO    THRU PB-GRAVA-MOVIMENTO-FIM
            DISPLAY 'Bem transferido de ' WS-SALA-ORIGEM
                    ' para ' WS-SALA-INF '!'

            MOVE 'PATRIMON'               TO WS-AUD-PROGRAMA
            MOVE 'TRANSFERE'              TO WS-AUD-OPERACAO
            STRING 'PLAQUETA ' WS-NR-PLAQUETA-INF ' DE '
                   WS-SALA-ORIGEM ' PARA ' WS-SALA-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P4-TRANSFERE-FIM.

      *CONSULTA O BEM E O HISTORICO DE TRANSFERENCIAS
       P5-CONSULTA.
            DISPLAY 'Informe o numero da plaqueta: '
            ACCEPT WS-NR-PLAQUETA-INF

            SET FPA-OK                    TO TRUE
            OPEN INPUT PATRIMONIO
            IF NOT FPA-OK
               DISPLAY 'NENHUM BEM CADASTRADO.'
               CLOSE PATRIMONIO
               GO TO P5-CONSULTA-FIM
            END-IF
            MOVE WS-NR-PLAQUETA-INF       TO NR-PLAQUETA
            READ PATRIMONIO
                KEY IS NR-PLAQUETA
                INVALID KEY
                    DISPLAY 'BEM NAO CADASTRADO!'
                    CLOSE PATRIMONIO
                    GO TO P5-CONSULTA-FIM
            END-READ
            CLOSE PATRIMONIO
            PERFORM P5A-MOSTRA-BEM        THRU P5A-MOSTRA-BEM-FIM

            SET FPM-OK                    TO TRUE
            OPEN INPUT PATMOV
            IF NOT FPM-OK
               DISPLAY 'SEM TRANSFERENCIAS REGISTRADAS.'
               CLOSE PATMOV
               GO TO P5-CONSULTA-FIM
            END-IF
            DISPLAY 'HISTORICO DE MOVIMENTACAO:'
            SET EOF-OK                    TO FALSE
            MOVE WS-NR-PLAQUETA-INF       TO NR-PLAQUETA-MOV
            MOVE ZEROS                    TO DT-MOV-PAT
                                             HR-MOV-PAT
            START PATMOV KEY NOT LESS THAN ID-PATMOV
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PATMOV NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF NR-PLAQUETA-MOV NOT EQUAL
                           WS-NR-PLAQUETA-INF
                           SET EOF-OK     TO TRUE
                        ELSE
                           DISPLAY DT-MOV-PAT ' ' NM-SALA-ORIGEM
                                   ' -> ' NM-SALA-DESTINO ' '
                                   DS-MOTIVO-MOV
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PATMOV
            .
       P5-CONSULTA-FIM.

      *MOSTRA OS DADOS DO BEM LIDO
       P5A-MOSTRA-BEM.
            DISPLAY 'PLAQUETA  : ' NR-PLAQUETA
            DISPLAY 'DESCRICAO : ' DS-BEM
            DISPLAY 'TIPO      : ' TP-BEM
                    '  VIDA UTIL: ' NR-VIDA-UTIL ' ANOS'
            DISPLAY 'AQUISICAO : ' DT-AQUISICAO
                    '  VALOR: ' VL-AQUISICAO
            DISPLAY 'CONSERVACAO: ' ST-CONSERVACAO
                    '  SALA: ' NM-SALA-PAT
            DISPLAY 'SITUACAO  : ' ST-PATRIMONIO
                    '  ULTIMO INVENTARIO: ' DT-INVENTARIO-PAT
            .
       P5A-MOSTRA-BEM-FIM.

      *FOLHA DE INVENTARIO FISICO DO ANO: UMA FOLHA POR SALA COM OS
      *BENS ATIVOS PARA CONFERENCIA NO LOCAL (SALA EM BRANCO = TODAS)
       P6-INVENTARIO.
            COMPUTE WS-AAAA-INVENT = WS-DATA-HOJE / 10000
            END-COMPUTE
            DISPLAY 'Sala do inventario (em branco = todas): '
            MOVE SPACES                   TO WS-SALA-INF
            ACCEPT WS-SALA-INF

            SET FPA-OK                    TO TRUE
            OPEN INPUT PATRIMONIO
            IF NOT FPA-OK
               DISPLAY 'NENHUM BEM CADASTRADO.'
               CLOSE PATRIMONIO
               GO TO P6-INVENTARIO-FIM
            END-IF

      *     SALAS A INVENTARIAR (A INFORMADA OU TODAS COM BEM ATIVO)
            MOVE ZEROS                    TO WS-QT-SALAS
            MOVE SPACES                   TO WS-TAB-SALAS
            IF WS-SALA-INF NOT EQUAL SPACES
               MOVE 1                     TO WS-QT-SALAS
               MOVE WS-SALA-INF           TO WS-SAL-NOME(1)
            ELSE
               SET EOF-OK                 TO FALSE
               PERFORM UNTIL EOF-OK
                   READ PATRIMONIO NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF ST-PATRIMONIO EQUAL 'A'
                              PERFORM P6B-GUARDA-SALA
                                      THRU P6B-GUARDA-SALA-FIM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE PATRIMONIO

            IF WS-QT-SALAS EQUAL ZEROS
               DISPLAY 'NENHUM BEM ATIVO NO PATRIMONIO.'
               GO TO P6-INVENTARIO-FIM
            END-IF

            SET FBOL-OK                   TO TRUE
            MOVE WS-PATH-BOLETIM          TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND BOLETIM
            IF WS-FBOL EQUAL 35
               OPEN OUTPUT BOLETIM
            END-IF
            IF NOT FBOL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
               GO TO P6-INVENTARIO-FIM
            END-IF
            PERFORM P6A-FOLHA-SALA        THRU P6A-FOLHA-SALA-FIM
                    VARYING WS-IS FROM 1 BY 1
                    UNTIL WS-IS GREATER THAN WS-QT-SALAS
            CLOSE BOLETIM
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'PATRIMON'               TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM

            DISPLAY WS-QT-SALAS ' FOLHA(S) DE INVENTARIO IMPRESSA(S).'
            .
       P6-INVENTARIO-FIM.

      *UMA FOLHA DE INVENTARIO: BENS ATIVOS DA SALA WS-IS
       P6A-FOLHA-SALA.
            MOVE ALL '='                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-PAT
            STRING 'INVENTARIO FISICO ' WS-AAAA-INVENT
                   ' - SALA ' WS-SAL-NOME(WS-IS)
                   '  EMISSAO ' WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PAT
            END-STRING
            MOVE WS-LINHA-PAT             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-PAT
            MOVE 'PLAQUETA DESCRICAO'     TO REG-BOLETIM
            MOVE 'CONS  ULT.INV  CONF'    TO REG-BOLETIM(40:)
            WRITE REG-BOLETIM
            MOVE ALL '-'                  TO REG-BOLETIM
            WRITE REG-BOLETIM

            MOVE ZEROS                    TO WS-QT-BENS-SALA
            SET FPA-OK                    TO TRUE
            OPEN INPUT PATRIMONIO
            SET EOF2-OK                   TO FALSE
            PERFORM UNTIL EOF2-OK OR NOT FPA-OK
                READ PATRIMONIO NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ST-PATRIMONIO EQUAL 'A'
                           AND NM-SALA-PAT EQUAL WS-SAL-NOME(WS-IS)
                           ADD 1          TO WS-QT-BENS-SALA
                           MOVE SPACES    TO WS-LINHA-PAT
                           STRING NR-PLAQUETA '   ' DS-BEM(1:30) ' '
                                  ST-CONSERVACAO '    '
                                  DT-INVENTARIO-PAT '  ( )'
                                  DELIMITED BY SIZE
                                  INTO WS-LINHA-PAT
                           END-STRING
                           MOVE WS-LINHA-PAT TO REG-BOLETIM
                           WRITE REG-BOLETIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PATRIMONIO

            MOVE ALL '-'                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-PAT
            STRING 'BENS NA SALA: ' WS-QT-BENS-SALA
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PAT
            END-STRING
            MOVE WS-LINHA-PAT             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-PAT
            MOVE SPACES                   TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE 'CONFERIDO POR: ____________________  DATA: __/__/____'
                                          TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE WS-SALTO-PAGINA          TO REG-BOLETIM
            WRITE REG-BOLETIM
            .
       P6A-FOLHA-SALA-FIM.

      *GUARDA A SALA DO BEM LIDO NA TABELA, SEM REPETIR
       P6B-GUARDA-SALA.
            MOVE ZEROS                    TO WS-IS-ACHADO
            IF WS-QT-SALAS GREATER THAN ZEROS
               PERFORM VARYING WS-IS FROM 1 BY 1
                       UNTIL WS-IS GREATER THAN WS-QT-SALAS
                   IF WS-SAL-NOME(WS-IS) EQUAL NM-SALA-PAT
                      MOVE WS-IS          TO WS-IS-ACHADO
                   END-IF
               END-PERFORM
            END-IF
            IF WS-IS-ACHADO EQUAL ZEROS
               IF WS-QT-SALAS LESS THAN 50
                  ADD 1                   TO WS-QT-SALAS
                  MOVE NM-SALA-PAT        TO WS-SAL-NOME(WS-QT-SALAS)
               ELSE
                  DISPLAY 'LIMITE DE SALAS ATINGIDO - SALA '
                          NM-SALA-PAT ' FORA DO INVENTARIO.'
               END-IF
            END-IF
            .
       P6B-GUARDA-SALA-FIM.

      *REGISTRA A CONFERENCIA DO INVENTARIO DE UMA SALA: CADA BEM
      *ATIVO E CONFIRMADO NO LOCAL (DATA DO INVENTARIO E ESTADO DE
      *CONSERVACAO) OU APONTADO COMO NAO LOCALIZADO
       P7-CONFERENCIA.
            DISPLAY 'Sala conferida: '
            MOVE SPACES                   TO WS-SALA-INF
            ACCEPT WS-SALA-INF
            IF WS-SALA-INF EQUAL SPACES
               DISPLAY 'SALA OBRIGATORIA.'
               GO TO P7-CONFERENCIA-FIM
            END-IF

            PERFORM P9-ABRE-PATRIMONIO    THRU P9-ABRE-PATRIMONIO-FIM
            IF NOT FPA-OK
               CLOSE PATRIMONIO
               GO TO P7-CONFERENCIA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-BENS-SALA
                                             WS-QT-CONFERIDOS
                                             WS-QT-NAO-LOCALIZ
            SET EOF-OK                    TO FALSE
            PERFORM P7A-CONFERE-BEM       THRU P7A-CONFERE-BEM-FIM
                    UNTIL EOF-OK
            CLOSE PATRIMONIO

            IF WS-QT-BENS-SALA EQUAL ZEROS
               DISPLAY 'NENHUM BEM ATIVO NA SALA ' WS-SALA-INF '.'
               GO TO P7-CONFERENCIA-FIM
            END-IF
            DISPLAY 'BENS NA SALA: ' WS-QT-BENS-SALA
                    '  CONFERIDOS: ' WS-QT-CONFERIDOS
                    '  NAO LOCALIZADOS: ' WS-QT-NAO-LOCALIZ

            MOVE 'PATRIMON'               TO WS-AUD-PROGRAMA
            MOVE 'INVENTARIO'             TO WS-AUD-OPERACAO
            STRING 'SALA ' WS-SALA-INF ' CONFERIDOS '
                   WS-QT-CONFERIDOS ' NAO LOCALIZ '
                   WS-QT-NAO-LOCALIZ
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P7-CONFERENCIA-FIM.

      *CONFERE UM BEM ATIVO DA SALA
       P7A-CONFERE-BEM.
            READ PATRIMONIO NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P7A-CONFERE-BEM-FIM
            END-READ
            IF ST-PATRIMONIO NOT EQUAL 'A'
               OR NM-SALA-PAT NOT EQUAL WS-SALA-INF
               GO TO P7A-CONFERE-BEM-FIM
            END-IF

            ADD 1                         TO WS-QT-BENS-SALA
            DISPLAY NR-PLAQUETA ' ' DS-BEM ' CONSERVACAO '
                    ST-CONSERVACAO
            DISPLAY 'Localizado na sala (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               ADD 1                      TO WS-QT-NAO-LOCALIZ
               DISPLAY '*** BEM ' NR-PLAQUETA ' NAO LOCALIZADO ***'
               GO TO P7A-CONFERE-BEM-FIM
            END-IF

            DISPLAY 'Conservacao atual (B/R/P/I, em branco mantem): '
            MOVE SPACES                   TO WS-ST-CONSERV-INF
            ACCEPT WS-ST-CONSERV-INF
            EVALUATE WS-ST-CONSERV-INF
                WHEN 'B'
                WHEN 'b'
                    MOVE 'B'              TO ST-CONSERVACAO
                WHEN 'R'
                WHEN 'r'
                    MOVE 'R'              TO ST-CONSERVACAO
                WHEN 'P'
                WHEN 'p'
                    MOVE 'P'              TO ST-CONSERVACAO
                WHEN 'I'
                WHEN 'i'
                    MOVE 'I'              TO ST-CONSERVACAO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE WS-DATA-HOJE             TO DT-INVENTARIO-PAT
            MOVE LK-OPERADOR              TO OP-PATRIMONIO
            REWRITE REG-PATRIMONIO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A CONFERENCIA DO BEM '
                            NR-PLAQUETA
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-CONFERIDOS
            END-REWRITE
            .
       P7A-CONFERE-BEM-FIM.

      *DEPRECIACAO LINEAR DO MES PARA A CONTABILIDADE: QUOTA MENSAL =
      *VALOR / (VIDA UTIL X 12), A PARTIR DO MES SEGUINTE AO DA
      *AQUISICAO E LIMITADA AO VALOR DO BEM; GRAVA A INTERFACE
       P8-DEPRECIACAO.
            DISPLAY '*** DEPRECIACAO DO PATRIMONIO (CONTABILIDADE) ***'
            DISPLAY 'Informe a competencia (AAAAMM): '
            ACCEPT WS-AAAAMM-INF
            IF WS-AAAAMM-INF EQUAL ZEROS
               DISPLAY 'COMPETENCIA INVALIDA.'
               GO TO P8-DEPRECIACAO-FIM
            END-IF

            MOVE 'PATRIMON'               TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            STRING 'DEPREC ' WS-AAAAMM-INF
                   DELIMITED BY SIZE
                   INTO WS-JOB-DETALHE
            END-STRING
            PERFORM J8-VERIFICA-JOB       THRU J8-VERIFICA-JOB-FIM
            IF JOB-EM-CURSO
               DISPLAY 'JA EXISTE UMA EXECUCAO DESTE PROGRAMA EM'
                       ' CURSO - AGUARDE O TERMINO.'
               GO TO P8-DEPRECIACAO-FIM
            END-IF
            IF JOB-DUPLICADO
               DISPLAY 'ESTA COMPETENCIA JA FOI ENVIADA A'
                       ' CONTABILIDADE - EXECUCAO RECUSADA.'
               GO TO P8-DEPRECIACAO-FIM
            END-IF

            SET FPA-OK                    TO TRUE
            OPEN INPUT PATRIMONIO
            IF NOT FPA-OK
               DISPLAY 'NENHUM BEM CADASTRADO.'
               CLOSE PATRIMONIO
               GO TO P8-DEPRECIACAO-FIM
            END-IF

            PERFORM J8-JOB-INICIA         THRU J8-JOB-INICIA-FIM

            COMPUTE WS-AAAA-AUX = WS-AAAAMM-INF / 100
            END-COMPUTE
            COMPUTE WS-MM-AUX = WS-AAAAMM-INF - (WS-AAAA-AUX * 100)
            END-COMPUTE
            COMPUTE WS-MESES-REF = (WS-AAAA-AUX * 12) + WS-MM-AUX
            END-COMPUTE

            MOVE ZEROS                    TO WS-QT-REGISTROS
                                             WS-TOT-AQUISICAO
                                             WS-TOT-DEPREC-MES
                                             WS-TOT-DEPREC-ACUM
                                             WS-TOT-CONTABIL
            OPEN OUTPUT INTERFACE-PAT
            MOVE SPACES                   TO WS-LINHA-INT
            STRING 'AAAAMM;PLAQUETA;DESCRICAO;TIPO;AQUISICAO;VALOR;'
                   'VIDA;DEPREC MES;DEPREC ACUM;VALOR CONTABIL'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-INT
            END-STRING
            MOVE WS-LINHA-INT             TO REG-INTERFACE
            WRITE REG-INTERFACE
            SET EOF-OK                    TO FALSE
            PERFORM P8A-DEPRECIA-BEM      THRU P8A-DEPRECIA-BEM-FIM
                    UNTIL EOF-OK
            CLOSE PATRIMONIO
            CLOSE INTERFACE-PAT

            DISPLAY 'BENS: ' WS-QT-REGISTROS
                    '  VALOR DE AQUISICAO: ' WS-TOT-AQUISICAO
            DISPLAY 'DEPRECIACAO DO MES: ' WS-TOT-DEPREC-MES
                    '  ACUMULADA: ' WS-TOT-DEPREC-ACUM
            DISPLAY 'VALOR CONTABIL: ' WS-TOT-CONTABIL
            DISPLAY 'INTERFACE GRAVADA COM ' WS-QT-REGISTROS
                    ' BEM(NS) DA COMPETENCIA.'

            MOVE 'CONCLUIDO'              TO WS-JOB-RESULTADO
            MOVE WS-QT-REGISTROS          TO WS-JOB-QT
            PERFORM J8-JOB-ENCERRA        THRU J8-JOB-ENCERRA-FIM

            MOVE 'PATRIMON'               TO WS-AUD-PROGRAMA
            MOVE 'DEPRECIA'               TO WS-AUD-OPERACAO
            STRING 'MES ' WS-AAAAMM-INF ' BENS '
                   WS-QT-REGISTROS ' DEPREC ' WS-TOT-DEPREC-MES
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P8-DEPRECIACAO-FIM.

      *CALCULA A DEPRECIACAO DE UM BEM NA COMPETENCIA E GRAVA A LINHA
      *(BENS ADQUIRIDOS DEPOIS DA COMPETENCIA OU BAIXADOS ANTES DELA
      *FICAM DE FORA)
       P8A-DEPRECIA-BEM.
            READ PATRIMONIO NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P8A-DEPRECIA-BEM-FIM
            END-READ

            COMPUTE WS-AAAAMM-AQUIS = DT-AQUISICAO / 100
            END-COMPUTE
            IF WS-AAAAMM-AQUIS GREATER THAN WS-AAAAMM-INF
               GO TO P8A-DEPRECIA-BEM-FIM
            END-IF
            IF ST-PATRIMONIO EQUAL 'B'
               COMPUTE WS-AAAAMM-BAIXA = DT-BAIXA-PAT / 100
               END-COMPUTE
               IF WS-AAAAMM-BAIXA LESS THAN WS-AAAAMM-INF
                  GO TO P8A-DEPRECIA-BEM-FIM
               END-IF
            END-IF

            COMPUTE WS-AAAA-AUX = WS-AAAAMM-AQUIS / 100
            END-COMPUTE
            COMPUTE WS-MM-AUX = WS-AAAAMM-AQUIS - (WS-AAAA-AUX * 100)
            END-COMPUTE
            COMPUTE WS-MESES-AQUIS = (WS-AAAA-AUX * 12) + WS-MM-AUX
            END-COMPUTE
            COMPUTE WS-MESES-USO = WS-MESES-REF - WS-MESES-AQUIS
            END-COMPUTE

            MOVE ZEROS                    TO WS-VL-QUOTA-MES
            IF NR-VIDA-UTIL GREATER THAN ZEROS
               COMPUTE WS-VL-QUOTA-MES ROUNDED =
                       VL-AQUISICAO / (NR-VIDA-UTIL * 12)
               END-COMPUTE
            END-IF
            COMPUTE WS-VL-DEPREC-ACUM = WS-VL-QUOTA-MES * WS-MESES-USO
            END-COMPUTE
            IF WS-VL-DEPREC-ACUM GREATER THAN VL-AQUISICAO
               OR WS-MESES-USO NOT LESS THAN NR-VIDA-UTIL * 12
               MOVE VL-AQUISICAO          TO WS-VL-DEPREC-ACUM
            END-IF
            MOVE ZEROS                    TO WS-VL-DEPREC-ANT
            IF WS-MESES-USO GREATER THAN ZEROS
               COMPUTE WS-VL-DEPREC-ANT =
                       WS-VL-QUOTA-MES * (WS-MESES-USO - 1)
               END-COMPUTE
               IF WS-VL-DEPREC-ANT GREATER THAN VL-AQUISICAO
                  OR WS-MESES-USO - 1 NOT LESS THAN NR-VIDA-UTIL * 12
                  MOVE VL-AQUISICAO       TO WS-VL-DEPREC-ANT
               END-IF
            END-IF
            COMPUTE WS-VL-DEPREC-MES =
                    WS-VL-DEPREC-ACUM - WS-VL-DEPREC-ANT
            END-COMPUTE
            COMPUTE WS-VL-CONTABIL = VL-AQUISICAO - WS-VL-DEPREC-ACUM
            END-COMPUTE

            ADD 1                         TO WS-QT-REGISTROS
            ADD VL-AQUISICAO              TO WS-TOT-AQUISICAO
            ADD WS-VL-DEPREC-MES          TO WS-TOT-DEPREC-MES
            ADD WS-VL-DEPREC-ACUM         TO WS-TOT-DEPREC-ACUM
            ADD WS-VL-CONTABIL            TO WS-TOT-CONTABIL

            MOVE SPACES                   TO WS-LINHA-INT
            STRING WS-AAAAMM-INF ';'
                   NR-PLAQUETA ';'
                   DS-BEM ';'
                   TP-BEM ';'
                   DT-AQUISICAO ';'
                   VL-AQUISICAO ';'
                   NR-VIDA-UTIL ';'
                   WS-VL-DEPREC-MES ';'
                   WS-VL-DEPREC-ACUM ';'
                   WS-VL-CONTABIL
                   DELIMITED BY SIZE
                   INTO WS-LINHA-INT
            END-STRING
            MOVE WS-LINHA-INT             TO REG-INTERFACE
            WRITE REG-INTERFACE
            DISPLAY NR-PLAQUETA ' ' DS-BEM(1:25)
                    ' MES ' WS-VL-DEPREC-MES
                    ' CONTABIL ' WS-VL-CONTABIL
            .
       P8A-DEPRECIA-BEM-FIM.

      *ABRE O PATRIMONIO EM I-O, CRIANDO O ARQUIVO SE NAO EXISTIR
       P9-ABRE-PATRIMONIO.
            SET FPA-OK                    TO TRUE
            OPEN I-O PATRIMONIO
            IF WS-FPA EQUAL 35
                 CLOSE PATRIMONIO
                 OPEN OUTPUT PATRIMONIO
                 CLOSE PATRIMONIO
                 OPEN I-O PATRIMONIO
            END-IF
            IF NOT FPA-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PATRIMONIO'
               MOVE WS-FPA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPA ' - ' WS-FS-MSG
            END-IF
            .
       P9-ABRE-PATRIMONIO-FIM.

      *CONFERE A SALA INFORMADA CONTRA AS SALAS DO QUADRO DE HORARIOS
      *(CFP001S21); LOCAL FORA DO QUADRO (SECRETARIA, ALMOXARIFADO)
      *SO E ACEITO COM CONFIRMACAO
       PA-VERIFICA-SALA.
            SET SALA-VALIDA               TO FALSE
            IF WS-SALA-INF EQUAL SPACES
               DISPLAY 'SALA OBRIGATORIA.'
               GO TO PA-VERIFICA-SALA-FIM
            END-IF

            SET FHO-OK                    TO TRUE
            OPEN INPUT HORARIO
            IF FHO-OK
               SET EOF2-OK                TO FALSE
               PERFORM UNTIL EOF2-OK OR SALA-VALIDA
                   READ HORARIO NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF NM-SALA-H EQUAL WS-SALA-INF
                              SET SALA-VALIDA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE HORARIO

            IF NOT SALA-VALIDA
               DISPLAY 'SALA ' WS-SALA-INF ' NAO CONSTA NO QUADRO DE'
                       ' HORARIOS.'
               DISPLAY 'Confirma o local assim mesmo (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA EQUAL 'S' OR EQUAL 's'
                  SET SALA-VALIDA         TO TRUE
               END-IF
            END-IF
            .
       PA-VERIFICA-SALA-FIM.

      *GRAVA A MOVIMENTACAO DO BEM (ORIGEM EM WS-SALA-ORIGEM, DESTINO
      *EM WS-SALA-INF, MOTIVO EM WS-MOTIVO-INF)
       PB-GRAVA-MOVIMENTO.
            SET FPM-OK                    TO TRUE
            OPEN I-O PATMOV
            IF WS-FPM EQUAL 35
                 CLOSE PATMOV
                 OPEN OUTPUT PATMOV
                 CLOSE PATMOV
                 OPEN I-O PATMOV
            END-IF
            IF NOT FPM-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO DO PATRIMONIO'
               MOVE WS-FPM TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPM ' - ' WS-FS-MSG
               CLOSE PATMOV
               GO TO PB-GRAVA-MOVIMENTO-FIM
            END-IF

            ACCEPT WS-HORA-AGORA FROM TIME
            MOVE WS-NR-PLAQUETA-INF       TO NR-PLAQUETA-MOV
            MOVE WS-DATA-HOJE             TO DT-MOV-PAT
            MOVE WS-HORA-AGORA            TO HR-MOV-PAT
            MOVE WS-SALA-ORIGEM           TO NM-SALA-ORIGEM
            MOVE WS-SALA-INF              TO NM-SALA-DESTINO
            MOVE WS-MOTIVO-INF            TO DS-MOTIVO-MOV
            MOVE LK-OPERADOR              TO OP-MOV-PAT
            SET MOV-GRAVADO               TO FALSE
            MOVE ZEROS                    TO WS-TENTATIVAS
            PERFORM UNTIL MOV-GRAVADO OR WS-TENTATIVAS EQUAL 10
                WRITE REG-PATMOV
                    INVALID KEY
                        ADD 1             TO HR-MOV-PAT
                        ADD 1             TO WS-TENTATIVAS
                    NOT INVALID KEY
                        SET MOV-GRAVADO   TO TRUE
                END-WRITE
            END-PERFORM
            IF NOT MOV-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DO BEM'
            END-IF
            CLOSE PATMOV
            .
       PB-GRAVA-MOVIMENTO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.

       P0-FIM.
            GOBACK.
       END PROGRAM PATRIMON.
