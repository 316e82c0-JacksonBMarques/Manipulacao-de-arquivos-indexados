      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: passeios e eventos escolares: cadastro do evento
      *          (CFP001S116, numero pelo contador 41 do CFP001S8) com
      *          destino, data, turmas envolvidas, custo por aluno e
      *          lotacao do onibus; os alunos das turmas (roteiro
      *          CFP001S14) entram na participacao (CFP001S117) com a
      *          autorizacao do responsavel pendente. a autorizacao
      *          e registrada como sim ou nao; o sim lanca o custo
      *          como cobranca avulsa (CFP001S115) na proxima
      *          mensalidade em aberto do aluno, quitada pelo
      *          MENSALID. no dia, emite a lista de embarque com as
      *          notas de saude (CFP001S55) e os telefones dos
      *          responsaveis (CFP001S19), conforme a visibilidade do
      *          perfil, e a lista dos alunos que ficam na escola, no
      *          arquivo de impressao geral (CFP001T2.LST)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO CONTROLE DE PASSEIOS E EVENTOS
      *         COM AUTORIZACAO DOS RESPONSAVEIS E COBRANCA AVULSA
      * UPDATE: 15/10/2026 - MONITOR(A) DO EVENTO PELO CADASTRO DE
      *         FUNCIONARIOS (CFP001S137), NA LISTA E NO EMBARQUE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSEIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PASSEIO ASSIGN TO WS-PATH-PASSEIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PASSEIO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPS.

                SELECT PASSALUNO ASSIGN TO WS-PATH-PASSALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PASSALUNO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPA.

                SELECT TURMALUNO ASSIGN TO WS-PATH-TURMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO6
                FILE STATUS IS WS-FTL.

                SELECT SAUDE ASSIGN TO WS-PATH-SAUDE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-SAU
                FILE STATUS IS WS-FSA.

                SELECT RESPONSAVEL ASSIGN TO WS-PATH-RESPONSAVEL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO-RESP
                FILE STATUS IS WS-FRS.

                SELECT COBAVULSA ASSIGN TO WS-PATH-COBAVULSA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-COBAVULSA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCV.

                SELECT MENSALIDADE ASSIGN TO WS-PATH-MENSALIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-MENSALIDADE
                FILE STATUS IS WS-FME.

                SELECT FUNCIONARIO ASSIGN TO WS-PATH-FUNCIONARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-FUNCIONARIO
                FILE STATUS IS WS-FFU.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTADOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

                SELECT IMPREL ASSIGN TO WS-PATH-IMPREL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

                SELECT VISIBILIDADE ASSIGN TO WS-PATH-VISIBILIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PERFIL-VIS
                FILE STATUS IS WS-VIS-FS.

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
       FD PASSEIO.
          COPY CFPK0108.
       FD PASSALUNO.
          COPY CFPK0109.
       FD TURMALUNO.
          COPY CFPK0011.
       FD SAUDE.
          COPY CFPK0046.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD COBAVULSA.
          COPY CFPK0107.
       FD MENSALIDADE.
          COPY CFPK0031.
       FD FUNCIONARIO.
          COPY CFPK0129.
       FD CONTADOR.
          COPY CFPK0008.
       FD IMPREL.
       01 REG-IMPREL                      PIC X(80).
       FD VISIBILIDADE.
          COPY CFPK0096.
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
       COPY VISVARS.
       77 WS-FPS                          PIC 99.
          88 FPS-OK                       VALUE 0.
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FSA                          PIC 99.
          88 FSA-OK                       VALUE 0.
       77 WS-FRS                          PIC 99.
          88 FRS-OK                       VALUE 0.
       77 WS-FCV                          PIC 99.
          88 FCV-OK                       VALUE 0.
       77 WS-FME                          PIC 99.
          88 FME-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-FFU                          PIC 99.
          88 FFU-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 WS-AAAAMM-HOJE                  PIC 9(06) VALUE ZEROS.
      *EVENTO INFORMADO OU EM CADASTRO
       77 WS-ID-PASSEIO-INF               PIC 9(05) VALUE ZEROS.
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-ID-TURMA-INF                 PIC 9(03) VALUE ZEROS.
       77 WS-AUT-INF                      PIC X(01) VALUE SPACES.
       77 WS-NM-RESP-INF                  PIC X(20) VALUE SPACES.
       77 WS-NR-PASSEIO                   PIC 9(05) VALUE ZEROS.
       77 WS-IX-TU                        PIC 9(02) VALUE ZEROS.
       77 WS-QT-TURMAS                    PIC 9(02) VALUE ZEROS.
      *COPIA DO EVENTO LIDO (O REGISTRO FICA LIVRE PARA AS LEITURAS)
       77 WS-DS-DESTINO                   PIC X(30) VALUE SPACES.
       77 WS-DT-PASSEIO                   PIC 9(08) VALUE ZEROS.
       77 WS-HR-SAIDA                     PIC 9(04) VALUE ZEROS.
       77 WS-HR-RETORNO                   PIC 9(04) VALUE ZEROS.
       77 WS-VL-CUSTO                     PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-QT-LOTACAO                   PIC 9(03) VALUE ZEROS.
       77 WS-ST-PASSEIO                   PIC X(01) VALUE SPACES.
       77 WS-ID-MONITOR                   PIC 9(05) VALUE ZEROS.
       77 WS-NM-MONITOR                   PIC X(30) VALUE SPACES.
       01 WS-TB-TURMAS.
          03 WS-TURMA-PAS                 PIC 9(03) OCCURS 6 TIMES.
      *CONTAGENS DA PARTICIPACAO
       77 WS-QT-ALUNOS                    PIC 9(04) VALUE ZEROS.
       77 WS-QT-SIM                       PIC 9(04) VALUE ZEROS.
       77 WS-QT-NAO                       PIC 9(04) VALUE ZEROS.
       77 WS-QT-PEND                      PIC 9(04) VALUE ZEROS.
       77 WS-QT-LISTA                     PIC 9(04) VALUE ZEROS.
      *COMPETENCIA DA COBRANCA AVULSA: A MENSALIDADE DO MES CORRENTE
      *OU, SE ELA JA FOI PAGA OU RENEGOCIADA, A DO MES SEGUINTE
       01 WS-AAAAMM-COB                   PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-AAAAMM-COB.
          03 WS-ANO-COB                   PIC 9(04).
          03 WS-MES-COB                   PIC 9(02).
       77 WS-ST-COBRANCA                  PIC X(01) VALUE SPACES.
       77 WS-DS-COBRANCA                  PIC X(20) VALUE SPACES.
      *EMISSAO DAS LISTAS
       77 WS-ID-ALUNO-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-DS-SITUACAO                  PIC X(16) VALUE SPACES.
       77 WS-LINHA-PRT                    PIC X(80) VALUE SPACES.
       77 WS-ED-QT1                       PIC ZZZ9.
       77 WS-VL-ED                        PIC ZZ.ZZ9,99.
      *SALTO DE PAGINA (FORM FEED) APOS A LISTA IMPRESSA
       77 WS-SALTO-PAGINA                 PIC X VALUE X'0C'.

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
            MOVE 'PASSEIO'                TO WS-AUD-PROGRAMA
            MOVE LK-PERFIL                TO WS-VIS-PERFIL
            PERFORM M9-CARREGA-VISIBILIDADE
                    THRU M9-CARREGA-VISIBILIDADE-FIM
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-AAAAMM-HOJE = WS-DATA-HOJE / 100
            END-COMPUTE
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** PASSEIOS E EVENTOS ESCOLARES ***'
            DISPLAY 'TECLE <I> PARA INCLUIR UM EVENTO, <A> PARA'
            DISPLAY 'REGISTRAR UMA AUTORIZACAO, <P> PARA LISTAR AS'
            DISPLAY 'AUTORIZACOES PENDENTES, <E> PARA A LISTA DE'
            DISPLAY 'EMBARQUE, <L> PARA LISTAR OS EVENTOS, <C> PARA'
            DISPLAY 'CANCELAR UM EVENTO OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I'
                WHEN 'i'
                    PERFORM P2-INCLUI     THRU P2-INCLUI-FIM
                WHEN 'A'
                WHEN 'a'
                    PERFORM P3-AUTORIZA   THRU P3-AUTORIZA-FIM
                WHEN 'P'
                WHEN 'p'
                    PERFORM P4-PENDENTES  THRU P4-PENDENTES-FIM
                WHEN 'E'
                WHEN 'e'
                    PERFORM P5-EMBARQUE   THRU P5-EMBARQUE-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P6-LISTA      THRU P6-LISTA-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P7-CANCELA    THRU P7-CANCELA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *INCLUI O EVENTO E GERA A PARTICIPACAO DOS ALUNOS DAS TURMAS
      *ENVOLVIDAS, COM A AUTORIZACAO PENDENTE
       P2-INCLUI.
            DISPLAY 'Destino ou descricao do evento: '
            MOVE SPACES                   TO WS-DS-DESTINO
            ACCEPT WS-DS-DESTINO
            IF WS-DS-DESTINO EQUAL SPACES
               DISPLAY 'INFORME O DESTINO.'
               GO TO P2-INCLUI-FIM
            END-IF
            DISPLAY 'Data do evento (AAAAMMDD): '
            ACCEPT WS-DT-PASSEIO
            IF WS-DT-PASSEIO LESS THAN WS-DATA-HOJE
               DISPLAY 'DATA DO EVENTO NAO PODE SER PASSADA.'
               GO TO P2-INCLUI-FIM
            END-IF
            DISPLAY 'Horario de saida (HHMM): '
            ACCEPT WS-HR-SAIDA
            DISPLAY 'Horario de retorno (HHMM): '
            ACCEPT WS-HR-RETORNO

            MOVE ZEROS                    TO WS-TB-TURMAS
                                             WS-QT-TURMAS
            DISPLAY 'Turmas envolvidas (ate 6, 0 encerra):'
            PERFORM VARYING WS-IX-TU FROM 1 BY 1
                    UNTIL WS-IX-TU GREATER THAN 6
                DISPLAY 'Turma ' WS-IX-TU ': '
                MOVE ZEROS                TO WS-ID-TURMA-INF
                ACCEPT WS-ID-TURMA-INF
                IF WS-ID-TURMA-INF EQUAL ZEROS
                   MOVE 7                 TO WS-IX-TU
                ELSE
                   ADD 1                  TO WS-QT-TURMAS
                   MOVE WS-ID-TURMA-INF   TO WS-TURMA-PAS(WS-QT-TURMAS)
                END-IF
            END-PERFORM
            IF WS-QT-TURMAS EQUAL ZEROS
               DISPLAY 'INFORME AO MENOS UMA TURMA.'
               GO TO P2-INCLUI-FIM
            END-IF

            DISPLAY 'Custo por aluno (0 = sem custo): '
            ACCEPT WS-VL-CUSTO
            DISPLAY 'Lotacao do onibus (0 = sem limite): '
            ACCEPT WS-QT-LOTACAO
            MOVE ZEROS                    TO WS-ID-MONITOR
            DISPLAY 'Codigo do(a) monitor(a) (0 = nenhum): '
            ACCEPT WS-ID-MONITOR
            PERFORM P20-LE-MONITOR        THRU P20-LE-MONITOR-FIM
            IF NOT ACHOU
               GO TO P2-INCLUI-FIM
            END-IF

            PERFORM P12-GERA-NUMERO       THRU P12-GERA-NUMERO-FIM
            IF WS-NR-PASSEIO EQUAL ZEROS
               GO TO P2-INCLUI-FIM
            END-IF

            PERFORM P10-ABRE-PASSEIOS     THRU P10-ABRE-PASSEIOS-FIM
            IF NOT FPS-OK
               GO TO P2-INCLUI-FIM
            END-IF
            INITIALIZE REG-PASSEIO
            MOVE WS-NR-PASSEIO            TO ID-PASSEIO
            MOVE WS-DS-DESTINO            TO DS-DESTINO-PAS
            MOVE WS-DT-PASSEIO            TO DT-PASSEIO
            MOVE WS-HR-SAIDA              TO HR-SAIDA-PAS
            MOVE WS-HR-RETORNO            TO HR-RETORNO-PAS
            MOVE WS-TB-TURMAS             TO TB-TURMAS-PAS
            MOVE WS-VL-CUSTO              TO VL-CUSTO-PAS
            MOVE WS-QT-LOTACAO            TO QT-LOTACAO-PAS
            MOVE WS-ID-MONITOR            TO ID-FUNC-MON-PAS
            SET PAS-ABERTO                TO TRUE
            MOVE WS-DATA-HOJE             TO DT-CADASTRO-PAS
            MOVE LK-OPERADOR              TO OP-PASSEIO
            WRITE REG-PASSEIO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O EVENTO'
                    CLOSE PASSEIO
                    GO TO P2-INCLUI-FIM
            END-WRITE
            CLOSE PASSEIO

      *ALUNOS DO ROTEIRO DAS TURMAS DO EVENTO
            MOVE ZEROS                    TO WS-QT-ALUNOS
            PERFORM P11-ABRE-PARTICIPACAO THRU P11-ABRE-PARTICIPACAO-FIM
            IF NOT FPA-OK
               GO TO P2-INCLUI-FIM
            END-IF
            SET EOF-OK                    TO FALSE
            SET FTL-OK                    TO TRUE
            OPEN INPUT TURMALUNO
            IF FTL-OK
               PERFORM UNTIL EOF-OK
                   READ TURMALUNO NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-IX-TU FROM 1 BY 1
                                   UNTIL WS-IX-TU GREATER THAN
                                         WS-QT-TURMAS
                               IF ID-TURMA6 EQUAL
                                  WS-TURMA-PAS(WS-IX-TU)
                                  PERFORM P2A-GRAVA-PARTICIPANTE
                                     THRU P2A-GRAVA-PARTICIPANTE-FIM
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TURMALUNO
            CLOSE PASSALUNO

            DISPLAY '*********************************************'
            DISPLAY '* EVENTO ' WS-NR-PASSEIO ' INCLUIDO COM '
                    WS-QT-ALUNOS ' ALUNO(S).'
            DISPLAY '* AUTORIZACOES PENDENTES DE TODOS OS ALUNOS.'
            DISPLAY '*********************************************'

            MOVE 'PASSEIO'                TO WS-AUD-PROGRAMA
            MOVE 'INCLUSAO'               TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'EVENTO ' WS-NR-PASSEIO ' ' WS-DT-PASSEIO ' '
                   WS-QT-TURMAS ' TURMA(S) ' WS-QT-ALUNOS ' ALUNOS'
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-INCLUI-FIM.

      *GRAVA O ALUNO DO ROTEIRO LIDO NA PARTICIPACAO DO EVENTO (O
      *ALUNO EM MAIS DE UMA TURMA DO EVENTO ENTRA UMA VEZ SO)
       P2A-GRAVA-PARTICIPANTE.
            INITIALIZE REG-PASSALUNO
            MOVE WS-NR-PASSEIO            TO ID-PASSEIO-PA
            MOVE ID-ALUNO6                TO ID-ALUNO-PA
            MOVE ID-TURMA6                TO ID-TURMA-PA
            MOVE NM-ALUNO6                TO NM-ALUNO-PA
            SET AUT-PENDENTE              TO TRUE
            MOVE LK-OPERADOR              TO OP-PASSALUNO
            WRITE REG-PASSALUNO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-ALUNOS
            END-WRITE
            .
       P2A-GRAVA-PARTICIPANTE-FIM.

      *REGISTRA A AUTORIZACAO DO RESPONSAVEL (SIM OU NAO). O SIM
      *RESPEITA A LOTACAO DO ONIBUS E LANCA O CUSTO COMO COBRANCA
      *AVULSA; O NAO DE QUEM JA TINHA AUTORIZADO CANCELA A COBRANCA
      *AINDA EM ABERTO (A JA PAGA IMPEDE A TROCA)
       P3-AUTORIZA.
            DISPLAY 'Informe o numero do evento: '
            ACCEPT WS-ID-PASSEIO-INF
            PERFORM P13-LE-PASSEIO        THRU P13-LE-PASSEIO-FIM
            IF NOT ACHOU
               GO TO P3-AUTORIZA-FIM
            END-IF
            IF WS-ST-PASSEIO NOT EQUAL 'A'
               DISPLAY 'EVENTO NAO ESTA ABERTO (SITUACAO '
                       WS-ST-PASSEIO ').'
               GO TO P3-AUTORIZA-FIM
            END-IF

            PERFORM P15-CONTA-AUTORIZADOS
                    THRU P15-CONTA-AUTORIZADOS-FIM

            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF

            PERFORM P11-ABRE-PARTICIPACAO THRU P11-ABRE-PARTICIPACAO-FIM
            IF NOT FPA-OK
               GO TO P3-AUTORIZA-FIM
            END-IF
            MOVE WS-ID-PASSEIO-INF        TO ID-PASSEIO-PA
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-PA
            READ PASSALUNO
                KEY IS ID-PASSALUNO
                INVALID KEY
                    DISPLAY 'ALUNO NAO PERTENCE AS TURMAS DO EVENTO!'
                    CLOSE PASSALUNO
                    GO TO P3-AUTORIZA-FIM
            END-READ
            DISPLAY 'ALUNO ' ID-ALUNO-PA ' - '
                    FUNCTION TRIM(NM-ALUNO-PA) ' TURMA ' ID-TURMA-PA
            DISPLAY 'AUTORIZACAO ATUAL: ' ST-AUTORIZACAO
                    ' ' NM-RESP-AUT
            MOVE ID-ALUNO-PA              TO WS-ID-ALUNO-ATUAL
            PERFORM P14-MOSTRA-RESPONSAVEIS
                    THRU P14-MOSTRA-RESPONSAVEIS-FIM

            DISPLAY 'Autorizado pelo responsavel (S/N): '
            ACCEPT WS-AUT-INF
            INSPECT WS-AUT-INF CONVERTING 'sn' TO 'SN'
            IF WS-AUT-INF NOT EQUAL 'S' AND NOT EQUAL 'N'
               DISPLAY 'RESPOSTA INVALIDA.'
               CLOSE PASSALUNO
               GO TO P3-AUTORIZA-FIM
            END-IF
            IF WS-AUT-INF EQUAL ST-AUTORIZACAO
               DISPLAY 'AUTORIZACAO JA REGISTRADA COM ESSA RESPOSTA.'
               CLOSE PASSALUNO
               GO TO P3-AUTORIZA-FIM
            END-IF
            DISPLAY 'Nome do responsavel que assinou: '
            MOVE SPACES                   TO WS-NM-RESP-INF
            ACCEPT WS-NM-RESP-INF
            IF WS-NM-RESP-INF EQUAL SPACES
               DISPLAY 'INFORME O RESPONSAVEL.'
               CLOSE PASSALUNO
               GO TO P3-AUTORIZA-FIM
            END-IF

            IF WS-AUT-INF EQUAL 'S'
               IF WS-QT-LOTACAO GREATER THAN ZEROS AND
                  WS-QT-SIM NOT LESS THAN WS-QT-LOTACAO
                  DISPLAY 'LOTACAO DO ONIBUS ESGOTADA ('
                          WS-QT-LOTACAO ' LUGARES).'
                  CLOSE PASSALUNO
                  GO TO P3-AUTORIZA-FIM
               END-IF
               MOVE ZEROS                 TO WS-AAAAMM-COB
               IF WS-VL-CUSTO GREATER THAN ZEROS
                  PERFORM P16-LANCA-CUSTO THRU P16-LANCA-CUSTO-FIM
               END-IF
               MOVE WS-AAAAMM-COB         TO AAAAMM-COB-PA
            ELSE
               IF AAAAMM-COB-PA GREATER THAN ZEROS
                  PERFORM P17-SITUACAO-CUSTO
                          THRU P17-SITUACAO-CUSTO-FIM
                  IF WS-ST-COBRANCA EQUAL 'P'
                     DISPLAY 'CUSTO DO EVENTO JA PAGO - A DESISTENCIA'
                             ' DEPENDE DA DEVOLUCAO PELO FINANCEIRO.'
                     CLOSE PASSALUNO
                     GO TO P3-AUTORIZA-FIM
                  END-IF
                  IF WS-ST-COBRANCA EQUAL 'A'
                     PERFORM P18-CANCELA-CUSTO
                             THRU P18-CANCELA-CUSTO-FIM
                  END-IF
                  MOVE ZEROS              TO AAAAMM-COB-PA
               END-IF
            END-IF

            MOVE WS-AUT-INF               TO ST-AUTORIZACAO
            MOVE WS-NM-RESP-INF           TO NM-RESP-AUT
            MOVE WS-DATA-HOJE             TO DT-AUTORIZACAO
            MOVE LK-OPERADOR              TO OP-PASSALUNO
            REWRITE REG-PASSALUNO
                INVALID KEY
                    DISPLAY 'ERRO AO REGISTRAR A AUTORIZACAO'
                    CLOSE PASSALUNO
                    GO TO P3-AUTORIZA-FIM
            END-REWRITE
            CLOSE PASSALUNO

            IF AUT-SIM
               DISPLAY 'AUTORIZACAO REGISTRADA.'
               IF AAAAMM-COB-PA GREATER THAN ZEROS
                  DISPLAY 'CUSTO LANCADO NA COBRANCA DE '
                          AAAAMM-COB-PA
               END-IF
            ELSE
               DISPLAY 'NAO AUTORIZADO - O ALUNO FICA NA ESCOLA.'
            END-IF

            MOVE 'PASSEIO'                TO WS-AUD-PROGRAMA
            MOVE 'AUTORIZA'               TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'EVENTO ' WS-ID-PASSEIO-INF ' ALUNO '
                   WS-ID-ALUNO-INF ' ' WS-AUT-INF ' '
                   WS-NM-RESP-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P3-AUTORIZA-FIM.

      *LISTA OS ALUNOS DO EVENTO AINDA SEM AUTORIZACAO, PARA A
      *COBRANCA DOS BILHETES JUNTO AS FAMILIAS
       P4-PENDENTES.
            DISPLAY 'Informe o numero do evento: '
            ACCEPT WS-ID-PASSEIO-INF
            PERFORM P13-LE-PASSEIO        THRU P13-LE-PASSEIO-FIM
            IF NOT ACHOU
               GO TO P4-PENDENTES-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-LISTA
            SET FPA-OK                    TO TRUE
            OPEN INPUT PASSALUNO
            IF NOT FPA-OK
               DISPLAY 'EVENTO SEM PARTICIPANTES.'
               CLOSE PASSALUNO
               GO TO P4-PENDENTES-FIM
            END-IF
            DISPLAY '*** AUTORIZACOES PENDENTES DO EVENTO '
                    WS-ID-PASSEIO-INF ' ***'
            DISPLAY 'TURMA ALUNO NOME'
            MOVE WS-ID-PASSEIO-INF        TO ID-PASSEIO-PA
            MOVE ZEROS                    TO ID-ALUNO-PA
            SET EOF-OK                    TO FALSE
            START PASSALUNO KEY IS NOT LESS THAN ID-PASSALUNO
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PASSALUNO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-PASSEIO-PA NOT EQUAL WS-ID-PASSEIO-INF
                           SET EOF-OK     TO TRUE
                        ELSE
                           IF AUT-PENDENTE
                              ADD 1       TO WS-QT-LISTA
                              DISPLAY ID-TURMA-PA '   ' ID-ALUNO-PA
                                      ' ' NM-ALUNO-PA
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PASSALUNO
            DISPLAY 'AUTORIZACOES PENDENTES: ' WS-QT-LISTA
            .
       P4-PENDENTES-FIM.

      *LISTA DE EMBARQUE DO DIA: ALUNOS AUTORIZADOS POR TURMA, COM AS
      *NOTAS DE SAUDE E OS TELEFONES DOS RESPONSAVEIS, E A LISTA DOS
      *QUE FICAM NA ESCOLA (NAO AUTORIZADOS OU SEM AUTORIZACAO)
       P5-EMBARQUE.
            DISPLAY 'Informe o numero do evento: '
            ACCEPT WS-ID-PASSEIO-INF
            PERFORM P13-LE-PASSEIO        THRU P13-LE-PASSEIO-FIM
            IF NOT ACHOU
               GO TO P5-EMBARQUE-FIM
            END-IF
            IF WS-ST-PASSEIO EQUAL 'C'
               DISPLAY 'EVENTO CANCELADO.'
               GO TO P5-EMBARQUE-FIM
            END-IF

            SET FPA-OK                    TO TRUE
            OPEN INPUT PASSALUNO
            IF NOT FPA-OK
               DISPLAY 'EVENTO SEM PARTICIPANTES.'
               CLOSE PASSALUNO
               GO TO P5-EMBARQUE-FIM
            END-IF

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

            MOVE ALL '='                  TO WS-LINHA-PRT
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING 'LISTA DE EMBARQUE - EVENTO ' WS-ID-PASSEIO-INF
                   ' - ' WS-DS-DESTINO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING 'DATA ' WS-DT-PASSEIO ' SAIDA ' WS-HR-SAIDA
                   ' RETORNO ' WS-HR-RETORNO ' LOTACAO '
                   WS-QT-LOTACAO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            IF WS-ID-MONITOR GREATER THAN ZEROS
               PERFORM P20-LE-MONITOR     THRU P20-LE-MONITOR-FIM
               MOVE SPACES                TO WS-LINHA-PRT
               STRING 'MONITOR(A): ' WS-ID-MONITOR ' - '
                      WS-NM-MONITOR
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PRT
               END-STRING
               PERFORM P19-EMITE-LINHA    THRU P19-EMITE-LINHA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-SIM
                                             WS-QT-NAO
            PERFORM VARYING WS-IX-TU FROM 1 BY 1
                    UNTIL WS-IX-TU GREATER THAN 6
                IF WS-TURMA-PAS(WS-IX-TU) GREATER THAN ZEROS
                   MOVE 'S'               TO WS-AUT-INF
                   PERFORM P5A-LISTA-TURMA THRU P5A-LISTA-TURMA-FIM
                END-IF
            END-PERFORM
            MOVE ALL '-'                  TO WS-LINHA-PRT
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE WS-QT-SIM                TO WS-ED-QT1
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING 'TOTAL DE ALUNOS NO EMBARQUE: ' WS-ED-QT1
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM

            MOVE ALL '='                  TO WS-LINHA-PRT
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE 'ALUNOS QUE FICAM NA ESCOLA' TO WS-LINHA-PRT
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            PERFORM VARYING WS-IX-TU FROM 1 BY 1
                    UNTIL WS-IX-TU GREATER THAN 6
                IF WS-TURMA-PAS(WS-IX-TU) GREATER THAN ZEROS
                   MOVE 'N'               TO WS-AUT-INF
                   PERFORM P5A-LISTA-TURMA THRU P5A-LISTA-TURMA-FIM
                END-IF
            END-PERFORM
            MOVE ALL '-'                  TO WS-LINHA-PRT
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE WS-QT-NAO                TO WS-ED-QT1
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING 'TOTAL DE ALUNOS NA ESCOLA: ' WS-ED-QT1
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            CLOSE PASSALUNO

            IF FIM-OK
               MOVE WS-SALTO-PAGINA       TO REG-IMPREL
               WRITE REG-IMPREL
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'PASSEIO'             TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF

            MOVE 'PASSEIO'                TO WS-AUD-PROGRAMA
            MOVE 'EMBARQUE'               TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'EVENTO ' WS-ID-PASSEIO-INF ' EMBARQUE ' WS-QT-SIM
                   ' NA ESCOLA ' WS-QT-NAO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM

            IF VIS-SAUDE AND WS-QT-SIM GREATER ZEROS
               MOVE 'SAUDE'               TO WS-VIS-CLASSE
               MOVE ZEROS                 TO WS-VIS-ID-ALUNO
               PERFORM M9-REGISTRA-VISUALIZACAO
                       THRU M9-REGISTRA-VISUALIZACAO-FIM
            END-IF
            .
       P5-EMBARQUE-FIM.

      *EMITE OS ALUNOS DA TURMA WS-IX-TU DO EVENTO: COM WS-AUT-INF =
      *'S' OS AUTORIZADOS (EMBARQUE), COM 'N' OS DEMAIS (NA ESCOLA)
       P5A-LISTA-TURMA.
            MOVE ZEROS                    TO WS-QT-LISTA
            MOVE WS-ID-PASSEIO-INF        TO ID-PASSEIO-PA
            MOVE ZEROS                    TO ID-ALUNO-PA
            SET EOF-OK                    TO FALSE
            START PASSALUNO KEY IS NOT LESS THAN ID-PASSALUNO
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PASSALUNO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-PASSEIO-PA NOT EQUAL WS-ID-PASSEIO-INF
                           SET EOF-OK     TO TRUE
                        ELSE
                           IF ID-TURMA-PA EQUAL WS-TURMA-PAS(WS-IX-TU)
                              IF WS-AUT-INF EQUAL 'S' AND AUT-SIM
                                 PERFORM P5B-ALUNO-EMBARQUE
                                    THRU P5B-ALUNO-EMBARQUE-FIM
                              END-IF
                              IF WS-AUT-INF EQUAL 'N' AND NOT AUT-SIM
                                 PERFORM P5C-ALUNO-NA-ESCOLA
                                    THRU P5C-ALUNO-NA-ESCOLA-FIM
                              END-IF
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P5A-LISTA-TURMA-FIM.

      *LINHA DO ALUNO NO EMBARQUE: NOTAS DE SAUDE E RESPONSAVEIS
       P5B-ALUNO-EMBARQUE.
            IF WS-QT-LISTA EQUAL ZEROS
               MOVE ALL '-'               TO WS-LINHA-PRT
               PERFORM P19-EMITE-LINHA    THRU P19-EMITE-LINHA-FIM
               MOVE SPACES                TO WS-LINHA-PRT
               STRING 'TURMA ' WS-TURMA-PAS(WS-IX-TU)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PRT
               END-STRING
               PERFORM P19-EMITE-LINHA    THRU P19-EMITE-LINHA-FIM
            END-IF
            ADD 1                         TO WS-QT-LISTA
                                             WS-QT-SIM
            MOVE ID-ALUNO-PA              TO WS-ID-ALUNO-ATUAL
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING '[ ] ' ID-ALUNO-PA ' - ' NM-ALUNO-PA
                   '  AUTORIZ. ' NM-RESP-AUT
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM

            IF NOT VIS-SAUDE
               MOVE SPACES                TO WS-LINHA-PRT
               STRING '    SAUDE: ' WS-VIS-MASCARA
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PRT
               END-STRING
               PERFORM P19-EMITE-LINHA    THRU P19-EMITE-LINHA-FIM
            ELSE
               SET FSA-OK                 TO TRUE
               OPEN INPUT SAUDE
               IF FSA-OK
                  MOVE WS-ID-ALUNO-ATUAL  TO ID-ALUNO-SAU
                  READ SAUDE
                      KEY IS ID-ALUNO-SAU
                      INVALID KEY
                          MOVE '    SEM FICHA DE SAUDE CADASTRADA.'
                                          TO WS-LINHA-PRT
                          PERFORM P19-EMITE-LINHA
                                  THRU P19-EMITE-LINHA-FIM
                      NOT INVALID KEY
                          IF DS-ALERGIAS NOT EQUAL SPACES
                             MOVE SPACES  TO WS-LINHA-PRT
                             STRING '    ALERGIAS: '
                                    FUNCTION TRIM(DS-ALERGIAS)
                                    DELIMITED BY SIZE
                                    INTO WS-LINHA-PRT
                             END-STRING
                             PERFORM P19-EMITE-LINHA
                                     THRU P19-EMITE-LINHA-FIM
                          END-IF
                          IF DS-MEDICACAO NOT EQUAL SPACES
                             MOVE SPACES  TO WS-LINHA-PRT
                             STRING '    MEDICACAO: '
                                    FUNCTION TRIM(DS-MEDICACAO)
                                    DELIMITED BY SIZE
                                    INTO WS-LINHA-PRT
                             END-STRING
                             PERFORM P19-EMITE-LINHA
                                     THRU P19-EMITE-LINHA-FIM
                          END-IF
                          IF DS-RESTRICOES NOT EQUAL SPACES
                             MOVE SPACES  TO WS-LINHA-PRT
                             STRING '    RESTRICOES: '
                                    FUNCTION TRIM(DS-RESTRICOES)
                                    DELIMITED BY SIZE
                                    INTO WS-LINHA-PRT
                             END-STRING
                             PERFORM P19-EMITE-LINHA
                                     THRU P19-EMITE-LINHA-FIM
                          END-IF
                          IF DS-PLANO-SAUDE NOT EQUAL SPACES
                             MOVE SPACES  TO WS-LINHA-PRT
                             STRING '    PLANO: '
                                    FUNCTION TRIM(DS-PLANO-SAUDE)
                                    DELIMITED BY SIZE
                                    INTO WS-LINHA-PRT
                             END-STRING
                             PERFORM P19-EMITE-LINHA
                                     THRU P19-EMITE-LINHA-FIM
                          END-IF
                  END-READ
               END-IF
               CLOSE SAUDE
            END-IF

      *CONTATOS DE EMERGENCIA
            SET EOF2-OK                   TO FALSE
            SET FRS-OK                    TO TRUE
            OPEN INPUT RESPONSAVEL
            IF FRS-OK
               PERFORM UNTIL EOF2-OK
                   READ RESPONSAVEL NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO-RESP EQUAL WS-ID-ALUNO-ATUAL
                              MOVE SPACES TO WS-LINHA-PRT
                              IF VIS-TELEFONE
                              STRING '    RESP: '
                                     FUNCTION TRIM(NM-RESP)
                                     ' (' FUNCTION TRIM(PARENTESCO)
                                     ') TEL ' TL-RESP1
                                     ' / ' TL-RESP2
                                     DELIMITED BY SIZE
                                     INTO WS-LINHA-PRT
                              END-STRING
                              ELSE
                              STRING '    RESP: '
                                     FUNCTION TRIM(NM-RESP)
                                     ' (' FUNCTION TRIM(PARENTESCO)
                                     ') TEL ' WS-VIS-MASCARA
                                     DELIMITED BY SIZE
                                     INTO WS-LINHA-PRT
                              END-STRING
                              END-IF
                              PERFORM P19-EMITE-LINHA
                                      THRU P19-EMITE-LINHA-FIM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE RESPONSAVEL
            .
       P5B-ALUNO-EMBARQUE-FIM.

      *LINHA DO ALUNO QUE FICA NA ESCOLA
       P5C-ALUNO-NA-ESCOLA.
            IF WS-QT-LISTA EQUAL ZEROS
               MOVE SPACES                TO WS-LINHA-PRT
               STRING 'TURMA ' WS-TURMA-PAS(WS-IX-TU)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PRT
               END-STRING
               PERFORM P19-EMITE-LINHA    THRU P19-EMITE-LINHA-FIM
            END-IF
            ADD 1                         TO WS-QT-LISTA
                                             WS-QT-NAO
            IF AUT-NAO
               MOVE 'NAO AUTORIZADO'      TO WS-DS-SITUACAO
            ELSE
               MOVE 'SEM AUTORIZACAO'     TO WS-DS-SITUACAO
            END-IF
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING '    ' ID-ALUNO-PA ' - ' NM-ALUNO-PA ' '
                   WS-DS-SITUACAO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            .
       P5C-ALUNO-NA-ESCOLA-FIM.

      *LISTA OS EVENTOS COM A SITUACAO DAS AUTORIZACOES
       P6-LISTA.
            SET FPS-OK                    TO TRUE
            OPEN INPUT PASSEIO
            IF NOT FPS-OK
               DISPLAY 'NENHUM EVENTO CADASTRADO.'
               CLOSE PASSEIO
               GO TO P6-LISTA-FIM
            END-IF
            DISPLAY '*** PASSEIOS E EVENTOS ***'
            DISPLAY 'EVENT DATA     S DESTINO                        '
                    '  SIM  NAO PEND LOT MONIT'
            SET EOF2-OK                   TO FALSE
            PERFORM UNTIL EOF2-OK
                READ PASSEIO NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        MOVE ID-PASSEIO   TO WS-ID-PASSEIO-INF
                        PERFORM P15-CONTA-AUTORIZADOS
                                THRU P15-CONTA-AUTORIZADOS-FIM
                        DISPLAY ID-PASSEIO ' ' DT-PASSEIO ' '
                                ST-PASSEIO ' ' DS-DESTINO-PAS ' '
                                WS-QT-SIM ' ' WS-QT-NAO ' '
                                WS-QT-PEND ' ' QT-LOTACAO-PAS
                                ' ' ID-FUNC-MON-PAS
                END-READ
            END-PERFORM
            CLOSE PASSEIO
            .
       P6-LISTA-FIM.

      *CANCELA O EVENTO E AS COBRANCAS AINDA EM ABERTO DOS ALUNOS
      *AUTORIZADOS; AS JA PAGAS SAO LISTADAS PARA DEVOLUCAO
       P7-CANCELA.
            DISPLAY 'Informe o numero do evento: '
            ACCEPT WS-ID-PASSEIO-INF
            PERFORM P13-LE-PASSEIO        THRU P13-LE-PASSEIO-FIM
            IF NOT ACHOU
               GO TO P7-CANCELA-FIM
            END-IF
            IF WS-ST-PASSEIO NOT EQUAL 'A'
               DISPLAY 'EVENTO NAO ESTA ABERTO (SITUACAO '
                       WS-ST-PASSEIO ').'
               GO TO P7-CANCELA-FIM
            END-IF
            DISPLAY 'Confirma o cancelamento do evento (S/N)? '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT EQUAL 'S' AND NOT EQUAL 's'
               GO TO P7-CANCELA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-LISTA
            SET FPA-OK                    TO TRUE
            OPEN INPUT PASSALUNO
            IF FPA-OK
               MOVE WS-ID-PASSEIO-INF     TO ID-PASSEIO-PA
               MOVE ZEROS                 TO ID-ALUNO-PA
               SET EOF-OK                 TO FALSE
               START PASSALUNO KEY IS NOT LESS THAN ID-PASSALUNO
                   INVALID KEY
                       SET EOF-OK         TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ PASSALUNO NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF ID-PASSEIO-PA NOT EQUAL
                              WS-ID-PASSEIO-INF
                              SET EOF-OK  TO TRUE
                           ELSE
                              IF AAAAMM-COB-PA GREATER THAN ZEROS
                                 PERFORM P17-SITUACAO-CUSTO
                                    THRU P17-SITUACAO-CUSTO-FIM
                                 IF WS-ST-COBRANCA EQUAL 'A'
                                    PERFORM P18-CANCELA-CUSTO
                                       THRU P18-CANCELA-CUSTO-FIM
                                 END-IF
                                 IF WS-ST-COBRANCA EQUAL 'P'
                                    ADD 1 TO WS-QT-LISTA
                                    DISPLAY 'CUSTO PAGO A DEVOLVER: '
                                            'ALUNO ' ID-ALUNO-PA ' '
                                            NM-ALUNO-PA
                                 END-IF
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE PASSALUNO

            PERFORM P10-ABRE-PASSEIOS     THRU P10-ABRE-PASSEIOS-FIM
            IF NOT FPS-OK
               GO TO P7-CANCELA-FIM
            END-IF
            MOVE WS-ID-PASSEIO-INF        TO ID-PASSEIO
            READ PASSEIO
                KEY IS ID-PASSEIO
                INVALID KEY
                    DISPLAY 'EVENTO NAO EXISTE!'
                NOT INVALID KEY
                    SET PAS-CANCELADO     TO TRUE
                    MOVE LK-OPERADOR      TO OP-PASSEIO
                    REWRITE REG-PASSEIO
                        INVALID KEY
                            DISPLAY 'ERRO AO CANCELAR O EVENTO'
                        NOT INVALID KEY
                            DISPLAY 'EVENTO ' WS-ID-PASSEIO-INF
                                    ' CANCELADO.'
                    END-REWRITE
            END-READ
            CLOSE PASSEIO
            IF WS-QT-LISTA GREATER THAN ZEROS
               DISPLAY 'ENCAMINHE AO FINANCEIRO ' WS-QT-LISTA
                       ' DEVOLUCAO(OES).'
            END-IF

            MOVE 'PASSEIO'                TO WS-AUD-PROGRAMA
            MOVE 'CANCELA'                TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'EVENTO ' WS-ID-PASSEIO-INF ' PAGOS A DEVOLVER '
                   WS-QT-LISTA
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P7-CANCELA-FIM.

      *ABRE O ARQUIVO DE EVENTOS PARA ATUALIZACAO (CRIA NA PRIMEIRA
      *VEZ)
       P10-ABRE-PASSEIOS.
            SET FPS-OK                    TO TRUE
            OPEN I-O PASSEIO
            IF WS-FPS EQUAL 35
                 CLOSE PASSEIO
                 OPEN OUTPUT PASSEIO
                 CLOSE PASSEIO
                 OPEN I-O PASSEIO
            END-IF
            IF NOT FPS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EVENTOS'
               MOVE WS-FPS TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPS ' - ' WS-FS-MSG
               CLOSE PASSEIO
            END-IF
            .
       P10-ABRE-PASSEIOS-FIM.

      *ABRE O ARQUIVO DE PARTICIPACAO PARA ATUALIZACAO (CRIA NA
      *PRIMEIRA VEZ)
       P11-ABRE-PARTICIPACAO.
            SET FPA-OK                    TO TRUE
            OPEN I-O PASSALUNO
            IF WS-FPA EQUAL 35
                 CLOSE PASSALUNO
                 OPEN OUTPUT PASSALUNO
                 CLOSE PASSALUNO
                 OPEN I-O PASSALUNO
            END-IF
            IF NOT FPA-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PARTICIPACAO'
               MOVE WS-FPA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPA ' - ' WS-FS-MSG
               CLOSE PASSALUNO
            END-IF
            .
       P11-ABRE-PARTICIPACAO-FIM.

       P12-GERA-NUMERO.
            MOVE ZEROS                    TO WS-NR-PASSEIO
            SET FSC-OK                    TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF

            IF FSC-OK THEN
               MOVE 41                    TO ID-CONTADOR
               READ CONTADOR
                   INVALID KEY
                       MOVE ZEROS         TO NR-ULTIMO-REGISTRO
               END-READ

               ADD 1                      TO NR-ULTIMO-REGISTRO
               MOVE NR-ULTIMO-REGISTRO    TO WS-NR-PASSEIO

               REWRITE REG-CONTADOR
                   INVALID KEY
                       WRITE REG-CONTADOR
               END-REWRITE
            ELSE
              DISPLAY 'ERRO AO ABRIR ARQUIVO DE CONTADOR'
              MOVE WS-FSC TO WS-FS-CODE
              PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
              DISPLAY 'FILE STATUS: ' WS-FSC ' - ' WS-FS-MSG
            END-IF

            CLOSE CONTADOR
            .
       P12-GERA-NUMERO-FIM.

      *LE O EVENTO INFORMADO E GUARDA OS SEUS DADOS
       P13-LE-PASSEIO.
            MOVE 'N'                      TO WS-ACHOU
            SET FPS-OK                    TO TRUE
            OPEN INPUT PASSEIO
            IF NOT FPS-OK
               DISPLAY 'NENHUM EVENTO CADASTRADO.'
               CLOSE PASSEIO
               GO TO P13-LE-PASSEIO-FIM
            END-IF
            MOVE WS-ID-PASSEIO-INF        TO ID-PASSEIO
            READ PASSEIO
                KEY IS ID-PASSEIO
                INVALID KEY
                    DISPLAY 'EVENTO NAO EXISTE!'
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
                    MOVE DS-DESTINO-PAS   TO WS-DS-DESTINO
                    MOVE DT-PASSEIO       TO WS-DT-PASSEIO
                    MOVE HR-SAIDA-PAS     TO WS-HR-SAIDA
                    MOVE HR-RETORNO-PAS   TO WS-HR-RETORNO
                    MOVE TB-TURMAS-PAS    TO WS-TB-TURMAS
                    MOVE VL-CUSTO-PAS     TO WS-VL-CUSTO
                    MOVE QT-LOTACAO-PAS   TO WS-QT-LOTACAO
                    MOVE ST-PASSEIO       TO WS-ST-PASSEIO
                    MOVE ID-FUNC-MON-PAS  TO WS-ID-MONITOR
                    DISPLAY 'EVENTO ' ID-PASSEIO ' - '
                            FUNCTION TRIM(DS-DESTINO-PAS)
                            ' EM ' DT-PASSEIO
            END-READ
            CLOSE PASSEIO
            .
       P13-LE-PASSEIO-FIM.

      *MOSTRA OS RESPONSAVEIS CADASTRADOS DO ALUNO
       P14-MOSTRA-RESPONSAVEIS.
            SET EOF2-OK                   TO FALSE
            SET FRS-OK                    TO TRUE
            OPEN INPUT RESPONSAVEL
            IF FRS-OK
               PERFORM UNTIL EOF2-OK
                   READ RESPONSAVEL NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO-RESP EQUAL WS-ID-ALUNO-ATUAL
                              DISPLAY 'RESPONSAVEL: ' NM-RESP ' ('
                                      FUNCTION TRIM(PARENTESCO) ')'
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE RESPONSAVEL
            .
       P14-MOSTRA-RESPONSAVEIS-FIM.

      *CONTA AS AUTORIZACOES DO EVENTO WS-ID-PASSEIO-INF
       P15-CONTA-AUTORIZADOS.
            MOVE ZEROS                    TO WS-QT-SIM
                                             WS-QT-NAO
                                             WS-QT-PEND
            SET FPA-OK                    TO TRUE
            OPEN INPUT PASSALUNO
            IF NOT FPA-OK
               CLOSE PASSALUNO
               GO TO P15-CONTA-AUTORIZADOS-FIM
            END-IF

            MOVE WS-ID-PASSEIO-INF        TO ID-PASSEIO-PA
            MOVE ZEROS                    TO ID-ALUNO-PA
            SET EOF-OK                    TO FALSE
            START PASSALUNO KEY IS NOT LESS THAN ID-PASSALUNO
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ PASSALUNO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-PASSEIO-PA NOT EQUAL WS-ID-PASSEIO-INF
                           SET EOF-OK     TO TRUE
                        ELSE
                           EVALUATE TRUE
                               WHEN AUT-SIM
                                   ADD 1  TO WS-QT-SIM
                               WHEN AUT-NAO
                                   ADD 1  TO WS-QT-NAO
                               WHEN OTHER
                                   ADD 1  TO WS-QT-PEND
                           END-EVALUATE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PASSALUNO
            .
       P15-CONTA-AUTORIZADOS-FIM.

      *LANCA O CUSTO DO EVENTO COMO COBRANCA AVULSA DO ALUNO NA
      *MENSALIDADE DO MES; SE A DO MES JA FOI PAGA OU RENEGOCIADA, VAI
      *PARA A DO MES SEGUINTE (QUE AINDA SERA GERADA)
       P16-LANCA-CUSTO.
            MOVE WS-AAAAMM-HOJE           TO WS-AAAAMM-COB
            SET FME-OK                    TO TRUE
            OPEN INPUT MENSALIDADE
            IF FME-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO-MEN
               MOVE WS-AAAAMM-COB         TO AAAAMM-MEN
               READ MENSALIDADE
                   KEY IS ID-MENSALIDADE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-MENSALIDADE EQUAL 'P'
                          OR ST-MENSALIDADE EQUAL 'R'
                          IF WS-MES-COB EQUAL 12
                             ADD 1        TO WS-ANO-COB
                             MOVE 1       TO WS-MES-COB
                          ELSE
                             ADD 1        TO WS-MES-COB
                          END-IF
                       END-IF
               END-READ
            END-IF
            CLOSE MENSALIDADE

            SET FCV-OK                    TO TRUE
            OPEN I-O COBAVULSA
            IF WS-FCV EQUAL 35
                 CLOSE COBAVULSA
                 OPEN OUTPUT COBAVULSA
                 CLOSE COBAVULSA
                 OPEN I-O COBAVULSA
            END-IF
            IF NOT FCV-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCAS AVULSAS'
               MOVE WS-FCV TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCV ' - ' WS-FS-MSG
               DISPLAY 'CUSTO NAO LANCADO.'
               CLOSE COBAVULSA
               MOVE ZEROS                 TO WS-AAAAMM-COB
               GO TO P16-LANCA-CUSTO-FIM
            END-IF

            MOVE SPACES                   TO WS-DS-COBRANCA
            STRING 'PASSEIO ' WS-DS-DESTINO
                   DELIMITED BY SIZE
                   INTO WS-DS-COBRANCA
            END-STRING
            INITIALIZE REG-COBAVULSA
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-CAV
            MOVE WS-AAAAMM-COB            TO AAAAMM-CAV
            MOVE 'E'                      TO TP-ORIGEM-CAV
            MOVE WS-ID-PASSEIO-INF        TO NR-ORIGEM-CAV
            MOVE WS-DS-COBRANCA           TO DS-COBAVULSA
            MOVE WS-VL-CUSTO              TO VL-COBAVULSA
            MOVE 'A'                      TO ST-COBAVULSA
            MOVE WS-DATA-HOJE             TO DT-LANCAMENTO-CAV
            MOVE LK-OPERADOR              TO OP-COBAVULSA
            WRITE REG-COBAVULSA
                INVALID KEY
                    DISPLAY 'ERRO AO LANCAR O CUSTO DO EVENTO'
                    MOVE ZEROS            TO WS-AAAAMM-COB
            END-WRITE
            CLOSE COBAVULSA
            .
       P16-LANCA-CUSTO-FIM.

      *DEVOLVE EM WS-ST-COBRANCA A SITUACAO DO CUSTO DO EVENTO DO
      *ALUNO DA PARTICIPACAO LIDA (ESPACOS = SEM COBRANCA AVULSA)
       P17-SITUACAO-CUSTO.
            MOVE SPACES                   TO WS-ST-COBRANCA
            SET FCV-OK                    TO TRUE
            OPEN INPUT COBAVULSA
            IF FCV-OK
               MOVE ID-ALUNO-PA           TO ID-ALUNO-CAV
               MOVE AAAAMM-COB-PA         TO AAAAMM-CAV
               MOVE 'E'                   TO TP-ORIGEM-CAV
               MOVE ID-PASSEIO-PA         TO NR-ORIGEM-CAV
               READ COBAVULSA
                   KEY IS ID-COBAVULSA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ST-COBAVULSA  TO WS-ST-COBRANCA
               END-READ
            END-IF
            CLOSE COBAVULSA
            .
       P17-SITUACAO-CUSTO-FIM.

      *CANCELA O CUSTO EM ABERTO DO ALUNO DA PARTICIPACAO LIDA
       P18-CANCELA-CUSTO.
            SET FCV-OK                    TO TRUE
            OPEN I-O COBAVULSA
            IF NOT FCV-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCAS AVULSAS'
               CLOSE COBAVULSA
               GO TO P18-CANCELA-CUSTO-FIM
            END-IF
            MOVE ID-ALUNO-PA              TO ID-ALUNO-CAV
            MOVE AAAAMM-COB-PA            TO AAAAMM-CAV
            MOVE 'E'                      TO TP-ORIGEM-CAV
            MOVE ID-PASSEIO-PA            TO NR-ORIGEM-CAV
            READ COBAVULSA
                KEY IS ID-COBAVULSA
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'C'              TO ST-COBAVULSA
                    MOVE LK-OPERADOR      TO OP-COBAVULSA
                    REWRITE REG-COBAVULSA
                        INVALID KEY
                            DISPLAY 'ERRO AO CANCELAR O CUSTO'
                        NOT INVALID KEY
                            DISPLAY 'CUSTO DO EVENTO CANCELADO: ALUNO '
                                    ID-ALUNO-PA
                    END-REWRITE
            END-READ
            CLOSE COBAVULSA
            .
       P18-CANCELA-CUSTO-FIM.

      *MOSTRA A LINHA NA TELA E GRAVA NA IMPRESSAO
       P19-EMITE-LINHA.
            DISPLAY WS-LINHA-PRT
            IF FIM-OK
               MOVE WS-LINHA-PRT          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P19-EMITE-LINHA-FIM.

      *CONFERE O MONITOR WS-ID-MONITOR NO CADASTRO DE FUNCIONARIOS
      *(SO ATIVO; 0 = NENHUM) E TRAZ O NOME
       P20-LE-MONITOR.
            MOVE 'S'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-NM-MONITOR
            IF WS-ID-MONITOR EQUAL ZEROS
               GO TO P20-LE-MONITOR-FIM
            END-IF
            MOVE 'N'                      TO WS-ACHOU
            SET FFU-OK                    TO TRUE
            OPEN INPUT FUNCIONARIO
            IF FFU-OK
               MOVE WS-ID-MONITOR         TO ID-FUNCIONARIO
               READ FUNCIONARIO
                   KEY IS ID-FUNCIONARIO
                   INVALID KEY
                       DISPLAY 'FUNCIONARIO NAO EXISTE!'
                   NOT INVALID KEY
                       MOVE NM-FUNCIONARIO TO WS-NM-MONITOR
                       IF FUN-DESLIGADO
                          DISPLAY 'FUNCIONARIO DESLIGADO!'
                       ELSE
                          MOVE 'S'        TO WS-ACHOU
                       END-IF
               END-READ
            ELSE
               DISPLAY 'NENHUM FUNCIONARIO CADASTRADO.'
            END-IF
            CLOSE FUNCIONARIO
            .
       P20-LE-MONITOR-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY VISPERFIL.

       P0-FIM.
            GOBACK.
       END PROGRAM PASSEIO.
