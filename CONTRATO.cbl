      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: contrato de prestacao de servicos educacionais da
      *          matricula: reune o aluno (CFP001S1, com endereco e
      *          documento), o responsavel financeiro escolhido entre
      *          os do aluno (CFP001S19), a turma e a serie com o preco
      *          em vigor (CFP001S96) e a bolsa ativa (CFP001S40),
      *          imprime o contrato em print-image (CFP001T16.LST) a
      *          partir do modelo editavel (CFP001T15.TXT, campos entre
      *          arrobas) e o registra (CFP001S97) com numero (contador
      *          37 do CFP001S8) e ano letivo. o registro acompanha a
      *          assinatura: pendente, assinado ou cancelado
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO CONTRATO DE PRESTACAO DE
      *         SERVICOS E DO REGISTRO DE ASSINATURAS
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTRATOS ASSIGN TO WS-PATH-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NR-CONTRATO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCT.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT RESPONSAVEL ASSIGN TO WS-PATH-RESPONSAVEL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-REGISTRO-RESP
                FILE STATUS IS WS-FRS.

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

                SELECT SERIE ASSIGN TO WS-PATH-SERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-SERIE
                FILE STATUS IS WS-FSE.

                SELECT PRECOSERIE ASSIGN TO WS-PATH-PRECOSERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PRECOSERIE
                FILE STATUS IS WS-FPR.

                SELECT BOLSA ASSIGN TO WS-PATH-BOLSA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-BOLSA
                FILE STATUS IS WS-FBO.

                SELECT PARAMETRO ASSIGN TO WS-PATH-PARAMETRO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PARAMETRO
                FILE STATUS IS WS-FPA.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTADOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

                SELECT MODELO ASSIGN TO WS-PATH-MODCONTRATO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FMD.

                SELECT IMPCONTRATO ASSIGN TO WS-PATH-CONTRATOLST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIC.

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
       FD CONTRATOS.
          COPY CFPK0088.
       FD ALUNO.
          COPY CFPK0001.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD TURMALUNO.
          COPY CFPK0011.
       FD TURMA.
          COPY CFPK0005.
       FD SERIE.
          COPY CFPK0023.
       FD PRECOSERIE.
          COPY CFPK0087.
       FD BOLSA.
          COPY CFPK0033.
       FD PARAMETRO.
          COPY CFPK0025.
       FD CONTADOR.
          COPY CFPK0008.
       FD MODELO.
       01 REG-MODELO                      PIC X(80).
       FD IMPCONTRATO.
       01 REG-IMPCONTRATO                 PIC X(80).
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
       77 WS-FCT                          PIC 99.
          88 FCT-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FRS                          PIC 99.
          88 FRS-OK                       VALUE 0.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FT                           PIC 99.
          88 FT-OK                        VALUE 0.
       77 WS-FSE                          PIC 99.
          88 FSE-OK                       VALUE 0.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-FBO                          PIC 99.
          88 FBO-OK                       VALUE 0.
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FMD                          PIC 99.
          88 FMD-OK                       VALUE 0.
       77 WS-FIC                          PIC 99.
          88 FIC-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-AAAAMM-HOJE                  PIC 9(06) VALUE ZEROS.
       77 WS-ANO-HOJE                     PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-ANO-INF                      PIC 9(04) VALUE ZEROS.
       77 WS-NR-INF                       PIC 9(05) VALUE ZEROS.
       77 WS-ID-TURMA-INF                 PIC 9(03) VALUE ZEROS.
       77 WS-ID-TURMA-ROTEIRO             PIC 9(03) VALUE ZEROS.
       77 WS-ID-RESP-INF                  PIC 9(05) VALUE ZEROS.
       77 WS-DT-INF                       PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO-INF                   PIC X(30) VALUE SPACES.
       77 WS-ST-ALUNO                     PIC X(01) VALUE SPACES.
      *CONTRATO JA EXISTENTE DO ALUNO NO ANO (O CANCELADO NAO CONTA)
       77 WS-NR-EXISTENTE                 PIC 9(05) VALUE ZEROS.
       77 WS-ST-EXISTENTE                 PIC X(01) VALUE SPACES.
      *PARAMETROS DA ESCOLA IMPRESSOS NO CONTRATO
       77 WS-PC-MULTA                     PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-PC-JUROS-DIA                 PIC 9(01)V9(03) VALUE ZEROS.
       77 WS-DD-VENC                      PIC 9(02) VALUE ZEROS.
      *DADOS DO CONTRATO EM EMISSAO OU REIMPRESSAO
       77 WS-CT-NR                        PIC 9(05) VALUE ZEROS.
       77 WS-CT-ANO                       PIC 9(04) VALUE ZEROS.
       77 WS-CT-ALUNO                     PIC 9(05) VALUE ZEROS.
       77 WS-CT-NOME                      PIC X(20) VALUE SPACES.
       77 WS-CT-NASC                      PIC 9(08) VALUE ZEROS.
       77 WS-CT-DOC                       PIC X(15) VALUE SPACES.
       77 WS-CT-ENDERECO                  PIC X(40) VALUE SPACES.
       77 WS-CT-RESP                      PIC 9(05) VALUE ZEROS.
       77 WS-CT-NM-RESP                   PIC X(20) VALUE SPACES.
       77 WS-CT-PARENTESCO                PIC X(10) VALUE SPACES.
       01 WS-CT-TELEFONE                  PIC 9(09) VALUE ZEROS.
       01 FILLER REDEFINES WS-CT-TELEFONE.
          03 WS-CT-TL-PREFIXO             PIC 9(05).
          03 WS-CT-TL-SUFIXO              PIC 9(04).
       77 WS-CT-TURMA                     PIC 9(03) VALUE ZEROS.
       77 WS-CT-NM-TURMA                  PIC X(20) VALUE SPACES.
       77 WS-CT-SERIE                     PIC 9(02) VALUE ZEROS.
       77 WS-CT-NM-SERIE                  PIC X(20) VALUE SPACES.
       01 WS-CT-AAAAMM-INI                PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-CT-AAAAMM-INI.
          03 WS-CT-ANO-INI                PIC 9(04).
          03 WS-CT-MES-INI                PIC 9(02).
       77 WS-CT-VL-MENSAL                 PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-CT-TP-BOLSA                  PIC X(15) VALUE SPACES.
       77 WS-CT-TP-CALCULO                PIC X(01) VALUE SPACES.
       77 WS-CT-PC-BOLSA                  PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-CT-VL-DESC                   PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-CT-VL-LIQUIDO                PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-CT-DT-EMISSAO                PIC 9(08) VALUE ZEROS.
       77 WS-CT-VIA                       PIC X(20) VALUE SPACES.
       77 WS-AAAAMM-FIM-ANO               PIC 9(06) VALUE ZEROS.
      *MONTAGEM DA LINHA A PARTIR DO MODELO: O TEXTO E COPIADO E
      *CADA CAMPO ENTRE ARROBAS (@ALUNO@) E TROCADO PELO SEU VALOR
       77 WS-LINHA-MOD                    PIC X(80) VALUE SPACES.
       77 WS-LINHA-CTR                    PIC X(80) VALUE SPACES.
       77 WS-PARTE                        PIC X(80) VALUE SPACES.
       77 WS-TAM-PARTE                    PIC 9(02) VALUE ZEROS.
       77 WS-PTR-MOD                      PIC 9(03) VALUE ZEROS.
       77 WS-PTR-CTR                      PIC 9(03) VALUE ZEROS.
       77 WS-TIPO-PARTE                   PIC X VALUE 'T'.
          88 PARTE-TEXTO                  VALUE 'T'.
          88 PARTE-CAMPO                  VALUE 'C'.
       77 WS-VALOR-CAMPO                  PIC X(60) VALUE SPACES.
       77 WS-QT-LINHAS                    PIC 9(03) VALUE ZEROS.
       01 WS-DATA-AUX                     PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AUX.
          03 WS-AUX-ANO                   PIC 9(04).
          03 WS-AUX-MES                   PIC 9(02).
          03 WS-AUX-DIA                   PIC 9(02).
       01 WS-DATA-ED.
          03 WS-ED-DIA                    PIC 9(02).
          03 FILLER                       PIC X VALUE '/'.
          03 WS-ED-MES                    PIC 9(02).
          03 FILLER                       PIC X VALUE '/'.
          03 WS-ED-ANO                    PIC 9(04).
       01 WS-COMPET-ED.
          03 WS-ED-MES-INI                PIC 9(02).
          03 FILLER                       PIC X VALUE '/'.
          03 WS-ED-ANO-INI                PIC 9(04).
       01 WS-TELEFONE-ED.
          03 WS-ED-TL-PREFIXO             PIC 9(05).
          03 FILLER                       PIC X VALUE '-'.
          03 WS-ED-TL-SUFIXO              PIC 9(04).
       77 WS-VL-ED                        PIC ZZ.ZZ9,99.
       77 WS-PC-ED                        PIC ZZ9,99.
       77 WS-MULTA-ED                     PIC Z9,99.
       77 WS-JUROS-ED                     PIC 9,999.
      *MODELO PADRAO, GRAVADO NO CFP001T15.TXT QUANDO O ARQUIVO AINDA
      *NAO EXISTE; A SECRETARIA AJUSTA O TEXTO NO PROPRIO ARQUIVO
       01 WS-MODELO-PADRAO.
          03 FILLER                       PIC X(56) VALUE
               'CONTRATO DE PRESTACAO DE SERVICOS EDUCACIONAIS'.
          03 FILLER                       PIC X(56) VALUE
               'NR @NR-CONTRATO@ - ANO LETIVO @ANO-LETIVO@ (@VIA@)'.
          03 FILLER                       PIC X(56) VALUE ALL '='.
          03 FILLER                       PIC X(56) VALUE
               'CONTRATANTE: @RESPONSAVEL@ (@PARENTESCO@),'.
          03 FILLER                       PIC X(56) VALUE
               'TELEFONE @TELEFONE@, RESPONSAVEL FINANCEIRO PELO(A)'.
          03 FILLER                       PIC X(56) VALUE
               'ALUNO(A) @ID-ALUNO@ - @ALUNO@,'.
          03 FILLER                       PIC X(56) VALUE
               'NASCIDO(A) EM @NASCIMENTO@, DOCUMENTO @DOC-ALUNO@,'.
          03 FILLER                       PIC X(56) VALUE
               'RESIDENTE EM @ENDERECO@.'.
          03 FILLER                       PIC X(56) VALUE
               'CONTRATADA: A ESCOLA, REPRESENTADA POR SUA DIRECAO.'.
          03 FILLER                       PIC X(56) VALUE SPACES.
          03 FILLER                       PIC X(56) VALUE
               'CLAUSULA 1 - DO OBJETO'.
          03 FILLER                       PIC X(56) VALUE
               'A CONTRATADA PRESTARA AO(A) ALUNO(A) OS SERVICOS'.
          03 FILLER                       PIC X(56) VALUE
               'EDUCACIONAIS DA SERIE @SERIE@, TURMA @TURMA@,'.
          03 FILLER                       PIC X(56) VALUE
               'NO ANO LETIVO DE @ANO-LETIVO@, CONFORME O CALENDARIO'.
          03 FILLER                       PIC X(56) VALUE
               'ESCOLAR E O REGIMENTO DA ESCOLA.'.
          03 FILLER                       PIC X(56) VALUE
               'CLAUSULA 2 - DO PRECO'.
          03 FILLER                       PIC X(56) VALUE
               'O CONTRATANTE PAGARA MENSALIDADES DE R$ @MENSALIDADE@'.
          03 FILLER                       PIC X(56) VALUE
               'A PARTIR DA COMPETENCIA @INICIO@, COM VENCIMENTO NO'.
          03 FILLER                       PIC X(56) VALUE
               'DIA @VENCIMENTO@ DE CADA MES.'.
          03 FILLER                       PIC X(56) VALUE
               'CLAUSULA 3 - DA BOLSA'.
          03 FILLER                       PIC X(56) VALUE
               'BOLSA OU DESCONTO CONCEDIDO: @BOLSA@,'.
          03 FILLER                       PIC X(56) VALUE
               'DE R$ @DESCONTO@ POR MES, FICANDO A MENSALIDADE'.
          03 FILLER                       PIC X(56) VALUE
               'LIQUIDA EM R$ @VALOR-LIQUIDO@ ENQUANTO VIGORAR.'.
          03 FILLER                       PIC X(56) VALUE
               'CLAUSULA 4 - DO ATRASO'.
          03 FILLER                       PIC X(56) VALUE
               'O PAGAMENTO EM ATRASO TERA MULTA DE @MULTA@% E JUROS'.
          03 FILLER                       PIC X(56) VALUE
               'DE @JUROS@% AO DIA SOBRE O VALOR DEVIDO.'.
          03 FILLER                       PIC X(56) VALUE
               'CLAUSULA 5 - DA RESCISAO'.
          03 FILLER                       PIC X(56) VALUE
               'QUALQUER DAS PARTES PODE RESCINDIR ESTE CONTRATO POR'.
          03 FILLER                       PIC X(56) VALUE
               'COMUNICACAO A SECRETARIA, QUITADAS AS MENSALIDADES'.
          03 FILLER                       PIC X(56) VALUE
               'VENCIDAS ATE A DATA DA RESCISAO.'.
          03 FILLER                       PIC X(56) VALUE SPACES.
          03 FILLER                       PIC X(56) VALUE
               'LOCAL E DATA: ____________________, @DATA@'.
          03 FILLER                       PIC X(56) VALUE SPACES.
          03 FILLER                       PIC X(56) VALUE
               '_________________________  _________________________'.
          03 FILLER                       PIC X(56) VALUE
               'CONTRATANTE                CONTRATADA'.
       01 FILLER REDEFINES WS-MODELO-PADRAO.
          03 WS-MODELO-LINHA OCCURS 36 TIMES PIC X(56).
       77 WS-IX                           PIC 9(02) VALUE ZEROS.
      *LISTAGEM DOS CONTRATOS DO ANO
       77 WS-QT-PENDENTES                 PIC 9(04) VALUE ZEROS.
       77 WS-QT-ASSINADOS                 PIC 9(04) VALUE ZEROS.
       77 WS-QT-CANCELADOS                PIC 9(04) VALUE ZEROS.
       77 WS-DS-SITUACAO                  PIC X(10) VALUE SPACES.
      *SALTO DE PAGINA (FORM FEED) APOS O CONTRATO IMPRESSO
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
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-AAAAMM-HOJE = WS-DATA-HOJE / 100
            END-COMPUTE
            COMPUTE WS-ANO-HOJE = WS-AAAAMM-HOJE / 100
            END-COMPUTE
            PERFORM P19-LE-PARAMETROS     THRU P19-LE-PARAMETROS-FIM
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** CONTRATO DE PRESTACAO DE SERVICOS ***'
            DISPLAY 'TECLE <E> PARA EMITIR O CONTRATO DA MATRICULA,'
            DISPLAY '<R> PARA REIMPRIMIR, <A> PARA REGISTRAR A'
            DISPLAY 'ASSINATURA, <C> PARA CANCELAR, <L> PARA LISTAR'
            DISPLAY 'OS CONTRATOS DE UM ANO OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'E'
                WHEN 'e'
                    PERFORM P2-EMITE      THRU P2-EMITE-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P3-REIMPRIME  THRU P3-REIMPRIME-FIM
                WHEN 'A'
                WHEN 'a'
                    PERFORM P4-ASSINATURA THRU P4-ASSINATURA-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P5-CANCELA    THRU P5-CANCELA-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P6-LISTA      THRU P6-LISTA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *EMITE O CONTRATO DO ALUNO PARA O ANO LETIVO: TURMA E SERIE,
      *PRECO EM VIGOR NO INICIO DO CONTRATO, BOLSA ATIVA NO ANO E O
      *RESPONSAVEL FINANCEIRO; REGISTRA COMO PENDENTE DE ASSINATURA
       P2-EMITE.
            PERFORM P7-PEDE-ALUNO         THRU P7-PEDE-ALUNO-FIM
            IF NOT ACHOU
               GO TO P2-EMITE-FIM
            END-IF
            IF WS-ST-ALUNO NOT EQUAL 'A' AND WS-ST-ALUNO NOT EQUAL SPACE
               DISPLAY 'ALUNO NAO ESTA ATIVO (SITUACAO ' WS-ST-ALUNO
                       ') - CONTRATO NAO EMITIDO.'
               GO TO P2-EMITE-FIM
            END-IF

            DISPLAY 'Informe o ano letivo do contrato (0 = atual): '
            ACCEPT WS-ANO-INF
            IF WS-ANO-INF EQUAL ZEROS
               MOVE WS-ANO-HOJE           TO WS-ANO-INF
            END-IF
            IF WS-ANO-INF LESS THAN 2000
               DISPLAY 'ANO LETIVO INVALIDO!'
               GO TO P2-EMITE-FIM
            END-IF

            PERFORM P20-CONTRATO-DO-ANO   THRU P20-CONTRATO-DO-ANO-FIM
            IF WS-NR-EXISTENTE GREATER THAN ZEROS
               DISPLAY 'ALUNO JA TEM O CONTRATO NR ' WS-NR-EXISTENTE
                       ' NO ANO ' WS-ANO-INF ' (SITUACAO '
                       WS-ST-EXISTENTE ').'
               DISPLAY 'USE A REIMPRESSAO OU CANCELE-O ANTES.'
               GO TO P2-EMITE-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO WS-CT-ALUNO
            MOVE WS-ANO-INF               TO WS-CT-ANO
            COMPUTE WS-CT-AAAAMM-INI = WS-ANO-INF * 100 + 1
            END-COMPUTE
            IF WS-CT-AAAAMM-INI LESS THAN WS-AAAAMM-HOJE
               MOVE WS-AAAAMM-HOJE        TO WS-CT-AAAAMM-INI
            END-IF
            COMPUTE WS-AAAAMM-FIM-ANO = WS-ANO-INF * 100 + 12
            END-COMPUTE

            PERFORM P8-TURMA-DO-ALUNO     THRU P8-TURMA-DO-ALUNO-FIM
            IF WS-CT-SERIE EQUAL ZEROS
               GO TO P2-EMITE-FIM
            END-IF
            PERFORM P10-BOLSA-DO-ALUNO    THRU P10-BOLSA-DO-ALUNO-FIM
            PERFORM P11-ESCOLHE-RESPONSAVEL
                    THRU P11-ESCOLHE-RESPONSAVEL-FIM
            IF WS-CT-RESP EQUAL ZEROS
               DISPLAY 'ALUNO SEM RESPONSAVEL CADASTRADO - CADASTRE O'
                       ' RESPONSAVEL FINANCEIRO ANTES.'
               GO TO P2-EMITE-FIM
            END-IF

            DISPLAY 'SERIE ' FUNCTION TRIM(WS-CT-NM-SERIE)
                    ' TURMA ' FUNCTION TRIM(WS-CT-NM-TURMA)
            DISPLAY 'MENSALIDADE ' WS-CT-VL-MENSAL
                    ' A PARTIR DE ' WS-CT-AAAAMM-INI
                    ' BOLSA ' WS-CT-VL-DESC
                    ' LIQUIDO ' WS-CT-VL-LIQUIDO
            DISPLAY 'RESPONSAVEL: ' FUNCTION TRIM(WS-CT-NM-RESP)
            DISPLAY 'Confirma a emissao do contrato? (S/N): '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT EQUAL 'S' AND WS-RESPOSTA NOT EQUAL 's'
               DISPLAY 'CONTRATO NAO EMITIDO.'
               GO TO P2-EMITE-FIM
            END-IF

            PERFORM P12-GERA-NUMERO       THRU P12-GERA-NUMERO-FIM
            IF WS-CT-NR EQUAL ZEROS
               DISPLAY 'CONTRATO NAO EMITIDO - CONTADOR INDISPONIVEL'
               GO TO P2-EMITE-FIM
            END-IF

            PERFORM P17-ABRE-CONTRATOS    THRU P17-ABRE-CONTRATOS-FIM
            IF NOT FCT-OK
               GO TO P2-EMITE-FIM
            END-IF
            MOVE WS-CT-NR                 TO NR-CONTRATO
            MOVE WS-CT-ALUNO              TO ID-ALUNO-CTR
            MOVE WS-CT-ANO                TO ANO-LETIVO-CTR
            MOVE WS-CT-RESP               TO ID-RESP-CTR
            MOVE WS-CT-TURMA              TO ID-TURMA-CTR
            MOVE WS-CT-SERIE              TO ID-SERIE-CTR
            MOVE WS-CT-AAAAMM-INI         TO AAAAMM-INI-CTR
            MOVE WS-CT-VL-MENSAL          TO VL-MENSAL-CTR
            MOVE WS-CT-TP-BOLSA           TO TP-BOLSA-CTR
            MOVE WS-CT-TP-CALCULO         TO TP-CALCULO-CTR
            MOVE WS-CT-PC-BOLSA           TO PC-BOLSA-CTR
            MOVE WS-CT-VL-DESC            TO VL-DESC-BOLSA-CTR
            MOVE 'P'                      TO ST-CONTRATO
            MOVE WS-DATA-HOJE             TO DT-EMISSAO-CTR
            MOVE LK-OPERADOR              TO OP-EMISSAO-CTR
                                             OP-SITUACAO-CTR
            MOVE ZEROS                    TO DT-ASSINATURA-CTR
                                             DT-CANCEL-CTR
            MOVE SPACES                   TO MT-CANCEL-CTR
            MOVE 1                        TO QT-VIAS-CTR
            WRITE REG-CONTRATO
                INVALID KEY
                    DISPLAY 'ERRO AO REGISTRAR O CONTRATO ' WS-CT-NR
                    CLOSE CONTRATOS
                    GO TO P2-EMITE-FIM
            END-WRITE
            CLOSE CONTRATOS

            MOVE WS-DATA-HOJE             TO WS-CT-DT-EMISSAO
            MOVE 'ORIGINAL'               TO WS-CT-VIA
            PERFORM P13-IMPRIME           THRU P13-IMPRIME-FIM

            DISPLAY 'CONTRATO NR ' WS-CT-NR ' EMITIDO - PENDENTE DE'
                    ' ASSINATURA; ARQUIVO DE IMPRESSAO CFP001T16.'

            MOVE 'CONTRATO'               TO WS-AUD-PROGRAMA
            MOVE 'EMISSAO'                TO WS-AUD-OPERACAO
            STRING 'CONTRATO ' WS-CT-NR ' ALUNO ' WS-CT-ALUNO
                   ' ANO ' WS-CT-ANO ' VL ' WS-CT-VL-LIQUIDO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-EMITE-FIM.

      *REIMPRIME UM CONTRATO REGISTRADO COM OS VALORES DA EMISSAO
       P3-REIMPRIME.
            DISPLAY 'Informe o numero do contrato: '
            ACCEPT WS-NR-INF
            PERFORM P17-ABRE-CONTRATOS    THRU P17-ABRE-CONTRATOS-FIM
            IF NOT FCT-OK
               GO TO P3-REIMPRIME-FIM
            END-IF
            PERFORM P18-LE-CONTRATO       THRU P18-LE-CONTRATO-FIM
            IF NOT ACHOU
               CLOSE CONTRATOS
               GO TO P3-REIMPRIME-FIM
            END-IF
            IF ST-CONTRATO EQUAL 'C'
               DISPLAY 'CONTRATO CANCELADO EM ' DT-CANCEL-CTR
                       ' - NAO E REIMPRESSO.'
               CLOSE CONTRATOS
               GO TO P3-REIMPRIME-FIM
            END-IF

            ADD 1                         TO QT-VIAS-CTR
            MOVE SPACES                   TO WS-CT-VIA
            STRING QT-VIAS-CTR 'A VIA'
                   DELIMITED BY SIZE
                   INTO WS-CT-VIA
            END-STRING
            REWRITE REG-CONTRATO
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR O CONTRATO ' NR-CONTRATO
            END-REWRITE
            PERFORM P21-CONTRATO-PARA-WS  THRU P21-CONTRATO-PARA-WS-FIM
            CLOSE CONTRATOS

            PERFORM P22-CARREGA-NOMES     THRU P22-CARREGA-NOMES-FIM
            PERFORM P13-IMPRIME           THRU P13-IMPRIME-FIM
            DISPLAY 'CONTRATO NR ' WS-CT-NR ' REIMPRESSO ('
                    FUNCTION TRIM(WS-CT-VIA) ').'

            MOVE 'CONTRATO'               TO WS-AUD-PROGRAMA
            MOVE 'REIMPRESSA'             TO WS-AUD-OPERACAO
            STRING 'CONTRATO ' WS-CT-NR ' ' WS-CT-VIA
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P3-REIMPRIME-FIM.

      *REGISTRA A ASSINATURA DE UM CONTRATO PENDENTE
       P4-ASSINATURA.
            DISPLAY 'Informe o numero do contrato: '
            ACCEPT WS-NR-INF
            PERFORM P17-ABRE-CONTRATOS    THRU P17-ABRE-CONTRATOS-FIM
            IF NOT FCT-OK
               GO TO P4-ASSINATURA-FIM
            END-IF
            PERFORM P18-LE-CONTRATO       THRU P18-LE-CONTRATO-FIM
            IF NOT ACHOU
               CLOSE CONTRATOS
               GO TO P4-ASSINATURA-FIM
            END-IF
            IF ST-CONTRATO NOT EQUAL 'P'
               DISPLAY 'CONTRATO NAO ESTA PENDENTE (SITUACAO '
                       ST-CONTRATO ').'
               CLOSE CONTRATOS
               GO TO P4-ASSINATURA-FIM
            END-IF

            DISPLAY 'Data da assinatura (AAAAMMDD, 0 = hoje): '
            ACCEPT WS-DT-INF
            IF WS-DT-INF EQUAL ZEROS
               MOVE WS-DATA-HOJE          TO WS-DT-INF
            END-IF
            IF WS-DT-INF LESS THAN DT-EMISSAO-CTR
               OR WS-DT-INF GREATER THAN WS-DATA-HOJE
               DISPLAY 'DATA INVALIDA - ENTRE A EMISSAO E HOJE.'
               CLOSE CONTRATOS
               GO TO P4-ASSINATURA-FIM
            END-IF

            MOVE 'A'                      TO ST-CONTRATO
            MOVE WS-DT-INF                TO DT-ASSINATURA-CTR
            MOVE LK-OPERADOR              TO OP-SITUACAO-CTR
            REWRITE REG-CONTRATO
                INVALID KEY
                    DISPLAY 'ERRO AO REGISTRAR A ASSINATURA'
                    CLOSE CONTRATOS
                    GO TO P4-ASSINATURA-FIM
            END-REWRITE
            CLOSE CONTRATOS
            DISPLAY 'ASSINATURA DO CONTRATO ' WS-NR-INF ' REGISTRADA.'

            MOVE 'CONTRATO'               TO WS-AUD-PROGRAMA
            MOVE 'ASSINATURA'             TO WS-AUD-OPERACAO
            STRING 'CONTRATO ' WS-NR-INF ' ASSINADO EM ' WS-DT-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P4-ASSINATURA-FIM.

      *CANCELA UM CONTRATO; O JA ASSINADO SO PELO PERFIL DIRECAO
       P5-CANCELA.
            DISPLAY 'Informe o numero do contrato: '
            ACCEPT WS-NR-INF
            PERFORM P17-ABRE-CONTRATOS    THRU P17-ABRE-CONTRATOS-FIM
            IF NOT FCT-OK
               GO TO P5-CANCELA-FIM
            END-IF
            PERFORM P18-LE-CONTRATO       THRU P18-LE-CONTRATO-FIM
            IF NOT ACHOU
               CLOSE CONTRATOS
               GO TO P5-CANCELA-FIM
            END-IF
            IF ST-CONTRATO EQUAL 'C'
               DISPLAY 'CONTRATO JA CANCELADO EM ' DT-CANCEL-CTR '.'
               CLOSE CONTRATOS
               GO TO P5-CANCELA-FIM
            END-IF
            IF ST-CONTRATO EQUAL 'A'
               AND LK-PERFIL NOT EQUAL 'DIRECAO'
               AND LK-PERFIL NOT EQUAL SPACES
               DISPLAY 'CONTRATO ASSINADO - CANCELAMENTO RESTRITO AO'
                       ' PERFIL DIRECAO.'
               CLOSE CONTRATOS
               GO TO P5-CANCELA-FIM
            END-IF

            DISPLAY 'Motivo do cancelamento: '
            ACCEPT WS-MOTIVO-INF
            IF WS-MOTIVO-INF EQUAL SPACES
               DISPLAY 'INFORME O MOTIVO DO CANCELAMENTO.'
               CLOSE CONTRATOS
               GO TO P5-CANCELA-FIM
            END-IF

            MOVE 'C'                      TO ST-CONTRATO
            MOVE WS-DATA-HOJE             TO DT-CANCEL-CTR
            MOVE WS-MOTIVO-INF            TO MT-CANCEL-CTR
            MOVE LK-OPERADOR              TO OP-SITUACAO-CTR
            REWRITE REG-CONTRATO
                INVALID KEY
                    DISPLAY 'ERRO AO CANCELAR O CONTRATO'
                    CLOSE CONTRATOS
                    GO TO P5-CANCELA-FIM
            END-REWRITE
            CLOSE CONTRATOS
            DISPLAY 'CONTRATO ' WS-NR-INF ' CANCELADO.'

            MOVE 'CONTRATO'               TO WS-AUD-PROGRAMA
            MOVE 'CANCELA'                TO WS-AUD-OPERACAO
            STRING 'CONTRATO ' WS-NR-INF ' '
                   WS-MOTIVO-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P5-CANCELA-FIM.

      *LISTA OS CONTRATOS DE UM ANO LETIVO COM A SITUACAO DA
      *ASSINATURA E OS TOTAIS POR SITUACAO
       P6-LISTA.
            DISPLAY 'Informe o ano letivo (0 = atual): '
            ACCEPT WS-ANO-INF
            IF WS-ANO-INF EQUAL ZEROS
               MOVE WS-ANO-HOJE           TO WS-ANO-INF
            END-IF
            MOVE ZEROS                    TO WS-QT-PENDENTES
                                             WS-QT-ASSINADOS
                                             WS-QT-CANCELADOS
            SET FCT-OK                    TO TRUE
            OPEN INPUT CONTRATOS
            IF NOT FCT-OK
               DISPLAY 'NENHUM CONTRATO EMITIDO.'
               CLOSE CONTRATOS
               GO TO P6-LISTA-FIM
            END-IF

            DISPLAY '*** CONTRATOS DO ANO LETIVO ' WS-ANO-INF ' ***'
            DISPLAY 'NUMERO ALUNO SITUACAO   EMISSAO  ASSINATURA'
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ CONTRATOS NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ANO-LETIVO-CTR EQUAL WS-ANO-INF
                           EVALUATE ST-CONTRATO
                               WHEN 'P'
                                   ADD 1  TO WS-QT-PENDENTES
                                   MOVE 'PENDENTE'
                                          TO WS-DS-SITUACAO
                               WHEN 'A'
                                   ADD 1  TO WS-QT-ASSINADOS
                                   MOVE 'ASSINADO'
                                          TO WS-DS-SITUACAO
                               WHEN OTHER
                                   ADD 1  TO WS-QT-CANCELADOS
                                   MOVE 'CANCELADO'
                                          TO WS-DS-SITUACAO
                           END-EVALUATE
                           DISPLAY NR-CONTRATO '  ' ID-ALUNO-CTR ' '
                                   WS-DS-SITUACAO ' ' DT-EMISSAO-CTR
                                   ' ' DT-ASSINATURA-CTR
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONTRATOS

            DISPLAY 'PENDENTES DE ASSINATURA: ' WS-QT-PENDENTES
            DISPLAY 'ASSINADOS              : ' WS-QT-ASSINADOS
            DISPLAY 'CANCELADOS             : ' WS-QT-CANCELADOS
            .
       P6-LISTA-FIM.

      *PEDE E VALIDA O CODIGO DO ALUNO, GUARDANDO OS DADOS DO CONTRATO
       P7-PEDE-ALUNO.
            MOVE 'N'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-ST-ALUNO
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF

            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       DISPLAY 'ALUNO NAO EXISTE!'
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-CT-NOME
                       MOVE DT-NASCIMENTO TO WS-CT-NASC
                       MOVE NR-DOCUMENTO  TO WS-CT-DOC
                       MOVE EN-ALUNO      TO WS-CT-ENDERECO
                       MOVE ST-ALUNO      TO WS-ST-ALUNO
                       MOVE 'S'           TO WS-ACHOU
                       DISPLAY 'ALUNO ' ID-ALUNO ' - '
                               FUNCTION TRIM(NM-ALUNO)
               END-READ
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
            END-IF
            CLOSE ALUNO
            .
       P7-PEDE-ALUNO-FIM.

      *TURMA DO ANO LETIVO (SUGERE O ULTIMO VINCULO DO ALUNO NO
      *ROTEIRO), SERIE DA TURMA E PRECO EM VIGOR NO INICIO
       P8-TURMA-DO-ALUNO.
            MOVE ZEROS                    TO WS-CT-SERIE
                                             WS-CT-TURMA
                                             WS-ID-TURMA-ROTEIRO
            SET EOF2-OK                   TO FALSE
            SET FTL-OK                    TO TRUE
            OPEN INPUT TURMALUNO
            IF FTL-OK
               PERFORM UNTIL EOF2-OK
                   READ TURMALUNO NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO6 EQUAL WS-ID-ALUNO-INF
                              MOVE ID-TURMA6
                                   TO WS-ID-TURMA-ROTEIRO
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TURMALUNO

            DISPLAY 'TURMA DO ROTEIRO: ' WS-ID-TURMA-ROTEIRO
            DISPLAY 'Turma do ano letivo (0 = a do roteiro): '
            ACCEPT WS-ID-TURMA-INF
            IF WS-ID-TURMA-INF EQUAL ZEROS
               MOVE WS-ID-TURMA-ROTEIRO   TO WS-ID-TURMA-INF
            END-IF
            IF WS-ID-TURMA-INF EQUAL ZEROS
               DISPLAY 'ALUNO SEM TURMA - VINCULE-O A UMA TURMA ANTES.'
               GO TO P8-TURMA-DO-ALUNO-FIM
            END-IF

            SET FT-OK                     TO TRUE
            OPEN INPUT TURMA
            IF NOT FT-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS'
               CLOSE TURMA
               GO TO P8-TURMA-DO-ALUNO-FIM
            END-IF
            MOVE WS-ID-TURMA-INF          TO ID-TURMA
            READ TURMA
                KEY IS ID-TURMA
                INVALID KEY
                    DISPLAY 'TURMA NAO EXISTE!'
                    CLOSE TURMA
                    GO TO P8-TURMA-DO-ALUNO-FIM
            END-READ
            CLOSE TURMA
            IF ID-SERIE-TURMA EQUAL ZEROS
               DISPLAY 'TURMA SEM SERIE - CONTRATO NAO EMITIDO.'
               GO TO P8-TURMA-DO-ALUNO-FIM
            END-IF
            MOVE ID-TURMA                 TO WS-CT-TURMA
            MOVE NM-TURMA                 TO WS-CT-NM-TURMA

            SET FSE-OK                    TO TRUE
            OPEN INPUT SERIE
            IF NOT FSE-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SERIES'
               CLOSE SERIE
               GO TO P8-TURMA-DO-ALUNO-FIM
            END-IF
            MOVE ID-SERIE-TURMA           TO ID-SERIE
            READ SERIE
                KEY IS ID-SERIE
                INVALID KEY
                    DISPLAY 'SERIE DA TURMA NAO CADASTRADA!'
                    CLOSE SERIE
                    GO TO P8-TURMA-DO-ALUNO-FIM
            END-READ
            CLOSE SERIE
            MOVE NM-SERIE                 TO WS-CT-NM-SERIE
            MOVE VL-MENSAL-SERIE          TO WS-CT-VL-MENSAL
            PERFORM P9-PRECO-VIGENTE      THRU P9-PRECO-VIGENTE-FIM
            MOVE ID-SERIE                 TO WS-CT-SERIE
            .
       P8-TURMA-DO-ALUNO-FIM.

      *PRECO DA SERIE EM VIGOR NA COMPETENCIA DE INICIO DO CONTRATO
      *(CFP001S96); SEM PRECO NA TABELA FICA O VALOR DO CADASTRO
       P9-PRECO-VIGENTE.
            SET FPR-OK                    TO TRUE
            OPEN INPUT PRECOSERIE
            IF NOT FPR-OK
               CLOSE PRECOSERIE
               GO TO P9-PRECO-VIGENTE-FIM
            END-IF

            SET EOF2-OK                   TO FALSE
            MOVE ID-SERIE                 TO ID-SERIE-PRC
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
                        IF ID-SERIE-PRC NOT EQUAL ID-SERIE
                           OR AAAAMM-INI-PRC GREATER
                              THAN WS-CT-AAAAMM-INI
                           SET EOF2-OK    TO TRUE
                        ELSE
                           MOVE VL-MENSAL-PRC TO WS-CT-VL-MENSAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PRECOSERIE
            .
       P9-PRECO-VIGENTE-FIM.

      *BOLSA ATIVA DO ALUNO COM VIGENCIA NO ANO DO CONTRATO E O
      *DESCONTO MENSAL SOBRE O PRECO, COMO NA GERACAO DA MENSALIDADE
       P10-BOLSA-DO-ALUNO.
            MOVE SPACES                   TO WS-CT-TP-BOLSA
                                             WS-CT-TP-CALCULO
            MOVE ZEROS                    TO WS-CT-PC-BOLSA
                                             WS-CT-VL-DESC
            SET EOF2-OK                   TO FALSE
            SET FBO-OK                    TO TRUE
            OPEN INPUT BOLSA
            IF FBO-OK
               PERFORM UNTIL EOF2-OK
                   READ BOLSA NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO-BOL EQUAL WS-ID-ALUNO-INF
                              AND ST-BOLSA EQUAL 'A'
                              AND AAAAMM-INI-BOL NOT GREATER
                                  THAN WS-AAAAMM-FIM-ANO
                              AND (AAAAMM-FIM-BOL EQUAL ZEROS OR
                                   AAAAMM-FIM-BOL NOT LESS
                                   THAN WS-CT-AAAAMM-INI)
                              MOVE TP-BOLSA  TO WS-CT-TP-BOLSA
                              MOVE TP-CALCULO-BOL
                                             TO WS-CT-TP-CALCULO
                              IF TP-CALCULO-BOL EQUAL 'P'
                                 MOVE PC-BOLSA TO WS-CT-PC-BOLSA
                                 COMPUTE WS-CT-VL-DESC ROUNDED =
                                         WS-CT-VL-MENSAL * PC-BOLSA
                                         / 100
                                 END-COMPUTE
                              ELSE
                                 MOVE VL-BOLSA TO WS-CT-VL-DESC
                              END-IF
                              IF WS-CT-VL-DESC GREATER
                                 THAN WS-CT-VL-MENSAL
                                 MOVE WS-CT-VL-MENSAL
                                             TO WS-CT-VL-DESC
                              END-IF
                              SET EOF2-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE BOLSA
            COMPUTE WS-CT-VL-LIQUIDO = WS-CT-VL-MENSAL - WS-CT-VL-DESC
            END-COMPUTE
            .
       P10-BOLSA-DO-ALUNO-FIM.

      *LISTA OS RESPONSAVEIS DO ALUNO (CFP001S19) E PEDE QUAL ASSINA
      *COMO RESPONSAVEL FINANCEIRO; 0 ESCOLHE O PRIMEIRO DA LISTA
       P11-ESCOLHE-RESPONSAVEL.
            MOVE ZEROS                    TO WS-CT-RESP
                                             WS-CT-TELEFONE
            MOVE SPACES                   TO WS-CT-NM-RESP
                                             WS-CT-PARENTESCO
            SET EOF2-OK                   TO FALSE
            SET FRS-OK                    TO TRUE
            OPEN INPUT RESPONSAVEL
            IF NOT FRS-OK
               CLOSE RESPONSAVEL
               GO TO P11-ESCOLHE-RESPONSAVEL-FIM
            END-IF
            DISPLAY 'RESPONSAVEIS DO ALUNO:'
            PERFORM UNTIL EOF2-OK
                READ RESPONSAVEL NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ID-ALUNO-RESP EQUAL WS-ID-ALUNO-INF
                           DISPLAY '  ' ID-REGISTRO-RESP ' - '
                                   NM-RESP ' ' PARENTESCO
                           IF WS-CT-RESP EQUAL ZEROS
                              MOVE ID-REGISTRO-RESP TO WS-CT-RESP
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-CT-RESP EQUAL ZEROS
               CLOSE RESPONSAVEL
               GO TO P11-ESCOLHE-RESPONSAVEL-FIM
            END-IF

            DISPLAY 'Responsavel financeiro (0 = o primeiro): '
            ACCEPT WS-ID-RESP-INF
            IF WS-ID-RESP-INF EQUAL ZEROS
               MOVE WS-CT-RESP            TO WS-ID-RESP-INF
            END-IF
            MOVE ZEROS                    TO WS-CT-RESP
            MOVE WS-ID-RESP-INF           TO ID-REGISTRO-RESP
            READ RESPONSAVEL
                KEY IS ID-REGISTRO-RESP
                INVALID KEY
                    DISPLAY 'RESPONSAVEL NAO EXISTE!'
                NOT INVALID KEY
                    IF ID-ALUNO-RESP NOT EQUAL WS-ID-ALUNO-INF
                       DISPLAY 'RESPONSAVEL NAO E DESTE ALUNO!'
                    ELSE
                       MOVE ID-REGISTRO-RESP TO WS-CT-RESP
                       MOVE NM-RESP       TO WS-CT-NM-RESP
                       MOVE PARENTESCO    TO WS-CT-PARENTESCO
                       MOVE TL-RESP1      TO WS-CT-TELEFONE
                    END-IF
            END-READ
            CLOSE RESPONSAVEL
            .
       P11-ESCOLHE-RESPONSAVEL-FIM.

      *NUMERO DO CONTRATO: CONTADOR 37 DO CFP001S8
       P12-GERA-NUMERO.
            MOVE ZEROS                    TO WS-CT-NR
            SET FSC-OK                    TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF

            IF FSC-OK THEN
               MOVE 37                    TO ID-CONTADOR
               READ CONTADOR
                   INVALID KEY
                       MOVE ZEROS         TO NR-ULTIMO-REGISTRO
               END-READ

               ADD 1                      TO NR-ULTIMO-REGISTRO
               MOVE NR-ULTIMO-REGISTRO    TO WS-CT-NR

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

      *IMPRIME O CONTRATO NO ARQUIVO DE IMPRESSAO (PRINT-IMAGE),
      *LINHA A LINHA DO MODELO, COM OS CAMPOS SUBSTITUIDOS
       P13-IMPRIME.
            SET FMD-OK                    TO TRUE
            OPEN INPUT MODELO
            IF WS-FMD EQUAL 35
               CLOSE MODELO
               PERFORM P14-GERA-MODELO    THRU P14-GERA-MODELO-FIM
               SET FMD-OK                 TO TRUE
               OPEN INPUT MODELO
            END-IF
            IF NOT FMD-OK
               DISPLAY 'ERRO AO ABRIR O MODELO DE CONTRATO'
               MOVE WS-FMD TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FMD ' - ' WS-FS-MSG
               CLOSE MODELO
               GO TO P13-IMPRIME-FIM
            END-IF

            SET FIC-OK                    TO TRUE
            MOVE WS-PATH-CONTRATOLST      TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPCONTRATO
            IF WS-FIC EQUAL 35
               OPEN OUTPUT IMPCONTRATO
            END-IF
            IF NOT FIC-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
               CLOSE MODELO
               CLOSE IMPCONTRATO
               GO TO P13-IMPRIME-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-LINHAS
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ MODELO
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        MOVE REG-MODELO   TO WS-LINHA-MOD
                        PERFORM P15-MONTA-LINHA
                                THRU P15-MONTA-LINHA-FIM
                        MOVE WS-LINHA-CTR TO REG-IMPCONTRATO
                        WRITE REG-IMPCONTRATO
                        ADD 1             TO WS-QT-LINHAS
                END-READ
            END-PERFORM
            MOVE WS-SALTO-PAGINA          TO REG-IMPCONTRATO
            WRITE REG-IMPCONTRATO
            CLOSE MODELO
            CLOSE IMPCONTRATO
            MOVE 'DOCUMENTO'              TO WS-SPL-TIPO
            MOVE 'CONTRATO'               TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            IF WS-QT-LINHAS EQUAL ZEROS
               DISPLAY 'MODELO DE CONTRATO VAZIO - VERIFIQUE O'
                       ' ARQUIVO CFP001T15.'
            END-IF
            .
       P13-IMPRIME-FIM.

      *GRAVA O MODELO PADRAO DO CONTRATO NO ARQUIVO DE MODELO
       P14-GERA-MODELO.
            SET FMD-OK                    TO TRUE
            OPEN OUTPUT MODELO
            IF NOT FMD-OK
               CLOSE MODELO
               GO TO P14-GERA-MODELO-FIM
            END-IF
            PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX GREATER 36
                MOVE WS-MODELO-LINHA(WS-IX) TO REG-MODELO
                WRITE REG-MODELO
            END-PERFORM
            CLOSE MODELO
            DISPLAY 'MODELO PADRAO DO CONTRATO GRAVADO EM CFP001T15 -'
                    ' AJUSTE O TEXTO NO PROPRIO ARQUIVO.'
            .
       P14-GERA-MODELO-FIM.

      *MONTA A LINHA DO CONTRATO: PARTES SEPARADAS POR ARROBA SE
      *ALTERNAM ENTRE TEXTO (COPIADO) E NOME DE CAMPO (SUBSTITUIDO)
       P15-MONTA-LINHA.
            MOVE SPACES                   TO WS-LINHA-CTR
            MOVE 1                        TO WS-PTR-MOD
                                             WS-PTR-CTR
            SET PARTE-TEXTO               TO TRUE
            PERFORM UNTIL WS-PTR-MOD GREATER THAN 80
                       OR WS-PTR-CTR GREATER THAN 80
                MOVE SPACES               TO WS-PARTE
                MOVE ZEROS                TO WS-TAM-PARTE
                UNSTRING WS-LINHA-MOD DELIMITED BY '@'
                    INTO WS-PARTE COUNT IN WS-TAM-PARTE
                    WITH POINTER WS-PTR-MOD
                END-UNSTRING
                IF PARTE-TEXTO
                   IF WS-TAM-PARTE GREATER THAN ZEROS
                      STRING WS-PARTE(1:WS-TAM-PARTE)
                             DELIMITED BY SIZE
                             INTO WS-LINHA-CTR
                             WITH POINTER WS-PTR-CTR
                      END-STRING
                   END-IF
                   SET PARTE-CAMPO        TO TRUE
                ELSE
                   PERFORM P16-VALOR-CAMPO
                           THRU P16-VALOR-CAMPO-FIM
                   STRING FUNCTION TRIM(WS-VALOR-CAMPO)
                          DELIMITED BY SIZE
                          INTO WS-LINHA-CTR
                          WITH POINTER WS-PTR-CTR
                   END-STRING
                   SET PARTE-TEXTO        TO TRUE
                END-IF
            END-PERFORM
            .
       P15-MONTA-LINHA-FIM.

      *VALOR DO CAMPO DO MODELO; CAMPO DESCONHECIDO SAI COMO ESTA,
      *ENTRE ARROBAS, PARA A SECRETARIA CORRIGIR O MODELO
       P16-VALOR-CAMPO.
            MOVE SPACES                   TO WS-VALOR-CAMPO
            EVALUATE WS-PARTE
                WHEN 'NR-CONTRATO'
                    MOVE WS-CT-NR         TO WS-VALOR-CAMPO
                WHEN 'ANO-LETIVO'
                    MOVE WS-CT-ANO        TO WS-VALOR-CAMPO
                WHEN 'VIA'
                    MOVE WS-CT-VIA        TO WS-VALOR-CAMPO
                WHEN 'ID-ALUNO'
                    MOVE WS-CT-ALUNO      TO WS-VALOR-CAMPO
                WHEN 'ALUNO'
                    MOVE WS-CT-NOME       TO WS-VALOR-CAMPO
                WHEN 'NASCIMENTO'
                    MOVE WS-CT-NASC       TO WS-DATA-AUX
                    MOVE WS-AUX-DIA       TO WS-ED-DIA
                    MOVE WS-AUX-MES       TO WS-ED-MES
                    MOVE WS-AUX-ANO       TO WS-ED-ANO
                    MOVE WS-DATA-ED       TO WS-VALOR-CAMPO
                WHEN 'DOC-ALUNO'
                    MOVE WS-CT-DOC        TO WS-VALOR-CAMPO
                WHEN 'ENDERECO'
                    MOVE WS-CT-ENDERECO   TO WS-VALOR-CAMPO
                WHEN 'RESPONSAVEL'
                    MOVE WS-CT-NM-RESP    TO WS-VALOR-CAMPO
                WHEN 'PARENTESCO'
                    MOVE WS-CT-PARENTESCO TO WS-VALOR-CAMPO
                WHEN 'TELEFONE'
                    MOVE WS-CT-TL-PREFIXO TO WS-ED-TL-PREFIXO
                    MOVE WS-CT-TL-SUFIXO  TO WS-ED-TL-SUFIXO
                    MOVE WS-TELEFONE-ED   TO WS-VALOR-CAMPO
                WHEN 'SERIE'
                    MOVE WS-CT-NM-SERIE   TO WS-VALOR-CAMPO
                WHEN 'TURMA'
                    MOVE WS-CT-NM-TURMA   TO WS-VALOR-CAMPO
                WHEN 'INICIO'
                    MOVE WS-CT-MES-INI    TO WS-ED-MES-INI
                    MOVE WS-CT-ANO-INI    TO WS-ED-ANO-INI
                    MOVE WS-COMPET-ED     TO WS-VALOR-CAMPO
                WHEN 'MENSALIDADE'
                    MOVE WS-CT-VL-MENSAL  TO WS-VL-ED
                    MOVE WS-VL-ED         TO WS-VALOR-CAMPO
                WHEN 'BOLSA'
                    EVALUATE TRUE
                        WHEN WS-CT-TP-BOLSA EQUAL SPACES
                            MOVE 'NENHUMA' TO WS-VALOR-CAMPO
                        WHEN WS-CT-TP-CALCULO EQUAL 'P'
                            MOVE WS-CT-PC-BOLSA TO WS-PC-ED
                            STRING FUNCTION TRIM(WS-CT-TP-BOLSA)
                                   ' (' FUNCTION TRIM(WS-PC-ED) '%)'
                                   DELIMITED BY SIZE
                                   INTO WS-VALOR-CAMPO
                            END-STRING
                        WHEN OTHER
                            STRING FUNCTION TRIM(WS-CT-TP-BOLSA)
                                   ' (VALOR FIXO)'
                                   DELIMITED BY SIZE
                                   INTO WS-VALOR-CAMPO
                            END-STRING
                    END-EVALUATE
                WHEN 'DESCONTO'
                    MOVE WS-CT-VL-DESC    TO WS-VL-ED
                    MOVE WS-VL-ED         TO WS-VALOR-CAMPO
                WHEN 'VALOR-LIQUIDO'
                    MOVE WS-CT-VL-LIQUIDO TO WS-VL-ED
                    MOVE WS-VL-ED         TO WS-VALOR-CAMPO
                WHEN 'VENCIMENTO'
                    MOVE WS-DD-VENC       TO WS-VALOR-CAMPO
                WHEN 'MULTA'
                    MOVE WS-PC-MULTA      TO WS-MULTA-ED
                    MOVE WS-MULTA-ED      TO WS-VALOR-CAMPO
                WHEN 'JUROS'
                    MOVE WS-PC-JUROS-DIA  TO WS-JUROS-ED
                    MOVE WS-JUROS-ED      TO WS-VALOR-CAMPO
                WHEN 'DATA'
                    MOVE WS-CT-DT-EMISSAO TO WS-DATA-AUX
                    MOVE WS-AUX-DIA       TO WS-ED-DIA
                    MOVE WS-AUX-MES       TO WS-ED-MES
                    MOVE WS-AUX-ANO       TO WS-ED-ANO
                    MOVE WS-DATA-ED       TO WS-VALOR-CAMPO
                WHEN OTHER
                    STRING '@' FUNCTION TRIM(WS-PARTE) '@'
                           DELIMITED BY SIZE
                           INTO WS-VALOR-CAMPO
                    END-STRING
            END-EVALUATE
            .
       P16-VALOR-CAMPO-FIM.

      *ABRE O REGISTRO DE CONTRATOS, CRIANDO-O SE NAO EXISTIR
       P17-ABRE-CONTRATOS.
            SET FCT-OK                    TO TRUE
            OPEN I-O CONTRATOS
            IF WS-FCT EQUAL 35
                 CLOSE CONTRATOS
                 OPEN OUTPUT CONTRATOS
                 CLOSE CONTRATOS
                 OPEN I-O CONTRATOS
            END-IF
            IF NOT FCT-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE CONTRATOS'
               MOVE WS-FCT TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCT ' - ' WS-FS-MSG
               CLOSE CONTRATOS
            END-IF
            .
       P17-ABRE-CONTRATOS-FIM.

      *LE O CONTRATO INFORMADO NO REGISTRO JA ABERTO
       P18-LE-CONTRATO.
            MOVE 'N'                      TO WS-ACHOU
            MOVE WS-NR-INF                TO NR-CONTRATO
            READ CONTRATOS
                KEY IS NR-CONTRATO
                INVALID KEY
                    DISPLAY 'CONTRATO NAO EXISTE!'
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
                    DISPLAY 'CONTRATO ' NR-CONTRATO ' ALUNO '
                            ID-ALUNO-CTR ' ANO ' ANO-LETIVO-CTR
                            ' SITUACAO ' ST-CONTRATO
            END-READ
            .
       P18-LE-CONTRATO-FIM.

      *MULTA, JUROS E DIA DE VENCIMENTO DOS PARAMETROS DA ESCOLA
       P19-LE-PARAMETROS.
            MOVE ZEROS                    TO WS-PC-MULTA
                                             WS-PC-JUROS-DIA
            MOVE 10                       TO WS-DD-VENC
            SET FPA-OK                    TO TRUE
            OPEN INPUT PARAMETRO
            IF FPA-OK
               MOVE 1                     TO ID-PARAMETRO
               READ PARAMETRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PC-MULTA-ATRASO TO WS-PC-MULTA
                       MOVE PC-JUROS-DIA    TO WS-PC-JUROS-DIA
                       IF DD-VENCIMENTO GREATER THAN ZEROS
                          MOVE DD-VENCIMENTO TO WS-DD-VENC
                       END-IF
               END-READ
            END-IF
            CLOSE PARAMETRO
            .
       P19-LE-PARAMETROS-FIM.

      *CONTRATO NAO CANCELADO DO ALUNO NO ANO LETIVO INFORMADO
       P20-CONTRATO-DO-ANO.
            MOVE ZEROS                    TO WS-NR-EXISTENTE
            MOVE SPACES                   TO WS-ST-EXISTENTE
            SET FCT-OK                    TO TRUE
            OPEN INPUT CONTRATOS
            IF NOT FCT-OK
               CLOSE CONTRATOS
               GO TO P20-CONTRATO-DO-ANO-FIM
            END-IF
            SET EOF2-OK                   TO FALSE
            PERFORM UNTIL EOF2-OK
                READ CONTRATOS NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CTR EQUAL WS-ID-ALUNO-INF
                           AND ANO-LETIVO-CTR EQUAL WS-ANO-INF
                           AND ST-CONTRATO NOT EQUAL 'C'
                           MOVE NR-CONTRATO TO WS-NR-EXISTENTE
                           MOVE ST-CONTRATO TO WS-ST-EXISTENTE
                           SET EOF2-OK    TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONTRATOS
            .
       P20-CONTRATO-DO-ANO-FIM.

      *COPIA O CONTRATO REGISTRADO PARA OS DADOS DA IMPRESSAO
       P21-CONTRATO-PARA-WS.
            MOVE NR-CONTRATO              TO WS-CT-NR
            MOVE ID-ALUNO-CTR             TO WS-CT-ALUNO
            MOVE ANO-LETIVO-CTR           TO WS-CT-ANO
            MOVE ID-RESP-CTR              TO WS-CT-RESP
            MOVE ID-TURMA-CTR             TO WS-CT-TURMA
            MOVE ID-SERIE-CTR             TO WS-CT-SERIE
            MOVE AAAAMM-INI-CTR           TO WS-CT-AAAAMM-INI
            MOVE VL-MENSAL-CTR            TO WS-CT-VL-MENSAL
            MOVE TP-BOLSA-CTR             TO WS-CT-TP-BOLSA
            MOVE TP-CALCULO-CTR           TO WS-CT-TP-CALCULO
            MOVE PC-BOLSA-CTR             TO WS-CT-PC-BOLSA
            MOVE VL-DESC-BOLSA-CTR        TO WS-CT-VL-DESC
            MOVE DT-EMISSAO-CTR           TO WS-CT-DT-EMISSAO
            COMPUTE WS-CT-VL-LIQUIDO = WS-CT-VL-MENSAL - WS-CT-VL-DESC
            END-COMPUTE
            .
       P21-CONTRATO-PARA-WS-FIM.

      *NOMES DO ALUNO, RESPONSAVEL, TURMA E SERIE PARA A REIMPRESSAO
       P22-CARREGA-NOMES.
            MOVE SPACES                   TO WS-CT-NOME
                                             WS-CT-DOC
                                             WS-CT-ENDERECO
                                             WS-CT-NM-RESP
                                             WS-CT-PARENTESCO
                                             WS-CT-NM-TURMA
                                             WS-CT-NM-SERIE
            MOVE ZEROS                    TO WS-CT-NASC
                                             WS-CT-TELEFONE
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               MOVE WS-CT-ALUNO           TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-CT-NOME
                       MOVE DT-NASCIMENTO TO WS-CT-NASC
                       MOVE NR-DOCUMENTO  TO WS-CT-DOC
                       MOVE EN-ALUNO      TO WS-CT-ENDERECO
               END-READ
            END-IF
            CLOSE ALUNO

            SET FRS-OK                    TO TRUE
            OPEN INPUT RESPONSAVEL
            IF FRS-OK
               MOVE WS-CT-RESP            TO ID-REGISTRO-RESP
               READ RESPONSAVEL
                   KEY IS ID-REGISTRO-RESP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-RESP       TO WS-CT-NM-RESP
                       MOVE PARENTESCO    TO WS-CT-PARENTESCO
                       MOVE TL-RESP1      TO WS-CT-TELEFONE
               END-READ
            END-IF
            CLOSE RESPONSAVEL

            SET FT-OK                     TO TRUE
            OPEN INPUT TURMA
            IF FT-OK
               MOVE WS-CT-TURMA           TO ID-TURMA
               READ TURMA
                   KEY IS ID-TURMA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-TURMA      TO WS-CT-NM-TURMA
               END-READ
            END-IF
            CLOSE TURMA

            SET FSE-OK                    TO TRUE
            OPEN INPUT SERIE
            IF FSE-OK
               MOVE WS-CT-SERIE           TO ID-SERIE
               READ SERIE
                   KEY IS ID-SERIE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-SERIE      TO WS-CT-NM-SERIE
               END-READ
            END-IF
            CLOSE SERIE
            .
       P22-CARREGA-NOMES-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM CONTRATO.
