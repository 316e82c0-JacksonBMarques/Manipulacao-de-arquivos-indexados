      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: negativacao no biro de credito e protesto em
      *          cartorio dos devedores de longo prazo: seleciona as
      *          mensalidades em aberto (CFP001S37) vencidas ha mais
      *          dias que o corte informado, fora de acordo de
      *          renegociacao ativo (CFP001S43 com parcela em aberto no
      *          CFP001S44), e gera o arquivo de inclusao do biro no
      *          layout fixo do NEGVARS (CFP001T30) com os dados do
      *          responsavel (CFP001S19) e do aluno (CFP001S1). o
      *          debito a partir do valor minimo informado vai tambem
      *          para o arquivo de protesto (CFP001T31). cada debito
      *          enviado fica no registro de negativacoes (CFP001S120);
      *          a quitacao posterior pelo MENSALID ou pelo RETBANCO
      *          gera a baixa no CFP001T32 (NEGBAIXA.CPY). acesso
      *          restrito ao perfil DIRECAO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA NEGATIVACAO E PROTESTO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT MENSALIDADE ASSIGN TO WS-PATH-MENSALIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-MENSALIDADE
                FILE STATUS IS WS-FME.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT RESPONSAVEL ASSIGN TO WS-PATH-RESPONSAVEL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO-RESP
                FILE STATUS IS WS-FRS.

                SELECT ACORDO ASSIGN TO WS-PATH-ACORDO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-ACORDO
                FILE STATUS IS WS-FAC.

                SELECT PARCELA ASSIGN TO WS-PATH-PARCELA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PARCELA
                FILE STATUS IS WS-FPC.

                SELECT PARAMETRO ASSIGN TO WS-PATH-PARAMETRO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PARAMETRO
                FILE STATUS IS WS-FPA.

                SELECT NEGATIVACAO ASSIGN TO WS-PATH-NEGATIVACAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-NEGATIVACAO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-NEG-FN.

                SELECT NEGINCLUI ASSIGN TO WS-PATH-NEGINCLUI
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FNI.

                SELECT NEGPROTESTO ASSIGN TO WS-PATH-NEGPROTESTO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FNP.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADE.
          COPY CFPK0031.
       FD ALUNO.
          COPY CFPK0001.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD ACORDO.
          COPY CFPK0035.
       FD PARCELA.
          COPY CFPK0036.
       FD PARAMETRO.
          COPY CFPK0025.
       FD NEGATIVACAO.
          COPY CFPK0112.
       FD NEGINCLUI.
       01 REG-NEGINCLUI                   PIC X(152).
       FD NEGPROTESTO.
       01 REG-NEGPROTESTO                 PIC X(152).
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY NEGVARS.
       77 WS-FME                          PIC 99.
          88 FME-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FRS                          PIC 99.
          88 FRS-OK                       VALUE 0.
       77 WS-FAC                          PIC 99.
          88 FAC-OK                       VALUE 0.
       77 WS-FPC                          PIC 99.
          88 FPC-OK                       VALUE 0.
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FNI                          PIC 99.
          88 FNI-OK                       VALUE 0.
       77 WS-FNP                          PIC 99.
          88 FNP-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *CORTE EM DIAS DE ATRASO E VALOR MINIMO PARA PROTESTO
       77 WS-QT-DIAS-CORTE                PIC 9(04) VALUE ZEROS.
       77 WS-VL-MIN-PROTESTO              PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-DD-VENC                      PIC 9(02) VALUE ZEROS.
      *ALUNOS COM ACORDO DE RENEGOCIACAO ATIVO (ATE 500)
       77 WS-QT-ACORDOS                   PIC 9(03) VALUE ZEROS.
       77 WS-IX                           PIC 9(03) VALUE ZEROS.
       77 WS-ACORDO-ATIVO                 PIC X VALUE 'N'.
          88 ACORDO-ATIVO                 VALUE 'S' FALSE 'N'.
       77 WS-ID-ACORDO-LIDO               PIC 9(05) VALUE ZEROS.
       77 WS-ID-ALUNO-ACD-LIDO            PIC 9(05) VALUE ZEROS.
       01 WS-TAB-ACORDOS.
          03 WS-ACD-ALUNO                 PIC 9(05) OCCURS 500 TIMES.
      *DEBITO CORRENTE
       77 WS-DT-VENC                      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO                  PIC S9(06) VALUE ZEROS.
       77 WS-VL-DEVIDO                    PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-NM-ALUNO-DEV                 PIC X(20) VALUE SPACES.
       77 WS-EN-ALUNO-DEV                 PIC X(40) VALUE SPACES.
       77 WS-NR-DOC-DEV                   PIC X(15) VALUE SPACES.
       77 WS-NM-RESP-DEV                  PIC X(20) VALUE SPACES.
       77 WS-PARENTESCO-DEV               PIC X(10) VALUE SPACES.
       77 WS-TL-RESP-DEV                  PIC 9(09) VALUE ZEROS.
       77 WS-TEM-RESP                     PIC X VALUE 'N'.
          88 TEM-RESP                     VALUE 'S' FALSE 'N'.
      *TOTAIS DA GERACAO
       77 WS-QT-INCLUIDAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-PROTESTOS                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-EM-ACORDO                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-SEM-RESP                  PIC 9(05) VALUE ZEROS.
       77 WS-VL-INCLUIDO                  PIC 9(09)V9(02) VALUE ZEROS.
      *CONSULTA DO REGISTRO
       77 WS-QT-LISTADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-VL-ED                        PIC ZZZZZZ9,99.
       77 WS-VL-TOT-ED                    PIC ZZZZZZZZ9,99.

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
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** NEGATIVACAO E PROTESTO DE DEBITOS ***'
            DISPLAY 'TECLE <G> PARA GERAR O ARQUIVO DE INCLUSAO DO'
            DISPLAY 'BIRO, <C> PARA CONSULTAR O REGISTRO DE'
            DISPLAY 'NEGATIVACOES OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'G'
                WHEN 'g'
                    PERFORM P2-GERA       THRU P2-GERA-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P7-CONSULTA   THRU P7-CONSULTA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *SELECIONA OS DEBITOS ALEM DO CORTE E GERA OS ARQUIVOS DE
      *INCLUSAO E DE PROTESTO, REGISTRANDO CADA DEBITO ENVIADO
       P2-GERA.
            DISPLAY 'Dias de atraso para negativar (0 = 90): '
            MOVE ZEROS                    TO WS-QT-DIAS-CORTE
            ACCEPT WS-QT-DIAS-CORTE
            IF WS-QT-DIAS-CORTE EQUAL ZEROS
               MOVE 90                    TO WS-QT-DIAS-CORTE
            END-IF
            DISPLAY 'Valor minimo do debito para protesto'
                    ' (0 = 1000,00): '
            MOVE ZEROS                    TO WS-VL-MIN-PROTESTO
            ACCEPT WS-VL-MIN-PROTESTO
            IF WS-VL-MIN-PROTESTO EQUAL ZEROS
               MOVE 1000                  TO WS-VL-MIN-PROTESTO
            END-IF
            DISPLAY 'NEGATIVAR DEBITOS COM MAIS DE ' WS-QT-DIAS-CORTE
                    ' DIAS; PROTESTO A PARTIR DE ' WS-VL-MIN-PROTESTO
            DISPLAY 'CONFIRMA A GERACAO (S/N)? '
            MOVE SPACES                   TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'GERACAO CANCELADA.'
               GO TO P2-GERA-FIM
            END-IF

            PERFORM P3-LE-PARAMETROS      THRU P3-LE-PARAMETROS-FIM
            PERFORM P4-CARREGA-ACORDOS    THRU P4-CARREGA-ACORDOS-FIM

            SET FME-OK                    TO TRUE
            OPEN INPUT MENSALIDADE
            IF NOT FME-OK
               DISPLAY 'NENHUMA MENSALIDADE GERADA ATE O MOMENTO.'
               CLOSE MENSALIDADE
               GO TO P2-GERA-FIM
            END-IF

            SET NEG-FN-OK                 TO TRUE
            OPEN I-O NEGATIVACAO
            IF WS-NEG-FN EQUAL 35
               CLOSE NEGATIVACAO
               OPEN OUTPUT NEGATIVACAO
               CLOSE NEGATIVACAO
               OPEN I-O NEGATIVACAO
            END-IF
            IF NOT NEG-FN-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE NEGATIVACOES'
               MOVE WS-NEG-FN TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-NEG-FN ' - ' WS-FS-MSG
               CLOSE NEGATIVACAO
               CLOSE MENSALIDADE
               GO TO P2-GERA-FIM
            END-IF

            SET FNI-OK                    TO TRUE
            OPEN OUTPUT NEGINCLUI
            SET FNP-OK                    TO TRUE
            OPEN OUTPUT NEGPROTESTO
            IF NOT FNI-OK OR NOT FNP-OK
               DISPLAY 'ERRO AO CRIAR OS ARQUIVOS DO BIRO/CARTORIO'
               CLOSE NEGINCLUI
               CLOSE NEGPROTESTO
               CLOSE NEGATIVACAO
               CLOSE MENSALIDADE
               GO TO P2-GERA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-INCLUIDAS
                                             WS-QT-PROTESTOS
                                             WS-QT-EM-ACORDO
                                             WS-QT-SEM-RESP
                                             WS-VL-INCLUIDO
            SET EOF-OK                    TO FALSE
            PERFORM P5-SELECIONA-UMA      THRU P5-SELECIONA-UMA-FIM
                    UNTIL EOF-OK

            CLOSE MENSALIDADE
            CLOSE NEGATIVACAO
            CLOSE NEGINCLUI
            CLOSE NEGPROTESTO

            MOVE WS-VL-INCLUIDO           TO WS-VL-TOT-ED
            DISPLAY 'DEBITOS INCLUIDOS NO BIRO   : ' WS-QT-INCLUIDAS
            DISPLAY 'VALOR TOTAL INCLUIDO        : ' WS-VL-TOT-ED
            DISPLAY 'ENVIADOS TAMBEM A PROTESTO  : ' WS-QT-PROTESTOS
            DISPLAY 'IGNORADOS (ACORDO ATIVO)    : ' WS-QT-EM-ACORDO
            DISPLAY 'IGNORADOS (SEM RESPONSAVEL) : ' WS-QT-SEM-RESP
            IF WS-QT-SEM-RESP GREATER THAN ZEROS
               DISPLAY 'CADASTRE O RESPONSAVEL DESSES ALUNOS E GERE'
                       ' NOVAMENTE.'
            END-IF
            IF WS-QT-INCLUIDAS GREATER THAN ZEROS
               DISPLAY 'ENVIE O ARQUIVO DE INCLUSAO AO BIRO'
               IF WS-QT-PROTESTOS GREATER THAN ZEROS
                  DISPLAY 'E O ARQUIVO DE PROTESTO AO CARTORIO'
               END-IF
            END-IF

            MOVE 'NEGATIVA'               TO WS-AUD-PROGRAMA
            MOVE 'INCLUSAO'               TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'DEBITOS ' WS-QT-INCLUIDAS ' PROTESTOS '
                   WS-QT-PROTESTOS ' CORTE ' WS-QT-DIAS-CORTE
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-GERA-FIM.

      *DIA DE VENCIMENTO DAS MENSALIDADES (PARAMETROS DA ESCOLA);
      *SEM ARQUIVO, DIA 10
       P3-LE-PARAMETROS.
            MOVE 10                       TO WS-DD-VENC
            SET FPA-OK                    TO TRUE
            OPEN INPUT PARAMETRO
            IF FPA-OK
               MOVE 1                     TO ID-PARAMETRO
               READ PARAMETRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DD-VENCIMENTO GREATER THAN ZEROS
                          MOVE DD-VENCIMENTO TO WS-DD-VENC
                       END-IF
               END-READ
            END-IF
            CLOSE PARAMETRO
            IF WS-DD-VENC GREATER THAN 28
               MOVE 28                    TO WS-DD-VENC
            END-IF
            .
       P3-LE-PARAMETROS-FIM.

      *CARREGA OS ALUNOS COM ACORDO DE RENEGOCIACAO ATIVO: ACORDO EM
      *SITUACAO A COM AO MENOS UMA PARCELA AINDA EM ABERTO
       P4-CARREGA-ACORDOS.
            MOVE ZEROS                    TO WS-QT-ACORDOS
                                             WS-TAB-ACORDOS
            SET FAC-OK                    TO TRUE
            OPEN INPUT ACORDO
            IF NOT FAC-OK
               CLOSE ACORDO
               GO TO P4-CARREGA-ACORDOS-FIM
            END-IF
            SET FPC-OK                    TO TRUE
            OPEN INPUT PARCELA

            SET EOF2-OK                   TO FALSE
            PERFORM UNTIL EOF2-OK
                READ ACORDO NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ST-ACORDO EQUAL 'A'
                           AND WS-QT-ACORDOS LESS THAN 500
                           MOVE ID-ACORDO    TO WS-ID-ACORDO-LIDO
                           MOVE ID-ALUNO-ACD TO WS-ID-ALUNO-ACD-LIDO
                           PERFORM P4A-PARCELA-ABERTA
                                   THRU P4A-PARCELA-ABERTA-FIM
                           IF ACORDO-ATIVO
                              ADD 1          TO WS-QT-ACORDOS
                              MOVE WS-ID-ALUNO-ACD-LIDO
                                   TO WS-ACD-ALUNO(WS-QT-ACORDOS)
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE PARCELA
            CLOSE ACORDO
            .
       P4-CARREGA-ACORDOS-FIM.

      *VERIFICA SE O ACORDO WS-ID-ACORDO-LIDO TEM PARCELA EM ABERTO;
      *SEM ARQUIVO DE PARCELAS O ACORDO EM SITUACAO A VALE COMO ATIVO
       P4A-PARCELA-ABERTA.
            SET ACORDO-ATIVO              TO TRUE
            IF NOT FPC-OK
               GO TO P4A-PARCELA-ABERTA-FIM
            END-IF

            SET ACORDO-ATIVO              TO FALSE
            MOVE WS-ID-ACORDO-LIDO        TO ID-ACORDO-PAR
            MOVE ZEROS                    TO NR-PARCELA
            START PARCELA KEY IS GREATER THAN ID-PARCELA
                INVALID KEY
                    GO TO P4A-PARCELA-ABERTA-FIM
            END-START
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ PARCELA NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-ACORDO-PAR NOT EQUAL WS-ID-ACORDO-LIDO
                           SET EOF-OK     TO TRUE
                        ELSE
                           IF ST-PARCELA EQUAL 'A'
                              SET ACORDO-ATIVO TO TRUE
                              SET EOF-OK  TO TRUE
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P4A-PARCELA-ABERTA-FIM.

      *AVALIA UMA MENSALIDADE: EM ABERTO, VENCIDA HA MAIS DIAS QUE O
      *CORTE, FORA DE ACORDO ATIVO E AINDA NAO ENVIADA AO BIRO
       P5-SELECIONA-UMA.
            READ MENSALIDADE NEXT RECORD
                AT END
                    SET EOF-OK            TO TRUE
                    GO TO P5-SELECIONA-UMA-FIM
            END-READ

            IF ST-MENSALIDADE NOT EQUAL 'A'
               GO TO P5-SELECIONA-UMA-FIM
            END-IF

            COMPUTE WS-DT-VENC = (AAAAMM-MEN * 100) + WS-DD-VENC
            END-COMPUTE
            IF WS-DT-VENC NOT LESS THAN WS-DATA-HOJE
               GO TO P5-SELECIONA-UMA-FIM
            END-IF
            COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                  - FUNCTION INTEGER-OF-DATE(WS-DT-VENC)
            END-COMPUTE
            IF WS-DIAS-ATRASO NOT GREATER THAN WS-QT-DIAS-CORTE
               GO TO P5-SELECIONA-UMA-FIM
            END-IF

            COMPUTE WS-VL-DEVIDO = VL-MENSALIDADE - VL-DESCONTO
            END-COMPUTE
            IF WS-VL-DEVIDO EQUAL ZEROS
               GO TO P5-SELECIONA-UMA-FIM
            END-IF

            MOVE ID-ALUNO-MEN             TO ID-ALUNO-NEG
            MOVE AAAAMM-MEN               TO AAAAMM-NEG
            READ NEGATIVACAO
                KEY IS ID-NEGATIVACAO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    GO TO P5-SELECIONA-UMA-FIM
            END-READ

            SET ACORDO-ATIVO              TO FALSE
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-ACORDOS
                       OR ACORDO-ATIVO
                IF WS-ACD-ALUNO(WS-IX) EQUAL ID-ALUNO-MEN
                   SET ACORDO-ATIVO       TO TRUE
                END-IF
            END-PERFORM
            IF ACORDO-ATIVO
               ADD 1                      TO WS-QT-EM-ACORDO
               GO TO P5-SELECIONA-UMA-FIM
            END-IF

            PERFORM P6-BUSCA-DEVEDOR      THRU P6-BUSCA-DEVEDOR-FIM
            IF NOT TEM-RESP
               ADD 1                      TO WS-QT-SEM-RESP
               DISPLAY 'ALUNO ' ID-ALUNO-MEN ' MES ' AAAAMM-MEN
                       ' SEM RESPONSAVEL CADASTRADO - NAO ENVIADO.'
               GO TO P5-SELECIONA-UMA-FIM
            END-IF

            MOVE SPACES                   TO WS-NEG-LINHA
            MOVE 'I'                      TO WS-NEG-TIPO
            MOVE ID-ALUNO-MEN             TO WS-NEG-COD-ALUNO
            MOVE AAAAMM-MEN               TO WS-NEG-COMPETENCIA
            MOVE WS-DT-VENC               TO WS-NEG-VENCIMENTO
            MOVE WS-VL-DEVIDO             TO WS-NEG-VALOR
            MOVE 'N'                      TO WS-NEG-PROTESTO
            IF WS-VL-DEVIDO NOT LESS THAN WS-VL-MIN-PROTESTO
               MOVE 'S'                   TO WS-NEG-PROTESTO
            END-IF
            MOVE WS-NM-RESP-DEV           TO WS-NEG-NM-RESP
            MOVE WS-PARENTESCO-DEV        TO WS-NEG-PARENTESCO
            MOVE WS-TL-RESP-DEV           TO WS-NEG-TELEFONE
            MOVE WS-NM-ALUNO-DEV          TO WS-NEG-NM-ALUNO
            MOVE WS-NR-DOC-DEV            TO WS-NEG-DOCUMENTO
            MOVE WS-EN-ALUNO-DEV          TO WS-NEG-ENDERECO
            MOVE WS-DATA-HOJE             TO WS-NEG-DT-MOVIMENTO

            MOVE SPACES                   TO REG-NEGATIVACAO
            MOVE ID-ALUNO-MEN             TO ID-ALUNO-NEG
            MOVE AAAAMM-MEN               TO AAAAMM-NEG
            MOVE WS-DT-VENC               TO DT-VENC-NEG
            MOVE WS-VL-DEVIDO             TO VL-DEBITO-NEG
            MOVE WS-NEG-PROTESTO          TO FL-PROTESTO-NEG
            MOVE WS-NM-RESP-DEV           TO NM-RESP-NEG
            MOVE WS-PARENTESCO-DEV        TO PARENTESCO-NEG
            MOVE WS-TL-RESP-DEV           TO TL-RESP-NEG
            MOVE WS-NM-ALUNO-DEV          TO NM-ALUNO-NEG
            MOVE WS-NR-DOC-DEV            TO NR-DOCUMENTO-NEG
            MOVE 'I'                      TO ST-NEGATIVACAO
            MOVE WS-DATA-HOJE             TO DT-INCLUSAO-NEG
            MOVE LK-OPERADOR              TO OP-INCLUSAO-NEG
            MOVE ZEROS                    TO DT-BAIXA-NEG
            WRITE REG-NEGATIVACAO
                INVALID KEY
                    DISPLAY 'ERRO AO REGISTRAR A NEGATIVACAO DO ALUNO '
                            ID-ALUNO-MEN ' MES ' AAAAMM-MEN
                    GO TO P5-SELECIONA-UMA-FIM
            END-WRITE

            MOVE WS-NEG-TEXTO             TO REG-NEGINCLUI
            WRITE REG-NEGINCLUI
            ADD 1                         TO WS-QT-INCLUIDAS
            ADD WS-VL-DEVIDO              TO WS-VL-INCLUIDO
            IF WS-NEG-PROTESTO EQUAL 'S'
               MOVE WS-NEG-TEXTO          TO REG-NEGPROTESTO
               WRITE REG-NEGPROTESTO
               ADD 1                      TO WS-QT-PROTESTOS
            END-IF
            .
       P5-SELECIONA-UMA-FIM.

      *DADOS DO ALUNO E DO PRIMEIRO RESPONSAVEL CADASTRADO PARA O
      *ALUNO DA MENSALIDADE LIDA
       P6-BUSCA-DEVEDOR.
            MOVE SPACES                   TO WS-NM-ALUNO-DEV
                                             WS-EN-ALUNO-DEV
                                             WS-NR-DOC-DEV
                                             WS-NM-RESP-DEV
                                             WS-PARENTESCO-DEV
            MOVE ZEROS                    TO WS-TL-RESP-DEV
            SET TEM-RESP                  TO FALSE

            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               MOVE ID-ALUNO-MEN          TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-NM-ALUNO-DEV
                       MOVE EN-ALUNO      TO WS-EN-ALUNO-DEV
                       MOVE NR-DOCUMENTO  TO WS-NR-DOC-DEV
               END-READ
            END-IF
            CLOSE ALUNO

            SET EOF2-OK                   TO FALSE
            SET FRS-OK                    TO TRUE
            OPEN INPUT RESPONSAVEL
            IF FRS-OK
               PERFORM UNTIL EOF2-OK
                   READ RESPONSAVEL NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO-RESP EQUAL ID-ALUNO-MEN
                              MOVE NM-RESP TO WS-NM-RESP-DEV
                              MOVE PARENTESCO
                                          TO WS-PARENTESCO-DEV
                              MOVE TL-RESP1
                                          TO WS-TL-RESP-DEV
                              SET TEM-RESP TO TRUE
                              SET EOF2-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE RESPONSAVEL
            .
       P6-BUSCA-DEVEDOR-FIM.

      *LISTA O REGISTRO DE NEGATIVACOES COM A SITUACAO DE CADA DEBITO
       P7-CONSULTA.
            SET NEG-FN-OK                 TO TRUE
            OPEN INPUT NEGATIVACAO
            IF NOT NEG-FN-OK
               DISPLAY 'NENHUM DEBITO NEGATIVADO ATE O MOMENTO.'
               CLOSE NEGATIVACAO
               GO TO P7-CONSULTA-FIM
            END-IF

            DISPLAY 'ALUNO MES    RESPONSAVEL          VALOR     PROT'
                    ' SIT INCLUSAO BAIXA'
            MOVE ZEROS                    TO WS-QT-LISTADAS
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ NEGATIVACAO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        ADD 1             TO WS-QT-LISTADAS
                        MOVE VL-DEBITO-NEG TO WS-VL-ED
                        DISPLAY ID-ALUNO-NEG ' ' AAAAMM-NEG ' '
                                NM-RESP-NEG ' ' WS-VL-ED ' '
                                FL-PROTESTO-NEG '    '
                                ST-NEGATIVACAO '   '
                                DT-INCLUSAO-NEG ' ' DT-BAIXA-NEG
                END-READ
            END-PERFORM
            CLOSE NEGATIVACAO
            DISPLAY 'DEBITOS NO REGISTRO: ' WS-QT-LISTADAS
            DISPLAY 'SITUACAO: I = INCLUIDO NO BIRO, B = BAIXADO'
            .
       P7-CONSULTA-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM NEGATIVA.
