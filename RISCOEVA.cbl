      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: calculo mensal do risco de evasao: para cada aluno
      *          ativo (CFP001S1) combina numa pontuacao de 0 a 100
      *          os sinais que hoje cada modulo ve isolado - medias
      *          do ano abaixo da nota de aprovacao (CFP001S3),
      *          frequencia media (CFP001S7), mensalidades em aberto
      *          (CFP001S37), ocorrencias do ano pela gravidade
      *          (CFP001S54) e reunioes de pais sem a familia
      *          (CFP001S82, mesma regra do CONSELHO) - ponderados
      *          pelos pesos do CFP001S140 (PARAMESC). grava a
      *          pontuacao do mes no historico (CFP001S141) e emite
      *          no arquivo de impressao geral (CFP001T2.LST) o
      *          ranking com a variacao sobre o mes anterior e a lista
      *          dos alunos que pioraram. roda sob o controle de jobs
      *          com o mes no detalhe; o mes ja calculado tem o
      *          ranking reemitido do historico
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO CALCULO MENSAL DO RISCO DE
      *         EVASAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISCOEVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT APROVACAO ASSIGN TO WS-PATH-SITUACAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-REGISTRO
                ALTERNATE RECORD KEY IS ID-ALUNO1
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS ID-MATERIA1
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT FREQUENCIA ASSIGN TO WS-PATH-FREQUENCIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO4
                ALTERNATE RECORD KEY IS ID-ALUNO4
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS ID-MATERIA4
                    WITH DUPLICATES
                FILE STATUS IS WS-FQ.

      * NOTA DE APROVACAO DE CADA MATERIA
                SELECT MATERIA ASSIGN TO WS-PATH-MATERIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-MATERIA
                FILE STATUS IS WS-FM.

                SELECT MENSALIDADE ASSIGN TO WS-PATH-MENSALIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-MENSALIDADE
                FILE STATUS IS WS-FME.

                SELECT OCORRENCIA ASSIGN TO WS-PATH-OCORRENCIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-OCORRENCIA
                FILE STATUS IS WS-FOC.

      * PRESENCA DAS FAMILIAS NAS REUNIOES DE PAIS
                SELECT PRESREU ASSIGN TO WS-PATH-PRESREU
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-PRESREU
                FILE STATUS IS WS-FPP.

                SELECT PARAMETRO ASSIGN TO WS-PATH-PARAMETRO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PARAMETRO
                FILE STATUS IS WS-FPA.

                SELECT PESORISCO ASSIGN TO WS-PATH-PESORISCO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PESORISCO
                FILE STATUS IS WS-FPR.

                SELECT RISCOHIST ASSIGN TO WS-PATH-RISCOHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-RISCOHIST
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FRH.

                SELECT IMPREL ASSIGN TO WS-PATH-IMPREL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

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
       FD ALUNO.
          COPY CFPK0001.
       FD APROVACAO.
          COPY CFPK0003.
       FD FREQUENCIA.
          COPY CFPK0007.
       FD MATERIA.
          COPY CFPK0002.
       FD MENSALIDADE.
          COPY CFPK0031.
       FD OCORRENCIA.
          COPY CFPK0045.
       FD PRESREU.
          COPY CFPK0073.
       FD PARAMETRO.
          COPY CFPK0025.
       FD PESORISCO.
          COPY CFPK0132.
       FD RISCOHIST.
          COPY CFPK0133.
       FD IMPREL.
       01 REG-IMPREL                      PIC X(80).
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
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FQ                           PIC 99.
          88 FQ-OK                        VALUE 0.
       77 WS-FM                           PIC 99.
          88 FM-OK                        VALUE 0.
       77 WS-FME                          PIC 99.
          88 FME-OK                       VALUE 0.
       77 WS-FOC                          PIC 99.
          88 FOC-OK                       VALUE 0.
       77 WS-FPP                          PIC 99.
          88 FPP-OK                       VALUE 0.
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-FRH                          PIC 99.
          88 FRH-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
      *ARQUIVOS ABERTOS PARA A APURACAO POR ALUNO
       77 WS-APR-ABERTO                   PIC X VALUE 'N'.
       77 WS-FRQ-ABERTO                   PIC X VALUE 'N'.
       77 WS-MAT-ABERTO                   PIC X VALUE 'N'.
       77 WS-MEN-ABERTO                   PIC X VALUE 'N'.
       77 WS-HIS-ABERTO                   PIC X VALUE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-AAAAMM-HOJE                  PIC 9(06) VALUE ZEROS.
      *MES CALCULADO E MES ANTERIOR, PARA A VARIACAO
       01 WS-AAAAMM-INF                   PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-AAAAMM-INF.
          03 WS-ANO-INF                   PIC 9(04).
          03 WS-MES-INF                   PIC 9(02).
       01 WS-AAAAMM-ANT                   PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-AAAAMM-ANT.
          03 WS-ANO-ANT                   PIC 9(04).
          03 WS-MES-ANT                   PIC 9(02).
       77 WS-DT-FIM-MES                   PIC 9(08) VALUE ZEROS.
       77 WS-ANO-OCO                      PIC 9(04) VALUE ZEROS.
      *PESOS E LIMITES EM VIGOR (PADRAO SEM O CFP001S140)
       01 WS-TAB-PESOS.
          03 WS-PESO                      PIC 9(03) OCCURS 5 TIMES.
       77 WS-SOMA-PESOS                   PIC 9(04) VALUE ZEROS.
       77 WS-TETO-MENS                    PIC 9(02) VALUE 3.
       77 WS-TETO-OCO                     PIC 9(02) VALUE 10.
       77 WS-PC-ALERTA                    PIC 9(03) VALUE 50.
       77 WS-QT-PIORA                     PIC 9(03) VALUE 10.
       77 WS-PC-MINIMO                    PIC 9(03)V9(02) VALUE 75.
      *ALUNOS ATIVOS, CARREGADOS NA ORDEM DO CODIGO (A BUSCA BINARIA
      *DEPENDE DISSO) E DEPOIS ORDENADOS PELA PONTUACAO
       77 WS-MAX-ALUNOS                   PIC 9(04) VALUE 3000.
       77 WS-QT-ALUNOS                    PIC 9(04) VALUE ZEROS.
       77 WS-QT-FORA                      PIC 9(04) VALUE ZEROS.
       01 WS-TAB-RISCO.
          03 WS-RS-ITEM OCCURS 3000 TIMES.
             05 WS-RS-ID-ALUNO            PIC 9(05).
             05 WS-RS-NM-ALUNO            PIC X(20).
             05 WS-RS-SCORE               PIC 9(03)V9(02).
             05 WS-RS-FATOR               PIC 9(03) OCCURS 5 TIMES.
             05 WS-RS-ANTERIOR            PIC 9(03)V9(02).
             05 WS-RS-TEM-ANT             PIC X(01).
             05 WS-RS-GRAV                PIC 9(04).
             05 WS-RS-REU-APUR            PIC 9(03).
             05 WS-RS-REU-FALTA           PIC 9(03).
       01 WS-RS-TEMP.
          05 WS-TMP-ID-ALUNO              PIC 9(05).
          05 WS-TMP-NM-ALUNO              PIC X(20).
          05 WS-TMP-SCORE                 PIC 9(03)V9(02).
          05 WS-TMP-FATOR                 PIC 9(03) OCCURS 5 TIMES.
          05 WS-TMP-ANTERIOR              PIC 9(03)V9(02).
          05 WS-TMP-TEM-ANT               PIC X(01).
          05 WS-TMP-GRAV                  PIC 9(04).
          05 WS-TMP-REU-APUR              PIC 9(03).
          05 WS-TMP-REU-FALTA             PIC 9(03).
       77 WS-IND                          PIC 9(04) VALUE ZEROS.
       77 WS-IND2                         PIC 9(04) VALUE ZEROS.
       77 WS-IF                           PIC 9(01) VALUE ZEROS.
       77 WS-TROCOU                       PIC X VALUE 'N'.
          88 TROCOU                       VALUE 'S'.
      *BUSCA BINARIA DO ALUNO NA TABELA
       77 WS-ID-BUSCA                     PIC 9(05) VALUE ZEROS.
       77 WS-IX-ACHADO                    PIC 9(04) VALUE ZEROS.
       77 WS-IX-INI                       PIC 9(04) VALUE ZEROS.
       77 WS-IX-FIM                       PIC 9(04) VALUE ZEROS.
       77 WS-IX-MEIO                      PIC 9(04) VALUE ZEROS.
      *APURACAO DO ALUNO CORRENTE
       77 WS-ID-ALUNO-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-QT-AVALIADAS                 PIC 9(03) VALUE ZEROS.
       77 WS-QT-ABAIXO                    PIC 9(03) VALUE ZEROS.
       77 WS-NT-CORTE                     PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-SOMA-FREQ                    PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-QT-FREQ                      PIC 9(03) VALUE ZEROS.
       77 WS-MEDIA-FREQ                   PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-QT-ABERTAS                   PIC 9(03) VALUE ZEROS.
       77 WS-CALC                         PIC 9(07) VALUE ZEROS.
       77 WS-SOMA-PONDERADA               PIC 9(07) VALUE ZEROS.
       77 WS-VARIACAO                     PIC S9(03)V9(02) VALUE ZEROS.
      *AGRUPAMENTO DA PRESENCA POR REUNIAO E ALUNO
       77 WS-GRP-REUNIAO                  PIC 9(05) VALUE ZEROS.
       77 WS-GRP-ALUNO                    PIC 9(05) VALUE ZEROS.
       77 WS-GRP-SIM                      PIC X VALUE 'N'.
       77 WS-GRP-NAO                      PIC X VALUE 'N'.
      *TOTAIS DO RANKING
       77 WS-QT-ALTO                      PIC 9(04) VALUE ZEROS.
       77 WS-QT-PIOROU                    PIC 9(04) VALUE ZEROS.
       77 WS-REEMISSAO                    PIC X VALUE 'N'.
          88 REEMISSAO                    VALUE 'S' FALSE 'N'.
       77 WS-LINHA-PRT                    PIC X(80) VALUE SPACES.
       77 WS-ED-POS                       PIC ZZZ9.
       77 WS-ED-QT                        PIC ZZZ9.
       77 WS-ED-SCORE                     PIC ZZ9,99.
       77 WS-ED-VAR                       PIC +ZZ9,99.
       77 WS-ED-FT                        PIC ZZ9.
      *SALTO DE PAGINA (FORM FEED) APOS O RANKING IMPRESSO
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
            COMPUTE WS-AAAAMM-HOJE = WS-DATA-HOJE / 100
            END-COMPUTE
            PERFORM P1-CALCULO            THRU P1-FIM
            PERFORM P0-FIM
            .

      *CALCULA O RISCO DO MES, GRAVA O HISTORICO E EMITE O RANKING
       P1-CALCULO.
            DISPLAY '*** RISCO DE EVASAO - CALCULO MENSAL ***'
            DISPLAY 'Informe o mes (AAAAMM, ENTER = mes corrente): '
            MOVE ZEROS                    TO WS-AAAAMM-INF
            ACCEPT WS-AAAAMM-INF
            IF WS-AAAAMM-INF EQUAL ZEROS
               MOVE WS-AAAAMM-HOJE        TO WS-AAAAMM-INF
            END-IF
            IF WS-MES-INF LESS THAN 1 OR WS-MES-INF GREATER THAN 12
               OR WS-AAAAMM-INF GREATER THAN WS-AAAAMM-HOJE
               DISPLAY 'MES INVALIDO OU FUTURO.'
               GO TO P1-FIM
            END-IF
            IF WS-MES-INF EQUAL 1
               COMPUTE WS-ANO-ANT = WS-ANO-INF - 1
               END-COMPUTE
               MOVE 12                    TO WS-MES-ANT
            ELSE
               MOVE WS-ANO-INF            TO WS-ANO-ANT
               COMPUTE WS-MES-ANT = WS-MES-INF - 1
               END-COMPUTE
            END-IF
            COMPUTE WS-DT-FIM-MES = WS-AAAAMM-INF * 100 + 31
            END-COMPUTE

            PERFORM P2-LE-PESOS           THRU P2-LE-PESOS-FIM

            MOVE 'RISCOEVA'               TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            STRING 'MES ' WS-AAAAMM-INF
                   DELIMITED BY SIZE
                   INTO WS-JOB-DETALHE
            END-STRING
            PERFORM J8-VERIFICA-JOB       THRU J8-VERIFICA-JOB-FIM
            IF JOB-EM-CURSO
               DISPLAY 'JA EXISTE UMA EXECUCAO DESTE PROGRAMA EM'
                       ' CURSO - AGUARDE O TERMINO.'
               GO TO P1-FIM
            END-IF
            IF JOB-DUPLICADO
               DISPLAY 'O RISCO DESTE MES JA FOI CALCULADO -'
                       ' RANKING REEMITIDO DO HISTORICO.'
               SET REEMISSAO              TO TRUE
               PERFORM P7-CARREGA-HISTORICO
                       THRU P7-CARREGA-HISTORICO-FIM
               PERFORM P5-ORDENA          THRU P5-ORDENA-FIM
               PERFORM P6-IMPRIME         THRU P6-IMPRIME-FIM
               GO TO P1-FIM
            END-IF
            PERFORM J8-JOB-INICIA         THRU J8-JOB-INICIA-FIM

            PERFORM P3-CARREGA-ALUNOS     THRU P3-CARREGA-ALUNOS-FIM
            IF WS-QT-ALUNOS EQUAL ZEROS
               DISPLAY 'NENHUM ALUNO ATIVO - NADA A CALCULAR.'
               MOVE 'CONCLUIDO'           TO WS-JOB-RESULTADO
               MOVE ZEROS                 TO WS-JOB-QT
               PERFORM J8-JOB-ENCERRA     THRU J8-JOB-ENCERRA-FIM
               GO TO P1-FIM
            END-IF
            PERFORM P4-APURA-OCORRENCIAS  THRU P4-APURA-OCORRENCIAS-FIM
            PERFORM P4A-APURA-REUNIOES    THRU P4A-APURA-REUNIOES-FIM

            PERFORM P4B-ABRE-ARQUIVOS     THRU P4B-ABRE-ARQUIVOS-FIM
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-ALUNOS
                PERFORM P4C-APURA-ALUNO   THRU P4C-APURA-ALUNO-FIM
            END-PERFORM
            PERFORM P5-ORDENA             THRU P5-ORDENA-FIM
            PERFORM P5A-GRAVA-HISTORICO   THRU P5A-GRAVA-HISTORICO-FIM
            PERFORM P4D-FECHA-ARQUIVOS    THRU P4D-FECHA-ARQUIVOS-FIM
            PERFORM P6-IMPRIME            THRU P6-IMPRIME-FIM

            MOVE 'CONCLUIDO'              TO WS-JOB-RESULTADO
            MOVE WS-QT-ALUNOS             TO WS-JOB-QT
            PERFORM J8-JOB-ENCERRA        THRU J8-JOB-ENCERRA-FIM

            MOVE 'RISCOEVA'               TO WS-AUD-PROGRAMA
            MOVE 'CALCULO'                TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'MES ' WS-AAAAMM-INF ' ALUNOS ' WS-QT-ALUNOS
                   ' ALTO ' WS-QT-ALTO ' PIOROU ' WS-QT-PIOROU
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P1-FIM.

      *LE OS PESOS DO RISCO (CFP001S140) E A FREQUENCIA MINIMA DOS
      *PARAMETROS DA ESCOLA; SEM REGISTRO, VALEM OS PADRAO
       P2-LE-PESOS.
            MOVE 30                       TO WS-PESO(1)
            MOVE 25                       TO WS-PESO(2)
            MOVE 20                       TO WS-PESO(3)
            MOVE 15                       TO WS-PESO(4)
            MOVE 10                       TO WS-PESO(5)
            SET FPR-OK                    TO TRUE
            OPEN INPUT PESORISCO
            IF FPR-OK
               MOVE 1                     TO ID-PESORISCO
               READ PESORISCO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TB-PESOS-RSC  TO WS-TAB-PESOS
                       MOVE QT-TETO-MENS-RSC TO WS-TETO-MENS
                       MOVE QT-TETO-OCO-RSC  TO WS-TETO-OCO
                       MOVE PC-ALERTA-RSC    TO WS-PC-ALERTA
                       MOVE QT-PIORA-RSC     TO WS-QT-PIORA
               END-READ
            END-IF
            CLOSE PESORISCO
            COMPUTE WS-SOMA-PESOS = WS-PESO(1) + WS-PESO(2)
                                  + WS-PESO(3) + WS-PESO(4)
                                  + WS-PESO(5)
            END-COMPUTE
            IF WS-SOMA-PESOS EQUAL ZEROS
               MOVE 1                     TO WS-SOMA-PESOS
            END-IF
            IF WS-TETO-MENS EQUAL ZEROS
               MOVE 1                     TO WS-TETO-MENS
            END-IF
            IF WS-TETO-OCO EQUAL ZEROS
               MOVE 1                     TO WS-TETO-OCO
            END-IF

            SET FPA-OK                    TO TRUE
            OPEN INPUT PARAMETRO
            IF FPA-OK
               MOVE 1                     TO ID-PARAMETRO
               READ PARAMETRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PC-FREQ-MINIMA TO WS-PC-MINIMO
               END-READ
            END-IF
            CLOSE PARAMETRO
            IF WS-PC-MINIMO NOT LESS THAN 100
               MOVE 75                    TO WS-PC-MINIMO
            END-IF
            .
       P2-LE-PESOS-FIM.

      *CARREGA OS ALUNOS ATIVOS NA ORDEM DO CODIGO
       P3-CARREGA-ALUNOS.
            MOVE ZEROS                    TO WS-QT-ALUNOS
                                             WS-QT-FORA
            MOVE SPACES                   TO WS-TAB-RISCO
            SET EOF-OK                    TO FALSE
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF NOT FLS-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE ALUNOS'
               MOVE WS-FLS TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FLS ' - ' WS-FS-MSG
               CLOSE ALUNO
               GO TO P3-CARREGA-ALUNOS-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ ALUNO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ST-ALUNO EQUAL 'A' OR ST-ALUNO EQUAL SPACES
                           IF WS-QT-ALUNOS LESS THAN WS-MAX-ALUNOS
                              ADD 1       TO WS-QT-ALUNOS
                              INITIALIZE WS-RS-ITEM(WS-QT-ALUNOS)
                              MOVE ID-ALUNO
                                TO WS-RS-ID-ALUNO(WS-QT-ALUNOS)
                              MOVE NM-ALUNO
                                TO WS-RS-NM-ALUNO(WS-QT-ALUNOS)
                              MOVE 'N'
                                TO WS-RS-TEM-ANT(WS-QT-ALUNOS)
                           ELSE
                              ADD 1       TO WS-QT-FORA
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNO
            IF WS-QT-FORA GREATER THAN ZEROS
               DISPLAY 'ATENCAO: ' WS-QT-FORA ' ALUNO(S) ALEM DO LIMITE'
                       ' DE ' WS-MAX-ALUNOS ' FICARAM FORA DO CALCULO.'
            END-IF
            .
       P3-CARREGA-ALUNOS-FIM.

      *SOMA A GRAVIDADE DAS OCORRENCIAS DO ANO ATE O FIM DO MES
       P4-APURA-OCORRENCIAS.
            SET EOF-OK                    TO FALSE
            SET FOC-OK                    TO TRUE
            OPEN INPUT OCORRENCIA
            IF NOT FOC-OK
               CLOSE OCORRENCIA
               GO TO P4-APURA-OCORRENCIAS-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ OCORRENCIA NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        COMPUTE WS-ANO-OCO = DT-OCORRENCIA / 10000
                        END-COMPUTE
                        IF WS-ANO-OCO EQUAL WS-ANO-INF
                           AND DT-OCORRENCIA NOT GREATER THAN
                               WS-DT-FIM-MES
                           MOVE ID-ALUNO-OCO TO WS-ID-BUSCA
                           PERFORM P9-LOCALIZA-ALUNO
                                   THRU P9-LOCALIZA-ALUNO-FIM
                           IF WS-IX-ACHADO GREATER THAN ZEROS
                              ADD NV-GRAVIDADE
                                TO WS-RS-GRAV(WS-IX-ACHADO)
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OCORRENCIA
            .
       P4-APURA-OCORRENCIAS-FIM.

      *REUNIOES DE PAIS DO ANO: A PRESENCA ESTA APURADA QUANDO HA
      *ALGUM RESPONSAVEL MARCADO, E A FAMILIA FALTOU QUANDO NENHUM
      *RESPONSAVEL DO ALUNO COMPARECEU (REGRA DO CONSELHO)
       P4A-APURA-REUNIOES.
            MOVE ZEROS                    TO WS-GRP-REUNIAO
                                             WS-GRP-ALUNO
            SET EOF-OK                    TO FALSE
            SET FPP-OK                    TO TRUE
            OPEN INPUT PRESREU
            IF NOT FPP-OK
               CLOSE PRESREU
               GO TO P4A-APURA-REUNIOES-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ PRESREU NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ANO-LETIVO-PR EQUAL WS-ANO-INF
                           IF ID-REUNIAO-PR NOT EQUAL WS-GRP-REUNIAO
                              OR ID-ALUNO-PR NOT EQUAL WS-GRP-ALUNO
                              PERFORM P4E-FECHA-REUNIAO
                                      THRU P4E-FECHA-REUNIAO-FIM
                              MOVE ID-REUNIAO-PR TO WS-GRP-REUNIAO
                              MOVE ID-ALUNO-PR   TO WS-GRP-ALUNO
                              MOVE 'N'   TO WS-GRP-SIM WS-GRP-NAO
                           END-IF
                           IF FL-PRESENTE-PR EQUAL 'S'
                              MOVE 'S'   TO WS-GRP-SIM
                           END-IF
                           IF FL-PRESENTE-PR EQUAL 'N'
                              MOVE 'S'   TO WS-GRP-NAO
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            PERFORM P4E-FECHA-REUNIAO     THRU P4E-FECHA-REUNIAO-FIM
            CLOSE PRESREU
            .
       P4A-APURA-REUNIOES-FIM.

       P4E-FECHA-REUNIAO.
            IF WS-GRP-REUNIAO EQUAL ZEROS
               GO TO P4E-FECHA-REUNIAO-FIM
            END-IF
            IF WS-GRP-SIM NOT EQUAL 'S' AND WS-GRP-NAO NOT EQUAL 'S'
               GO TO P4E-FECHA-REUNIAO-FIM
            END-IF
            MOVE WS-GRP-ALUNO             TO WS-ID-BUSCA
            PERFORM P9-LOCALIZA-ALUNO     THRU P9-LOCALIZA-ALUNO-FIM
            IF WS-IX-ACHADO GREATER THAN ZEROS
               ADD 1                      TO
                   WS-RS-REU-APUR(WS-IX-ACHADO)
               IF WS-GRP-SIM NOT EQUAL 'S'
                  ADD 1                   TO
                      WS-RS-REU-FALTA(WS-IX-ACHADO)
               END-IF
            END-IF
            .
       P4E-FECHA-REUNIAO-FIM.

      *ABRE OS ARQUIVOS LIDOS ALUNO A ALUNO E O HISTORICO DO RISCO
       P4B-ABRE-ARQUIVOS.
            MOVE 'N'                      TO WS-APR-ABERTO
                                             WS-FRQ-ABERTO
                                             WS-MAT-ABERTO
                                             WS-MEN-ABERTO
                                             WS-HIS-ABERTO
            SET FS-OK                     TO TRUE
            OPEN INPUT APROVACAO
            IF FS-OK
               MOVE 'S'                   TO WS-APR-ABERTO
            END-IF
            SET FQ-OK                     TO TRUE
            OPEN INPUT FREQUENCIA
            IF FQ-OK
               MOVE 'S'                   TO WS-FRQ-ABERTO
            END-IF
            SET FM-OK                     TO TRUE
            OPEN INPUT MATERIA
            IF FM-OK
               MOVE 'S'                   TO WS-MAT-ABERTO
            END-IF
            SET FME-OK                    TO TRUE
            OPEN INPUT MENSALIDADE
            IF FME-OK
               MOVE 'S'                   TO WS-MEN-ABERTO
            END-IF

            SET FRH-OK                    TO TRUE
            OPEN I-O RISCOHIST
            IF WS-FRH EQUAL 35
                 CLOSE RISCOHIST
                 OPEN OUTPUT RISCOHIST
                 CLOSE RISCOHIST
                 OPEN I-O RISCOHIST
            END-IF
            IF FRH-OK
               MOVE 'S'                   TO WS-HIS-ABERTO
            ELSE
               DISPLAY 'ERRO AO ABRIR O HISTORICO DO RISCO'
               MOVE WS-FRH TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FRH ' - ' WS-FS-MSG
            END-IF
            .
       P4B-ABRE-ARQUIVOS-FIM.

       P4D-FECHA-ARQUIVOS.
            CLOSE APROVACAO
            CLOSE FREQUENCIA
            CLOSE MATERIA
            CLOSE MENSALIDADE
            CLOSE RISCOHIST
            .
       P4D-FECHA-ARQUIVOS-FIM.

      *FATORES E PONTUACAO DO ALUNO WS-IND E A PONTUACAO QUE ELE
      *TEVE NO MES ANTERIOR
       P4C-APURA-ALUNO.
            MOVE WS-RS-ID-ALUNO(WS-IND)   TO WS-ID-ALUNO-ATUAL

      *FATOR 1: MATERIAS DO ANO COM MEDIA ABAIXO DA APROVACAO
            MOVE ZEROS                    TO WS-QT-AVALIADAS
                                             WS-QT-ABAIXO
            IF WS-APR-ABERTO EQUAL 'S'
               SET EOF2-OK                TO FALSE
               MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO1
               START APROVACAO KEY NOT LESS THAN ID-ALUNO1
                   INVALID KEY
                       SET EOF2-OK        TO TRUE
               END-START
               PERFORM UNTIL EOF2-OK
                   READ APROVACAO NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO1 NOT EQUAL WS-ID-ALUNO-ATUAL
                              SET EOF2-OK TO TRUE
                           ELSE
                              IF ANO-LETIVO EQUAL WS-ANO-INF AND
                                 NOTA1 + NOTA2 + NOTA3 + NOTA4
                                 GREATER THAN ZEROS
                                 PERFORM P4F-NOTA-DE-CORTE
                                         THRU P4F-NOTA-DE-CORTE-FIM
                                 ADD 1    TO WS-QT-AVALIADAS
                                 IF MD-ALUNO LESS THAN WS-NT-CORTE
                                    ADD 1 TO WS-QT-ABAIXO
                                 END-IF
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            MOVE ZEROS                    TO WS-RS-FATOR(WS-IND 1)
            IF WS-QT-AVALIADAS GREATER THAN ZEROS
               COMPUTE WS-RS-FATOR(WS-IND 1) =
                       WS-QT-ABAIXO * 100 / WS-QT-AVALIADAS
               END-COMPUTE
            END-IF

      *FATOR 2: FREQUENCIA MEDIA, CHEIO NO MINIMO LEGAL OU ABAIXO
            MOVE ZEROS                    TO WS-SOMA-FREQ
                                             WS-QT-FREQ
            IF WS-FRQ-ABERTO EQUAL 'S'
               SET EOF2-OK                TO FALSE
               MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO4
               START FREQUENCIA KEY NOT LESS THAN ID-ALUNO4
                   INVALID KEY
                       SET EOF2-OK        TO TRUE
               END-START
               PERFORM UNTIL EOF2-OK
                   READ FREQUENCIA NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO4 NOT EQUAL WS-ID-ALUNO-ATUAL
                              SET EOF2-OK TO TRUE
                           ELSE
                              ADD 1             TO WS-QT-FREQ
                              ADD PC-FREQUENCIA TO WS-SOMA-FREQ
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            MOVE ZEROS                    TO WS-RS-FATOR(WS-IND 2)
            IF WS-QT-FREQ GREATER THAN ZEROS
               COMPUTE WS-MEDIA-FREQ ROUNDED =
                       WS-SOMA-FREQ / WS-QT-FREQ
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-MEDIA-FREQ NOT LESS THAN 100
                       MOVE ZEROS         TO WS-RS-FATOR(WS-IND 2)
                   WHEN WS-MEDIA-FREQ NOT GREATER THAN WS-PC-MINIMO
                       MOVE 100           TO WS-RS-FATOR(WS-IND 2)
                   WHEN OTHER
                       COMPUTE WS-RS-FATOR(WS-IND 2) =
                               (100 - WS-MEDIA-FREQ) * 100
                             / (100 - WS-PC-MINIMO)
                       END-COMPUTE
               END-EVALUATE
            END-IF

      *FATOR 3: MENSALIDADES EM ABERTO ATE O MES
            MOVE ZEROS                    TO WS-QT-ABERTAS
            IF WS-MEN-ABERTO EQUAL 'S'
               SET EOF2-OK                TO FALSE
               MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO-MEN
               MOVE ZEROS                 TO AAAAMM-MEN
               START MENSALIDADE KEY IS NOT LESS THAN ID-MENSALIDADE
                   INVALID KEY
                       SET EOF2-OK        TO TRUE
               END-START
               PERFORM UNTIL EOF2-OK
                   READ MENSALIDADE NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO-MEN NOT EQUAL WS-ID-ALUNO-ATUAL
                              OR AAAAMM-MEN GREATER THAN WS-AAAAMM-INF
                              SET EOF2-OK TO TRUE
                           ELSE
                              IF ST-MENSALIDADE EQUAL 'A'
                                 ADD 1    TO WS-QT-ABERTAS
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            COMPUTE WS-CALC = WS-QT-ABERTAS * 100 / WS-TETO-MENS
            END-COMPUTE
            IF WS-CALC GREATER THAN 100
               MOVE 100                   TO WS-CALC
            END-IF
            MOVE WS-CALC                  TO WS-RS-FATOR(WS-IND 3)

      *FATOR 4: GRAVIDADE DAS OCORRENCIAS DO ANO
            COMPUTE WS-CALC = WS-RS-GRAV(WS-IND) * 100 / WS-TETO-OCO
            END-COMPUTE
            IF WS-CALC GREATER THAN 100
               MOVE 100                   TO WS-CALC
            END-IF
            MOVE WS-CALC                  TO WS-RS-FATOR(WS-IND 4)

      *FATOR 5: REUNIOES DE PAIS APURADAS SEM A FAMILIA
            MOVE ZEROS                    TO WS-RS-FATOR(WS-IND 5)
            IF WS-RS-REU-APUR(WS-IND) GREATER THAN ZEROS
               COMPUTE WS-RS-FATOR(WS-IND 5) =
                       WS-RS-REU-FALTA(WS-IND) * 100
                     / WS-RS-REU-APUR(WS-IND)
               END-COMPUTE
            END-IF

      *PONTUACAO: MEDIA DOS FATORES PONDERADA PELOS PESOS
            MOVE ZEROS                    TO WS-SOMA-PONDERADA
            PERFORM VARYING WS-IF FROM 1 BY 1 UNTIL WS-IF GREATER 5
                COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                        + WS-PESO(WS-IF) * WS-RS-FATOR(WS-IND WS-IF)
                END-COMPUTE
            END-PERFORM
            COMPUTE WS-RS-SCORE(WS-IND) ROUNDED =
                    WS-SOMA-PONDERADA / WS-SOMA-PESOS
            END-COMPUTE

            IF WS-HIS-ABERTO EQUAL 'S'
               MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO-RH
               MOVE WS-AAAAMM-ANT         TO AAAAMM-RH
               READ RISCOHIST
                   KEY IS ID-RISCOHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VL-SCORE-RH   TO WS-RS-ANTERIOR(WS-IND)
                       MOVE 'S'           TO WS-RS-TEM-ANT(WS-IND)
               END-READ
            END-IF
            .
       P4C-APURA-ALUNO-FIM.

      *NOTA DE APROVACAO DA MATERIA LIDA (60 SEM CADASTRO)
       P4F-NOTA-DE-CORTE.
            MOVE 60                       TO WS-NT-CORTE
            IF WS-MAT-ABERTO EQUAL 'S'
               MOVE ID-MATERIA1           TO ID-MATERIA
               READ MATERIA
                   KEY IS ID-MATERIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NT-APROVACAO GREATER THAN ZEROS
                          MOVE NT-APROVACAO TO WS-NT-CORTE
                       END-IF
               END-READ
            END-IF
            .
       P4F-NOTA-DE-CORTE-FIM.

      *ORDENA PELA PONTUACAO DECRESCENTE (TROCA SIMPLES; NO EMPATE
      *FICA A ORDEM DO CODIGO)
       P5-ORDENA.
            MOVE 'S'                      TO WS-TROCOU
            PERFORM UNTIL NOT TROCOU
                MOVE 'N'                  TO WS-TROCOU
                MOVE 1                    TO WS-IND
                PERFORM UNTIL WS-IND GREATER THAN WS-QT-ALUNOS - 1
                    COMPUTE WS-IND2 = WS-IND + 1
                    END-COMPUTE
                    IF WS-RS-SCORE(WS-IND2) GREATER THAN
                       WS-RS-SCORE(WS-IND)
                       MOVE WS-RS-ITEM(WS-IND)  TO WS-RS-TEMP
                       MOVE WS-RS-ITEM(WS-IND2) TO WS-RS-ITEM(WS-IND)
                       MOVE WS-RS-TEMP          TO WS-RS-ITEM(WS-IND2)
                       MOVE 'S'           TO WS-TROCOU
                    END-IF
                    ADD 1                 TO WS-IND
                END-PERFORM
            END-PERFORM
            .
       P5-ORDENA-FIM.

      *GRAVA A PONTUACAO DO MES NO HISTORICO (O RECALCULO DE UM MES
      *SOBREPOE O REGISTRO)
       P5A-GRAVA-HISTORICO.
            IF WS-HIS-ABERTO NOT EQUAL 'S'
               GO TO P5A-GRAVA-HISTORICO-FIM
            END-IF
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-ALUNOS
                MOVE SPACES               TO REG-RISCOHIST
                MOVE WS-RS-ID-ALUNO(WS-IND) TO ID-ALUNO-RH
                MOVE WS-AAAAMM-INF        TO AAAAMM-RH
                MOVE WS-RS-NM-ALUNO(WS-IND) TO NM-ALUNO-RH
                MOVE WS-RS-SCORE(WS-IND)  TO VL-SCORE-RH
                PERFORM VARYING WS-IF FROM 1 BY 1 UNTIL WS-IF GREATER 5
                    MOVE WS-RS-FATOR(WS-IND WS-IF)
                      TO FT-FATOR-RH(WS-IF)
                END-PERFORM
                MOVE WS-IND               TO NR-POSICAO-RH
                MOVE WS-DATA-HOJE         TO DT-CALCULO-RH
                MOVE LK-OPERADOR          TO OP-RISCOHIST
                WRITE REG-RISCOHIST
                    INVALID KEY
                        REWRITE REG-RISCOHIST
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR O HISTORICO'
                                        ' DO ALUNO ' ID-ALUNO-RH
                        END-REWRITE
                END-WRITE
            END-PERFORM
            .
       P5A-GRAVA-HISTORICO-FIM.

      *RANKING DO MES NO ARQUIVO DE IMPRESSAO; NA TELA SAEM O RESUMO
      *E OS ALUNOS QUE PIORARAM
       P6-IMPRIME.
            MOVE ZEROS                    TO WS-QT-ALTO
                                             WS-QT-PIOROU
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
            STRING 'RISCO DE EVASAO - RANKING DE ' WS-MES-INF '/'
                   WS-ANO-INF ' (ANTERIOR ' WS-MES-ANT '/'
                   WS-ANO-ANT ')'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING 'PESOS: NOTAS ' WS-PESO(1) ' FREQ ' WS-PESO(2)
                   ' FINANC ' WS-PESO(3) ' OCORR ' WS-PESO(4)
                   ' REUNIAO ' WS-PESO(5)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-PRT
            MOVE 'POS  ALUNO NOME'        TO WS-LINHA-PRT(1:15)
            MOVE 'RISCO'                  TO WS-LINHA-PRT(34:5)
            MOVE 'ANTER'                  TO WS-LINHA-PRT(41:5)
            MOVE 'VARIAC'                 TO WS-LINHA-PRT(48:6)
            MOVE 'NOT FRE FIN OCO REU'    TO WS-LINHA-PRT(55:19)
            MOVE 'A P'                    TO WS-LINHA-PRT(75:3)
            PERFORM P19A-GRAVA-LINHA      THRU P19A-GRAVA-LINHA-FIM
            MOVE ALL '-'                  TO WS-LINHA-PRT
            PERFORM P19A-GRAVA-LINHA      THRU P19A-GRAVA-LINHA-FIM

            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-ALUNOS
                PERFORM P6A-LINHA-RANKING THRU P6A-LINHA-RANKING-FIM
            END-PERFORM

            MOVE ALL '-'                  TO WS-LINHA-PRT
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE WS-QT-ALUNOS             TO WS-ED-QT
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING 'ALUNOS AVALIADOS: ' WS-ED-QT
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE WS-QT-ALTO               TO WS-ED-QT
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING '* RISCO ALTO (PONTUACAO ' WS-PC-ALERTA
                   ' OU MAIS): ' WS-ED-QT
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE WS-QT-PIOROU             TO WS-ED-QT
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING '^ PIOROU (SUBIU ' WS-QT-PIORA
                   ' PONTOS OU MAIS SOBRE O MES ANTERIOR): ' WS-ED-QT
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM

            IF WS-QT-PIOROU GREATER THAN ZEROS
               MOVE ALL '='               TO WS-LINHA-PRT
               PERFORM P19-EMITE-LINHA    THRU P19-EMITE-LINHA-FIM
               MOVE 'ALUNOS QUE PIORARAM NO MES (PARA A DIRECAO AGIR'
                    & ' ANTES DA RE-MATRICULA)' TO WS-LINHA-PRT
               PERFORM P19-EMITE-LINHA    THRU P19-EMITE-LINHA-FIM
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER THAN WS-QT-ALUNOS
                   PERFORM P6B-LINHA-PIOROU
                           THRU P6B-LINHA-PIOROU-FIM
               END-PERFORM
            END-IF

            IF FIM-OK
               MOVE WS-SALTO-PAGINA       TO REG-IMPREL
               WRITE REG-IMPREL
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'RISCOEVA'            TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
               DISPLAY 'RANKING COMPLETO NO ARQUIVO DE IMPRESSAO.'
            END-IF
            .
       P6-IMPRIME-FIM.

      *LINHA DO ALUNO WS-IND NO RANKING
       P6A-LINHA-RANKING.
            MOVE SPACES                   TO WS-LINHA-PRT
            MOVE WS-IND                   TO WS-ED-POS
            MOVE WS-ED-POS                TO WS-LINHA-PRT(1:4)
            MOVE WS-RS-ID-ALUNO(WS-IND)   TO WS-LINHA-PRT(6:5)
            MOVE WS-RS-NM-ALUNO(WS-IND)   TO WS-LINHA-PRT(12:20)
            MOVE WS-RS-SCORE(WS-IND)      TO WS-ED-SCORE
            MOVE WS-ED-SCORE              TO WS-LINHA-PRT(33:6)
            IF WS-RS-TEM-ANT(WS-IND) EQUAL 'S'
               MOVE WS-RS-ANTERIOR(WS-IND) TO WS-ED-SCORE
               MOVE WS-ED-SCORE           TO WS-LINHA-PRT(40:6)
               COMPUTE WS-VARIACAO = WS-RS-SCORE(WS-IND)
                                   - WS-RS-ANTERIOR(WS-IND)
               END-COMPUTE
               MOVE WS-VARIACAO           TO WS-ED-VAR
               MOVE WS-ED-VAR             TO WS-LINHA-PRT(47:7)
            ELSE
               MOVE '  -'                 TO WS-LINHA-PRT(40:3)
            END-IF
            PERFORM VARYING WS-IF FROM 1 BY 1 UNTIL WS-IF GREATER 5
                MOVE WS-RS-FATOR(WS-IND WS-IF) TO WS-ED-FT
                COMPUTE WS-IND2 = 51 + WS-IF * 4
                END-COMPUTE
                MOVE WS-ED-FT             TO WS-LINHA-PRT(WS-IND2:3)
            END-PERFORM
            IF WS-RS-SCORE(WS-IND) NOT LESS THAN WS-PC-ALERTA
               ADD 1                      TO WS-QT-ALTO
               MOVE '*'                   TO WS-LINHA-PRT(75:1)
            END-IF
            IF WS-RS-TEM-ANT(WS-IND) EQUAL 'S' AND
               WS-VARIACAO NOT LESS THAN WS-QT-PIORA
               ADD 1                      TO WS-QT-PIOROU
               MOVE '^'                   TO WS-LINHA-PRT(77:1)
            END-IF
            PERFORM P19A-GRAVA-LINHA      THRU P19A-GRAVA-LINHA-FIM
            .
       P6A-LINHA-RANKING-FIM.

      *ALUNO WS-IND NA LISTA DOS QUE PIORARAM
       P6B-LINHA-PIOROU.
            IF WS-RS-TEM-ANT(WS-IND) NOT EQUAL 'S'
               GO TO P6B-LINHA-PIOROU-FIM
            END-IF
            COMPUTE WS-VARIACAO = WS-RS-SCORE(WS-IND)
                                - WS-RS-ANTERIOR(WS-IND)
            END-COMPUTE
            IF WS-VARIACAO LESS THAN WS-QT-PIORA
               GO TO P6B-LINHA-PIOROU-FIM
            END-IF
            MOVE WS-IND                   TO WS-ED-POS
            MOVE WS-RS-ANTERIOR(WS-IND)   TO WS-ED-SCORE
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING WS-ED-POS ' ' WS-RS-ID-ALUNO(WS-IND) ' '
                   WS-RS-NM-ALUNO(WS-IND) ' DE ' WS-ED-SCORE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            MOVE WS-RS-SCORE(WS-IND)      TO WS-ED-SCORE
            MOVE WS-VARIACAO              TO WS-ED-VAR
            MOVE 'PARA'                   TO WS-LINHA-PRT(45:4)
            MOVE WS-ED-SCORE              TO WS-LINHA-PRT(50:6)
            MOVE WS-ED-VAR                TO WS-LINHA-PRT(58:7)
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            .
       P6B-LINHA-PIOROU-FIM.

      *REEMISSAO: CARREGA O MES DO HISTORICO E A PONTUACAO DO MES
      *ANTERIOR DE CADA ALUNO
       P7-CARREGA-HISTORICO.
            MOVE ZEROS                    TO WS-QT-ALUNOS
            MOVE SPACES                   TO WS-TAB-RISCO
            SET EOF-OK                    TO FALSE
            SET FRH-OK                    TO TRUE
            OPEN INPUT RISCOHIST
            IF NOT FRH-OK
               DISPLAY 'HISTORICO DO RISCO NAO ENCONTRADO.'
               CLOSE RISCOHIST
               GO TO P7-CARREGA-HISTORICO-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ RISCOHIST NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF AAAAMM-RH EQUAL WS-AAAAMM-INF AND
                           WS-QT-ALUNOS LESS THAN WS-MAX-ALUNOS
                           ADD 1          TO WS-QT-ALUNOS
                           MOVE WS-QT-ALUNOS TO WS-IND
                           INITIALIZE WS-RS-ITEM(WS-IND)
                           MOVE ID-ALUNO-RH TO WS-RS-ID-ALUNO(WS-IND)
                           MOVE NM-ALUNO-RH TO WS-RS-NM-ALUNO(WS-IND)
                           MOVE VL-SCORE-RH TO WS-RS-SCORE(WS-IND)
                           MOVE 'N'       TO WS-RS-TEM-ANT(WS-IND)
                           PERFORM VARYING WS-IF FROM 1 BY 1
                                   UNTIL WS-IF GREATER 5
                               MOVE FT-FATOR-RH(WS-IF)
                                 TO WS-RS-FATOR(WS-IND WS-IF)
                           END-PERFORM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-ALUNOS
                MOVE WS-RS-ID-ALUNO(WS-IND) TO ID-ALUNO-RH
                MOVE WS-AAAAMM-ANT        TO AAAAMM-RH
                READ RISCOHIST
                    KEY IS ID-RISCOHIST
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE VL-SCORE-RH  TO WS-RS-ANTERIOR(WS-IND)
                        MOVE 'S'          TO WS-RS-TEM-ANT(WS-IND)
                END-READ
            END-PERFORM
            CLOSE RISCOHIST
            .
       P7-CARREGA-HISTORICO-FIM.

      *BUSCA BINARIA DO ALUNO WS-ID-BUSCA NA TABELA AINDA NA ORDEM DO
      *CODIGO; WS-IX-ACHADO = 0 QUANDO O ALUNO NAO ESTA ATIVO
       P9-LOCALIZA-ALUNO.
            MOVE ZEROS                    TO WS-IX-ACHADO
            MOVE 1                        TO WS-IX-INI
            MOVE WS-QT-ALUNOS             TO WS-IX-FIM
            PERFORM UNTIL WS-IX-INI GREATER THAN WS-IX-FIM
                       OR WS-IX-ACHADO GREATER THAN ZEROS
                COMPUTE WS-IX-MEIO = (WS-IX-INI + WS-IX-FIM) / 2
                END-COMPUTE
                EVALUATE TRUE
                    WHEN WS-RS-ID-ALUNO(WS-IX-MEIO) EQUAL WS-ID-BUSCA
                        MOVE WS-IX-MEIO   TO WS-IX-ACHADO
                    WHEN WS-RS-ID-ALUNO(WS-IX-MEIO) LESS THAN
                         WS-ID-BUSCA
                        COMPUTE WS-IX-INI = WS-IX-MEIO + 1
                        END-COMPUTE
                    WHEN OTHER
                        COMPUTE WS-IX-FIM = WS-IX-MEIO - 1
                        END-COMPUTE
                END-EVALUATE
            END-PERFORM
            .
       P9-LOCALIZA-ALUNO-FIM.

      *EXIBE A LINHA E A GRAVA NO ARQUIVO DE IMPRESSAO
       P19-EMITE-LINHA.
            DISPLAY WS-LINHA-PRT
            PERFORM P19A-GRAVA-LINHA      THRU P19A-GRAVA-LINHA-FIM
            .
       P19-EMITE-LINHA-FIM.

      *SO GRAVA A LINHA NO ARQUIVO DE IMPRESSAO (RANKING COMPLETO)
       P19A-GRAVA-LINHA.
            IF FIM-OK
               MOVE WS-LINHA-PRT          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P19A-GRAVA-LINHA-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.

       P0-FIM.
            GOBACK.
       END PROGRAM RISCOEVA.
