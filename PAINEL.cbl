      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DO PAINEL DA DIRECAO
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      * UPDATE: 15/10/2026 - MODO EXTRATO: FREQUENCIA, INADIMPLENCIA,
      *         LANCAMENTOS PENDENTES E ALUNOS POR TURMA PODEM SAIR DE
      *         UMA UNICA LEITURA DO EXTRATO NOTURNO DE RELATORIOS
      *         (CFP001T28), COM VOLTA AOS ARQUIVOS QUANDO NAO HA
      *         EXTRATO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAINEL.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

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

      * EXTRATO NOTURNO DE RELATORIOS DO ANO LETIVO (MODO EXTRATO)
                SELECT EXTREL ASSIGN TO WS-PATH-EXTANO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TURMA.
          COPY CFPK0021.
       FD IMPREL.
       01 REG-IMPREL                      PIC X(80).
       FD SPLORIG.
       01 REG-SPLORIG                     PIC X(250).
       FD SPLARQ.
       01 REG-SPLARQ                      PIC X(250).
       FD SPOOL.
          COPY CFPK0100.
       FD EXTREL.
          COPY CFPK0099.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY SPLVARS.
       COPY JOBVARS.
       COPY EXTVARS.
       77 WS-FT                           PIC 99.
          88 FT-OK                        VALUE 0.
       77 WS-FTL                          PIC 99.
       77 WS-ST-CADEIA                    PIC X(10) VALUE SPACES.
       77 WS-DT-CADEIA                    PIC 9(08) VALUE ZEROS.
       77 WS-LINHA-PNL                    PIC X(80) VALUE SPACES.
      *MODO EXTRATO: ALUNOS POR TURMA (INDICE = NUMERO DA TURMA) E
      *QUEBRA DE ALUNO, JA QUE O FINANCEIRO SE REPETE NAS LINHAS DELE
       77 WS-ID-ALUNO-ANT                 PIC 9(05) VALUE ZEROS.
       77 WS-ID-TURMA-ANT                 PIC 9(03) VALUE ZEROS.
       01 WS-TAB-OCUPACAO.
          03 WS-OC-QT                     PIC 9(03) OCCURS 999 TIMES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
               WS-NR-BIM-INF GREATER THAN 4
               MOVE 1                     TO WS-NR-BIM-INF
            END-IF
            PERFORM P9-ESCOLHE-MODO       THRU P9-ESCOLHE-MODO-FIM

            IF EXR-MODO-EXTRATO
               PERFORM PA-APURA-EXTRATO   THRU PA-APURA-EXTRATO-FIM
            END-IF
            IF NOT EXR-MODO-EXTRATO
               PERFORM P2-APURA-FREQUENCIA
                       THRU P2-APURA-FREQUENCIA-FIM
               PERFORM P3-APURA-INADIMPLENCIA
                       THRU P3-APURA-INADIMPLENCIA-FIM
               PERFORM P4-APURA-PENDENTES
                       THRU P4-APURA-PENDENTES-FIM
            END-IF
            PERFORM P5-APURA-CADEIA       THRU P5-APURA-CADEIA-FIM

            DISPLAY '--------------------------------------------'
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE ID-TURMA     TO WS-ID-TURMA-ATUAL
                        IF EXR-MODO-EXTRATO
                           MOVE ZEROS     TO WS-QT-NA-TURMA
                           IF ID-TURMA GREATER THAN ZEROS
                              MOVE WS-OC-QT(ID-TURMA)
                                          TO WS-QT-NA-TURMA
                           END-IF
                        ELSE
                           PERFORM P8-CONTA-ROTEIRO
                                   THRU P8-CONTA-ROTEIRO-FIM
                        END-IF
                        DISPLAY '  TURMA ' ID-TURMA
                                ' SERIE ' ID-SERIE-TURMA
                                ' ATIVOS ' WS-QT-NA-TURMA
      *IMPRIME O RETRATO DO DIA NO ARQUIVO DE IMPRESSAO
       P7-IMPRIME-RETRATO.
            SET FIM-OK                    TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPREL
            IF WS-FIM EQUAL 35
               OPEN OUTPUT IMPREL
            .
       P7-IMPRIME-ENCERRA.
            CLOSE IMPREL
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'PAINEL'                 TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P7-IMPRIME-RETRATO-FIM.

      *PERGUNTA SE OS NUMEROS DO ANO CORRENTE SAEM DO EXTRATO
      *NOTURNO DE RELATORIOS OU DOS ARQUIVOS (AO VIVO)
       P9-ESCOLHE-MODO.
            DISPLAY 'LER DO EXTRATO NOTURNO DE RELATORIOS? (S/N)'
            ACCEPT WS-EXR-MODO
            MOVE WS-ANO-CORRENTE          TO WS-EXR-ANO
            .
       P9-ESCOLHE-MODO-FIM.

      *FREQUENCIA MEDIA, INADIMPLENCIA, LANCAMENTOS PENDENTES E
      *ALUNOS POR TURMA NUMA UNICA LEITURA DO EXTRATO DO ANO. A
      *FREQUENCIA E A DAS LINHAS COM AULAS DADAS; O FINANCEIRO E A
      *TURMA CONTAM UMA VEZ POR ALUNO. SEM EXTRATO UTILIZAVEL,
      *DESLIGA O MODO E O PAINEL LE OS ARQUIVOS
       PA-APURA-EXTRATO.
            MOVE ZEROS                    TO WS-SOMA-FREQ
                                             WS-QT-FREQ
                                             WS-MEDIA-FREQ
                                             WS-QT-ABERTAS
                                             WS-VL-ABERTO
                                             WS-QT-SEM-NOTA
                                             WS-ID-ALUNO-ANT
                                             WS-ID-TURMA-ANT
            INITIALIZE WS-TAB-OCUPACAO
            PERFORM X9-ABRE-EXTRATO       THRU X9-ABRE-EXTRATO-FIM
            IF NOT EXR-ABERTO
               MOVE 'N'                   TO WS-EXR-MODO
               GO TO PA-APURA-EXTRATO-FIM
            END-IF

            PERFORM X9-LE-EXTRATO         THRU X9-LE-EXTRATO-FIM
            PERFORM UNTIL EXR-EOF
                IF ID-ALUNO-EXR NOT EQUAL WS-ID-ALUNO-ANT
                   OR ID-TURMA-EXR NOT EQUAL WS-ID-TURMA-ANT
                   PERFORM PB-QUEBRA-ALUNO THRU PB-QUEBRA-ALUNO-FIM
                END-IF
                IF NR-AULAS-EXR GREATER THAN ZEROS
                   ADD PC-FREQUENCIA-EXR  TO WS-SOMA-FREQ
                   ADD 1                  TO WS-QT-FREQ
                END-IF
                IF ID-MATERIA-EXR NOT EQUAL ZEROS
                   EVALUATE WS-NR-BIM-INF
                       WHEN 1
                           IF NOTA1-EXR EQUAL ZEROS
                              ADD 1       TO WS-QT-SEM-NOTA
                           END-IF
                       WHEN 2
                           IF NOTA2-EXR EQUAL ZEROS
                              ADD 1       TO WS-QT-SEM-NOTA
                           END-IF
                       WHEN 3
                           IF NOTA3-EXR EQUAL ZEROS
                              ADD 1       TO WS-QT-SEM-NOTA
                           END-IF
                       WHEN OTHER
                           IF NOTA4-EXR EQUAL ZEROS
                              ADD 1       TO WS-QT-SEM-NOTA
                           END-IF
                   END-EVALUATE
                END-IF
                PERFORM X9-LE-EXTRATO     THRU X9-LE-EXTRATO-FIM
            END-PERFORM
            PERFORM X9-FECHA-EXTRATO      THRU X9-FECHA-EXTRATO-FIM

            IF WS-QT-FREQ GREATER THAN ZEROS
               COMPUTE WS-MEDIA-FREQ ROUNDED =
                       WS-SOMA-FREQ / WS-QT-FREQ
               END-COMPUTE
            END-IF
            .
       PA-APURA-EXTRATO-FIM.

      *PRIMEIRA LINHA DE UM ALUNO: CONTA-O NA TURMA E SOMA AS
      *MENSALIDADES EM ABERTO DELE
       PB-QUEBRA-ALUNO.
            MOVE ID-ALUNO-EXR             TO WS-ID-ALUNO-ANT
            MOVE ID-TURMA-EXR             TO WS-ID-TURMA-ANT
            IF ID-TURMA-EXR GREATER THAN ZEROS
               ADD 1                      TO WS-OC-QT(ID-TURMA-EXR)
            END-IF
            ADD QT-MEN-ABERTO-EXR         TO WS-QT-ABERTAS
            ADD VL-MEN-ABERTO-EXR         TO WS-VL-ABERTO
            .
       PB-QUEBRA-ALUNO-FIM.

       COPY EXTLEIT.
       COPY SPOOLREG.
       COPY FSDECODE.

       P0-FIM.
