      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DO PACOTE MENSAL
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      * UPDATE: 15/10/2026 - MODO EXTRATO: AS PECAS DE NOTAS, FREQUENCIA
      *         E INADIMPLENCIA PODEM SAIR DE UMA UNICA LEITURA DO
      *         EXTRATO NOTURNO DE RELATORIOS (CFP001T28), COM VOLTA AOS
      *         ARQUIVOS QUANDO NAO HA EXTRATO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACOTEMES.
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

      * EXTRATO NOTURNO DE RELATORIOS DO ANO LETIVO (MODO EXTRATO)
                SELECT EXTREL ASSIGN TO WS-PATH-EXTANO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD APROVACAO.
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
       FD EXTREL.
          COPY CFPK0099.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY SPLVARS.
       COPY AUDITVARS.
       COPY JOBVARS.
       COPY EXTVARS.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FFR                          PIC 99.
       77 WS-IX                           PIC 9(02) VALUE ZEROS.
       77 WS-IX-ACHADO                    PIC 9(02) VALUE ZEROS.
       77 WS-MEDIA-CALC                   PIC 9(02)V9(02) VALUE ZEROS.
      *LANCAMENTO CORRENTE, LIDO DAS SITUACOES OU DO EXTRATO
       01 WS-SITUACAO.
          03 WS-SIT-MATERIA               PIC 9(05).
          03 WS-SIT-NM-MATERIA            PIC X(20).
          03 WS-SIT-MEDIA                 PIC 9(02)V9(02).
          03 WS-SIT-NOTA1                 PIC 9(02)V9(02).
          03 WS-SIT-NOTA2                 PIC 9(02)V9(02).
          03 WS-SIT-NOTA3                 PIC 9(02)V9(02).
          03 WS-SIT-NOTA4                 PIC 9(02)V9(02).
      *QUEBRA DE ALUNO NO EXTRATO (O FINANCEIRO SE REPETE NAS LINHAS)
       77 WS-ID-ALUNO-ANT                 PIC 9(05) VALUE ZEROS.
      *PECA 2: DISTRIBUICAO DE NOTAS POR FAIXA DE MEDIA
       77 WS-QT-FX-A                      PIC 9(04) VALUE ZEROS.
       77 WS-QT-FX-B                      PIC 9(04) VALUE ZEROS.
               WS-NR-BIM-INF GREATER THAN 4
               MOVE 1                     TO WS-NR-BIM-INF
            END-IF
            PERFORM P8-ESCOLHE-MODO       THRU P8-ESCOLHE-MODO-FIM

            MOVE 'PACOTEMES'              TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE

            PERFORM P2-LE-PARAMETROS      THRU P2-LE-PARAMETROS-FIM
            PERFORM P3-GERA-NUMERO        THRU P3-GERA-NUMERO-FIM
            IF EXR-MODO-EXTRATO
               PERFORM P9-APURA-EXTRATO   THRU P9-APURA-EXTRATO-FIM
            END-IF
            IF NOT EXR-MODO-EXTRATO
               PERFORM P4-APURA-NOTAS     THRU P4-APURA-NOTAS-FIM
               PERFORM P5-APURA-FREQUENCIA
                       THRU P5-APURA-FREQUENCIA-FIM
               PERFORM P6-APURA-INADIMPLENCIA
                       THRU P6-APURA-INADIMPLENCIA-FIM
            END-IF
            PERFORM P7-IMPRIME-PACOTE
                    THRU P7-IMPRIME-PACOTE-FIM

                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ANO-LETIVO EQUAL WS-ANO-CORRENTE
                           MOVE ID-MATERIA1  TO WS-SIT-MATERIA
                           MOVE NM-MATERIA1  TO WS-SIT-NM-MATERIA
                           MOVE MD-ALUNO     TO WS-SIT-MEDIA
                           MOVE NOTA1        TO WS-SIT-NOTA1
                           MOVE NOTA2        TO WS-SIT-NOTA2
                           MOVE NOTA3        TO WS-SIT-NOTA3
                           MOVE NOTA4        TO WS-SIT-NOTA4
                           PERFORM P4A-ACUMULA
                                   THRU P4A-ACUMULA-FIM
                        END-IF
            IF WS-QT-MATS GREATER THAN ZEROS
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER THAN WS-QT-MATS
                   IF WS-MAT-ID(WS-IX) EQUAL WS-SIT-MATERIA
                      MOVE WS-IX          TO WS-IX-ACHADO
                   END-IF
               END-PERFORM
            IF WS-IX-ACHADO EQUAL ZEROS AND WS-QT-MATS LESS THAN 50
               ADD 1                      TO WS-QT-MATS
               MOVE WS-QT-MATS            TO WS-IX-ACHADO
               MOVE WS-SIT-MATERIA        TO WS-MAT-ID(WS-IX-ACHADO)
               MOVE WS-SIT-NM-MATERIA     TO WS-MAT-NOME(WS-IX-ACHADO)
               MOVE ZEROS                 TO WS-MAT-SOMA(WS-IX-ACHADO)
               MOVE ZEROS                 TO WS-MAT-QT(WS-IX-ACHADO)
            END-IF
            IF WS-IX-ACHADO GREATER THAN ZEROS
               ADD WS-SIT-MEDIA           TO WS-MAT-SOMA(WS-IX-ACHADO)
               ADD 1                      TO WS-MAT-QT(WS-IX-ACHADO)
            END-IF

      *DISTRIBUICAO DA MEDIA POR FAIXA
            EVALUATE TRUE
                WHEN WS-SIT-MEDIA NOT LESS THAN 90
                    ADD 1                 TO WS-QT-FX-A
                WHEN WS-SIT-MEDIA NOT LESS THAN 70
                    ADD 1                 TO WS-QT-FX-B
                WHEN WS-SIT-MEDIA NOT LESS THAN 50
                    ADD 1                 TO WS-QT-FX-C
                WHEN OTHER
                    ADD 1                 TO WS-QT-FX-D
            END-EVALUATE

      *RISCO: MEDIA DENTRO DA MARGEM DE PERIGO DA RECUPERACAO
            IF WS-SIT-MEDIA LESS THAN (60 + WS-VL-MARGEM)
               ADD 1                      TO WS-QT-RISCO
            END-IF

      *COMPLETUDE: NOTA DO BIMESTRE ABERTO AINDA ZERADA
            EVALUATE WS-NR-BIM-INF
                WHEN 1
                    IF WS-SIT-NOTA1 EQUAL ZEROS
                       ADD 1              TO WS-QT-SEM-NOTA
                    END-IF
                WHEN 2
                    IF WS-SIT-NOTA2 EQUAL ZEROS
                       ADD 1              TO WS-QT-SEM-NOTA
                    END-IF
                WHEN 3
                    IF WS-SIT-NOTA3 EQUAL ZEROS
                       ADD 1              TO WS-QT-SEM-NOTA
                    END-IF
                WHEN OTHER
                    IF WS-SIT-NOTA4 EQUAL ZEROS
                       ADD 1              TO WS-QT-SEM-NOTA
                    END-IF
            END-EVALUATE
      *IMPRIME O PACOTE: CAPA COM O CONTEUDO E AS SEIS PECAS
       P7-IMPRIME-PACOTE.
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
            MOVE 'PACOTEMES'              TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P7-IMPRIME-PACOTE-FIM.

            .
       P3-GERA-NUMERO-FIM.

      *PERGUNTA SE AS PECAS DO ANO CORRENTE SAEM DO EXTRATO NOTURNO
      *DE RELATORIOS OU DOS ARQUIVOS
       P8-ESCOLHE-MODO.
            DISPLAY 'LER DO EXTRATO NOTURNO DE RELATORIOS? (S/N)'
            ACCEPT WS-EXR-MODO
            MOVE WS-ANO-CORRENTE          TO WS-EXR-ANO
            .
       P8-ESCOLHE-MODO-FIM.

      *NOTAS, FREQUENCIA E INADIMPLENCIA NUMA UNICA LEITURA DO
      *EXTRATO DO ANO. A LINHA DE MATERIA ZERO (ALUNO SEM LANCAMENTO)
      *NAO ENTRA NAS NOTAS; A FREQUENCIA E A DAS LINHAS COM AULAS
      *DADAS; O FINANCEIRO CONTA UMA VEZ POR ALUNO. SEM EXTRATO
      *UTILIZAVEL, DESLIGA O MODO E O PACOTE LE OS ARQUIVOS
       P9-APURA-EXTRATO.
            MOVE ZEROS                    TO WS-QT-MATS
                                             WS-QT-FX-A
                                             WS-QT-FX-B
                                             WS-QT-FX-C
                                             WS-QT-FX-D
                                             WS-QT-RISCO
                                             WS-QT-SEM-NOTA
                                             WS-QT-LANCAMENTOS
                                             WS-SOMA-FREQ
                                             WS-QT-FREQ
                                             WS-QT-FREQ-BAIXA
                                             WS-MEDIA-FREQ
                                             WS-QT-ABERTAS
                                             WS-VL-ABERTO
                                             WS-ID-ALUNO-ANT
            MOVE SPACES                   TO WS-TAB-MATS
            PERFORM X9-ABRE-EXTRATO       THRU X9-ABRE-EXTRATO-FIM
            IF NOT EXR-ABERTO
               MOVE 'N'                   TO WS-EXR-MODO
               GO TO P9-APURA-EXTRATO-FIM
            END-IF

            PERFORM X9-LE-EXTRATO         THRU X9-LE-EXTRATO-FIM
            PERFORM UNTIL EXR-EOF
                IF ID-ALUNO-EXR NOT EQUAL WS-ID-ALUNO-ANT
                   MOVE ID-ALUNO-EXR      TO WS-ID-ALUNO-ANT
                   ADD QT-MEN-ABERTO-EXR  TO WS-QT-ABERTAS
                   ADD VL-MEN-ABERTO-EXR  TO WS-VL-ABERTO
                END-IF
                IF NR-AULAS-EXR GREATER THAN ZEROS
                   ADD PC-FREQUENCIA-EXR  TO WS-SOMA-FREQ
                   ADD 1                  TO WS-QT-FREQ
                   IF PC-FREQUENCIA-EXR LESS THAN WS-PC-MINIMO
                      ADD 1               TO WS-QT-FREQ-BAIXA
                   END-IF
                END-IF
                IF ID-MATERIA-EXR NOT EQUAL ZEROS
                   MOVE ID-MATERIA-EXR    TO WS-SIT-MATERIA
                   MOVE NM-MATERIA-EXR    TO WS-SIT-NM-MATERIA
                   MOVE MD-ALUNO-EXR      TO WS-SIT-MEDIA
                   MOVE NOTA1-EXR         TO WS-SIT-NOTA1
                   MOVE NOTA2-EXR         TO WS-SIT-NOTA2
                   MOVE NOTA3-EXR         TO WS-SIT-NOTA3
                   MOVE NOTA4-EXR         TO WS-SIT-NOTA4
                   PERFORM P4A-ACUMULA    THRU P4A-ACUMULA-FIM
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
       P9-APURA-EXTRATO-FIM.

       COPY EXTLEIT.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.
