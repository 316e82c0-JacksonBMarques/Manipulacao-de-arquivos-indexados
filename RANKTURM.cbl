      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 22/02/2024 - CRIACAO DO RELATORIO DE CLASSIFICACAO
      * UPDATE: 15/10/2026 - MODO EXTRATO: O ROTEIRO E AS MEDIAS PODEM
      *         SAIR DO EXTRATO NOTURNO DE RELATORIOS DO ANO
      *         (CFP001T28), SEM REABRIR AS SITUACOES PARA CADA ALUNO
      * UPDATE: 15/10/2026 - TURMA DE SERIE DE AVALIACAO DESCRITIVA
      *         (PARECER) NAO E CLASSIFICADA, POIS NAO TEM MEDIAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANKTURM.
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT EXTREL ASSIGN TO WS-PATH-EXTANO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXR-FS.

      * TURMA E SERIE: TURMA DE SERIE DE AVALIACAO DESCRITIVA NAO TEM
      * MEDIAS E NAO E CLASSIFICADA
                SELECT TURMA ASSIGN TO WS-PATH-TURMA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-TURMA
                FILE STATUS IS WS-DSC-FT.

                SELECT SERIE ASSIGN TO WS-PATH-SERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-SERIE
                FILE STATUS IS WS-DSC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TURMALUNO.
          COPY CFPK0011.
       FD APROVACAO.
          COPY CFPK0003.
       FD EXTREL.
          COPY CFPK0099.
       FD TURMA.
          COPY CFPK0005.
       FD SERIE.
          COPY CFPK0023.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY EXTVARS.
       COPY DSCVARS.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FS                           PIC 99.
            DISPLAY '*** CLASSIFICACAO DA TURMA ***'
            DISPLAY 'INFORME O CODIGO DA TURMA: '
            ACCEPT WS-ID-TURMA-INF
            MOVE WS-ID-TURMA-INF      TO WS-DSC-TURMA
            PERFORM G9-TURMA-DESCRITIVA THRU G9-TURMA-DESCRITIVA-FIM
            IF DSC-DESCRITIVO
               DISPLAY 'TURMA DE SERIE DE AVALIACAO DESCRITIVA - SEM '
                       'CLASSIFICACAO POR MEDIA'
               GO TO P1-CONTINUA
            END-IF
            DISPLAY 'INFORME O ANO LETIVO (AAAA): '
            ACCEPT WS-ANO-LETIVO-INF
            DISPLAY 'LER DO EXTRATO NOTURNO DE RELATORIOS? (S/N)'
            ACCEPT WS-EXR-MODO

            MOVE ZEROS                TO WS-QT-ALUNOS

            IF EXR-MODO-EXTRATO
               PERFORM P6-CARREGA-EXTRATO
                       THRU P6-CARREGA-EXTRATO-FIM
            END-IF
            IF NOT EXR-MODO-EXTRATO
               PERFORM P2-CARREGA-TURMA THRU P2-CARREGA-TURMA-FIM
            END-IF

            IF WS-QT-ALUNOS EQUAL ZEROS
               DISPLAY 'NENHUM ALUNO NO ROTEIRO DESTA TURMA.'
               PERFORM P4-ORDENA      THRU P4-ORDENA-FIM
               PERFORM P5-IMPRIME     THRU P5-IMPRIME-FIM
            END-IF
            .
       P1-CONTINUA.
            DISPLAY
              'TECLE: '
              '<QUALQUER TECLA> para continuar ou <F> para finalizar.'
            END-PERFORM
            .
       P5-IMPRIME-FIM.

      *CARREGA A TABELA A PARTIR DO EXTRATO DO ANO, ONDE AS LINHAS DA
      *TURMA JA VEM JUNTAS E ORDENADAS POR ALUNO; SEM EXTRATO
      *UTILIZAVEL, DESLIGA O MODO E O ROTEIRO E LIDO DOS ARQUIVOS
       P6-CARREGA-EXTRATO.
            MOVE ZEROS                TO WS-SOMA-MEDIAS
                                         WS-QT-MATERIAS
            MOVE WS-ANO-LETIVO-INF    TO WS-EXR-ANO
            PERFORM X9-ABRE-EXTRATO   THRU X9-ABRE-EXTRATO-FIM
            IF NOT EXR-ABERTO
               MOVE 'N'               TO WS-EXR-MODO
               GO TO P6-CARREGA-EXTRATO-FIM
            END-IF

            PERFORM X9-LE-EXTRATO     THRU X9-LE-EXTRATO-FIM
            PERFORM UNTIL EXR-EOF
                    OR ID-TURMA-EXR GREATER THAN WS-ID-TURMA-INF
                IF ID-TURMA-EXR EQUAL WS-ID-TURMA-INF
                   PERFORM P6A-SOMA-LINHA THRU P6A-SOMA-LINHA-FIM
                END-IF
                PERFORM X9-LE-EXTRATO THRU X9-LE-EXTRATO-FIM
            END-PERFORM
            PERFORM X9-FECHA-EXTRATO  THRU X9-FECHA-EXTRATO-FIM
            PERFORM P6B-FECHA-ALUNO   THRU P6B-FECHA-ALUNO-FIM
            .
       P6-CARREGA-EXTRATO-FIM.

      *ACUMULA A LINHA DO EXTRATO NO ALUNO DELA; A LINHA DE MATERIA
      *ZERO E A DO ALUNO SEM LANCAMENTO NO ANO
       P6A-SOMA-LINHA.
            IF WS-QT-ALUNOS EQUAL ZEROS
               OR ID-ALUNO-EXR NOT EQUAL
                  WS-RANK-ID-ALUNO (WS-QT-ALUNOS)
               PERFORM P6B-FECHA-ALUNO THRU P6B-FECHA-ALUNO-FIM
               IF WS-QT-ALUNOS NOT LESS THAN 200
                  GO TO P6A-SOMA-LINHA-FIM
               END-IF
               ADD 1                  TO WS-QT-ALUNOS
               MOVE ID-ALUNO-EXR      TO WS-RANK-ID-ALUNO
                                             (WS-QT-ALUNOS)
               MOVE NM-ALUNO-EXR      TO WS-RANK-NM-ALUNO
                                             (WS-QT-ALUNOS)
               MOVE ZEROS             TO WS-RANK-MEDIA
                                             (WS-QT-ALUNOS)
               MOVE ZEROS             TO WS-RANK-QT-MAT
                                             (WS-QT-ALUNOS)
            END-IF
            IF ID-MATERIA-EXR NOT EQUAL ZEROS
               ADD 1                  TO WS-QT-MATERIAS
               ADD MD-ALUNO-EXR       TO WS-SOMA-MEDIAS
            END-IF
            .
       P6A-SOMA-LINHA-FIM.

      *FECHA A MEDIA GERAL DO ULTIMO ALUNO DA TABELA
       P6B-FECHA-ALUNO.
            IF WS-QT-ALUNOS EQUAL ZEROS
               GO TO P6B-FECHA-ALUNO-FIM
            END-IF
            IF WS-QT-MATERIAS GREATER THAN ZEROS
               COMPUTE WS-RANK-MEDIA (WS-QT-ALUNOS) ROUNDED =
                       WS-SOMA-MEDIAS / WS-QT-MATERIAS
               END-COMPUTE
               MOVE WS-QT-MATERIAS    TO WS-RANK-QT-MAT (WS-QT-ALUNOS)
            END-IF
            MOVE ZEROS                TO WS-SOMA-MEDIAS
                                         WS-QT-MATERIAS
            .
       P6B-FECHA-ALUNO-FIM.

       COPY EXTLEIT.
       COPY FSDECODE.
       COPY DSCSERIE.

       P0-FIM.
            GOBACK.
