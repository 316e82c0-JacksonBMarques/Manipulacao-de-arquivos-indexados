      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 29/01/2024 - CRIACAO DO MODULO DE RESUMO POR MATERIA
      * UPDATE: 15/10/2026 - MODO EXTRATO: OS TOTAIS DO ANO LETIVO PODEM
      *         SAIR DE UMA UNICA LEITURA DO EXTRATO NOTURNO DE
      *         RELATORIOS (CFP001T28)
      * UPDATE: 15/10/2026 - ALUNOS DE SERIE DE AVALIACAO DESCRITIVA
      *         (PARECER) FICAM FORA DOS TOTAIS E DAS MEDIAS POR MATERIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMAT.
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

      * EXTRATO NOTURNO DE RELATORIOS DO ANO LETIVO (MODO EXTRATO)
                SELECT EXTREL ASSIGN TO WS-PATH-EXTANO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXR-FS.

      * ROTEIRO, TURMA E SERIE: O ALUNO DE SERIE DE AVALIACAO
      * DESCRITIVA FICA FORA DOS TOTAIS E DAS MEDIAS
                SELECT TURMALUNO ASSIGN TO WS-PATH-TURMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO6
                FILE STATUS IS WS-FTL.

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
       FD MATERIA.
          COPY CFPK0002.
       FD APROVACAO.
          COPY CFPK0003.
       FD EXTREL.
          COPY CFPK0099.
       FD TURMALUNO.
          COPY CFPK0011.
       FD TURMA.
          COPY CFPK0005.
       FD SERIE.
          COPY CFPK0023.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY EXTVARS.
       COPY DSCVARS.
       77 WS-FTL                       PIC 99.
          88 FTL-OK                    VALUE 0.
       01 WS-MATERIA                   PIC X(29) VALUE SPACES.
       01 FILLER REDEFINES WS-MATERIA.
          03 WS-ID-MATERIA             PIC 9(05).
       77 WS-TOT-REPROVADO             PIC 9(003) VALUE ZEROS.
       77 WS-SOMA-MEDIAS               PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-MEDIA-MATERIA             PIC 9(03)V9(02) VALUE ZEROS.
      *TOTAIS POR MATERIA APURADOS NUMA UNICA LEITURA DO EXTRATO
       77 WS-QT-MAT-EXR                PIC 9(03) VALUE ZEROS.
       77 WS-IX                        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-MAT-EXR.
          03 WS-MX-ITEM OCCURS 300 TIMES.
             05 WS-MX-MATERIA          PIC 9(05).
             05 WS-MX-CONT             PIC 9(003).
             05 WS-MX-APROVADO         PIC 9(003).
             05 WS-MX-REPROVADO        PIC 9(003).
             05 WS-MX-SOMA-MEDIAS      PIC 9(05)V9(02).

       LINKAGE SECTION.
       01 LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            PERFORM P4-ESCOLHE-MODO   THRU P4-ESCOLHE-MODO-FIM
            SET EXIT-OK              TO FALSE
            PERFORM P1-RESUMO    THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            SET WS-TOT-MATERIAS        TO 0

            DISPLAY '*** RESUMO DE DESEMPENHO POR MATERIA ***'
            IF EXR-MODO-EXTRATO
               PERFORM P3-CARREGA-EXTRATO THRU P3-CARREGA-EXTRATO-FIM
            END-IF

            OPEN INPUT MATERIA
            IF FILES-OK THEN
                          SET EOF-OK TO TRUE
                       NOT AT END
                          ADD 1              TO WS-TOT-MATERIAS
                          IF EXR-MODO-EXTRATO
                             PERFORM P3A-AGREGA-DO-EXTRATO
                                     THRU P3A-AGREGA-DO-EXTRATO-FIM
                          ELSE
                             PERFORM P2-AGREGA-MATERIA
                                     THRU P2-AGREGA-MATERIA-FIM
                          END-IF
                   END-READ
               END-PERFORM
            ELSE
                       AT END
                          SET EOF1-OK TO TRUE
                       NOT AT END
                          MOVE WS-ID-ALUNO1 TO WS-DSC-ALUNO
                          PERFORM G9-VERIFICA-DESCRITIVO
                                  THRU G9-VERIFICA-DESCRITIVO-FIM
                          IF WS-ID-MATERIA1 EQUAL WS-ID-MATERIA
                             AND NOT DSC-DESCRITIVO
                             ADD 1            TO WS-CONT
                             ADD WS-MD-ALUNO  TO WS-SOMA-MEDIAS
                             IF WS-ST-APROVACAO EQUAL 'APROVADO'
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
            END-IF
            CLOSE APROVACAO
            .
       P2A-EXIBE-MATERIA.
            DISPLAY 'MATERIA: ' WS-ID-MATERIA ' - '
                              FUNCTION TRIM(WS-NM-MATERIA)
            IF WS-CONT > ZEROS

            .
       P2-AGREGA-MATERIA-FIM.

      *LE O EXTRATO DO ANO UMA UNICA VEZ, ACUMULANDO OS TOTAIS DE
      *CADA MATERIA; SEM EXTRATO UTILIZAVEL, DESLIGA O MODO E O
      *RESUMO LE OS ARQUIVOS
       P3-CARREGA-EXTRATO.
            MOVE ZEROS                TO WS-QT-MAT-EXR
            PERFORM X9-ABRE-EXTRATO   THRU X9-ABRE-EXTRATO-FIM
            IF NOT EXR-ABERTO
               MOVE 'N'               TO WS-EXR-MODO
               GO TO P3-CARREGA-EXTRATO-FIM
            END-IF
            DISPLAY 'ANO LETIVO: ' WS-EXR-ANO

            PERFORM X9-LE-EXTRATO     THRU X9-LE-EXTRATO-FIM
            PERFORM UNTIL EXR-EOF
                MOVE ID-ALUNO-EXR     TO WS-DSC-ALUNO
                PERFORM G9-VERIFICA-DESCRITIVO
                        THRU G9-VERIFICA-DESCRITIVO-FIM
                IF ID-MATERIA-EXR NOT EQUAL ZEROS
                   AND NOT DSC-DESCRITIVO
                   PERFORM P3B-SOMA-LINHA THRU P3B-SOMA-LINHA-FIM
                END-IF
                PERFORM X9-LE-EXTRATO THRU X9-LE-EXTRATO-FIM
            END-PERFORM
            PERFORM X9-FECHA-EXTRATO  THRU X9-FECHA-EXTRATO-FIM
            .
       P3-CARREGA-EXTRATO-FIM.

      *SOMA A LINHA CORRENTE DO EXTRATO NOS TOTAIS DA MATERIA DELA
       P3B-SOMA-LINHA.
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-MAT-EXR
                       OR WS-MX-MATERIA(WS-IX) EQUAL ID-MATERIA-EXR
                CONTINUE
            END-PERFORM
            IF WS-IX GREATER THAN WS-QT-MAT-EXR
               IF WS-QT-MAT-EXR NOT LESS THAN 300
                  GO TO P3B-SOMA-LINHA-FIM
               END-IF
               ADD 1                  TO WS-QT-MAT-EXR
               MOVE WS-QT-MAT-EXR     TO WS-IX
               MOVE ID-MATERIA-EXR    TO WS-MX-MATERIA(WS-IX)
               MOVE ZEROS             TO WS-MX-CONT(WS-IX)
                                         WS-MX-APROVADO(WS-IX)
                                         WS-MX-REPROVADO(WS-IX)
                                         WS-MX-SOMA-MEDIAS(WS-IX)
            END-IF
            ADD 1                     TO WS-MX-CONT(WS-IX)
            ADD MD-ALUNO-EXR          TO WS-MX-SOMA-MEDIAS(WS-IX)
            IF ST-APROVACAO-EXR EQUAL 'APROVADO'
               ADD 1                  TO WS-MX-APROVADO(WS-IX)
            ELSE
               ADD 1                  TO WS-MX-REPROVADO(WS-IX)
            END-IF
            .
       P3B-SOMA-LINHA-FIM.

      *TOTAIS DA MATERIA CORRENTE TIRADOS DA TABELA DO EXTRATO
       P3A-AGREGA-DO-EXTRATO.
            MOVE ZEROS                TO WS-CONT WS-TOT-APROVADO
                                          WS-TOT-REPROVADO
            MOVE ZEROS                TO WS-SOMA-MEDIAS WS-MEDIA-MATERIA
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-MAT-EXR
                IF WS-MX-MATERIA(WS-IX) EQUAL WS-ID-MATERIA
                   MOVE WS-MX-CONT(WS-IX)        TO WS-CONT
                   MOVE WS-MX-APROVADO(WS-IX)    TO WS-TOT-APROVADO
                   MOVE WS-MX-REPROVADO(WS-IX)   TO WS-TOT-REPROVADO
                   MOVE WS-MX-SOMA-MEDIAS(WS-IX) TO WS-SOMA-MEDIAS
                END-IF
            END-PERFORM
            PERFORM P2A-EXIBE-MATERIA THRU P2-AGREGA-MATERIA-FIM
            .
       P3A-AGREGA-DO-EXTRATO-FIM.

      *PERGUNTA SE O RESUMO SAI DO EXTRATO NOTURNO DE RELATORIOS (UM
      *ANO LETIVO) OU DOS ARQUIVOS (TODOS OS ANOS)
       P4-ESCOLHE-MODO.
            DISPLAY 'LER DO EXTRATO NOTURNO DE RELATORIOS? (S/N)'
            ACCEPT WS-EXR-MODO
            IF NOT EXR-MODO-EXTRATO
               GO TO P4-ESCOLHE-MODO-FIM
            END-IF
            DISPLAY 'INFORME O ANO LETIVO (AAAA, 0 = CORRENTE): '
            ACCEPT WS-EXR-ANO
            IF WS-EXR-ANO EQUAL ZEROS
               ACCEPT WS-EXR-DATA-HOJE FROM DATE YYYYMMDD
               COMPUTE WS-EXR-ANO = WS-EXR-DATA-HOJE / 10000
               END-COMPUTE
            END-IF
            .
       P4-ESCOLHE-MODO-FIM.

       COPY EXTLEIT.
       COPY FSDECODE.
       COPY DSCSERIE.

       P0-FIM.
            GOBACK.
