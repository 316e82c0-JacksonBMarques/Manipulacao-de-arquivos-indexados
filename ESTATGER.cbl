      * UPDATE: 02/04/2024 - A MARGEM DE RECUPERACAO PASSA A SER
      *         LIDA DO ARQUIVO DE PARAMETROS (CFP001S31), COMO NAS
      *         CARTAS DE CONVOCACAO
      * UPDATE: 15/10/2026 - MODO EXTRATO: OS LANCAMENTOS DO RESUMO E O
      *         COMPARATIVO POR ANO LETIVO PODEM SAIR DO EXTRATO NOTURNO
      *         DE RELATORIOS (CFP001T28), UM ARQUIVO POR ANO, COM VOLTA
      *         AOS ARQUIVOS QUANDO NAO HA EXTRATO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATGER.
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

      * EXTRATO NOTURNO DE RELATORIOS DO ANO LETIVO (MODO EXTRATO)
                SELECT EXTREL ASSIGN TO WS-PATH-EXTANO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO.
          COPY CFPK0002.
       FD APROVACAO.
          COPY CFPK0003.
       FD EXTREL.
          COPY CFPK0099.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       77 WS-FPA                       PIC 99.
          88 FPA-OK                    VALUE 0.
       COPY FSVARS.
       COPY EXTVARS.
      *ANOS LIDOS DO EXTRATO NO COMPARATIVO (UM ARQUIVO POR ANO)
       77 WS-EXR-ANO-INI               PIC 9(04) VALUE ZEROS.
       77 WS-EXR-ANO-FIM               PIC 9(04) VALUE ZEROS.
       77 WS-QT-EXTRATOS               PIC 9(02) VALUE ZEROS.
       01 WS-ALUNO1                    PIC X(70) VALUE SPACES.
       01 FILLER REDEFINES WS-ALUNO1.
          03 WS-ID-ALUNO1              PIC 9(05).
           COPY PATHENV.
            PERFORM PB-LE-PARAMETROS  THRU PB-LE-PARAMETROS-FIM
            DISPLAY LK-MENSAGEM
            PERFORM PC-ESCOLHE-MODO   THRU PC-ESCOLHE-MODO-FIM
            SET EXIT-OK              TO FALSE
            PERFORM P1-ESTATISTICAS  THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
                                          WS-TOT-REPROVADOS
            MOVE ZEROS                TO WS-SOMA-MEDIAS

            IF EXR-MODO-EXTRATO
               PERFORM PD-LANCAMENTOS-EXTRATO
                       THRU PD-LANCAMENTOS-EXTRATO-FIM
               IF EXR-MODO-EXTRATO
                  GO TO P4-CONTA-LANCAMENTOS-FIM
               END-IF
            END-IF

            OPEN INPUT APROVACAO
            IF FS-OK THEN
               PERFORM UNTIL EOF-OK
            SET FS-OK                 TO TRUE
            SET FM-OK                 TO TRUE

            IF EXR-MODO-EXTRATO
               PERFORM PE-COMPARATIVO-EXTRATO
                       THRU PE-COMPARATIVO-EXTRATO-FIM
               IF EXR-MODO-EXTRATO
                  GO TO P5-APURADO
               END-IF
            END-IF

            OPEN INPUT APROVACAO
            OPEN INPUT MATERIA
            IF FS-OK
            END-IF
            CLOSE APROVACAO
            CLOSE MATERIA
            .
       P5-APURADO.
            IF WS-QT-ANOS EQUAL ZEROS
               DISPLAY 'NENHUM LANCAMENTO ENCONTRADO.'
               GO TO P5-COMPARATIVO-FIM
            .
       PB-LE-PARAMETROS-FIM.

      *PERGUNTA SE AS ESTATISTICAS SAEM DO EXTRATO NOTURNO DE
      *RELATORIOS (LANCAMENTOS DE UM ANO LETIVO) OU DOS ARQUIVOS
      *(TODOS OS ANOS). OS CADASTROS DE ALUNOS E MATERIAS SAO SEMPRE
      *CONTADOS NOS ARQUIVOS
       PC-ESCOLHE-MODO.
            DISPLAY 'LER DO EXTRATO NOTURNO DE RELATORIOS? (S/N)'
            ACCEPT WS-EXR-MODO
            IF NOT EXR-MODO-EXTRATO
               GO TO PC-ESCOLHE-MODO-FIM
            END-IF
            DISPLAY 'INFORME O ANO LETIVO (AAAA, 0 = CORRENTE): '
            ACCEPT WS-EXR-ANO
            IF WS-EXR-ANO EQUAL ZEROS
               ACCEPT WS-EXR-DATA-HOJE FROM DATE YYYYMMDD
               COMPUTE WS-EXR-ANO = WS-EXR-DATA-HOJE / 10000
               END-COMPUTE
            END-IF
            .
       PC-ESCOLHE-MODO-FIM.

      *LANCAMENTOS, APROVADOS, REPROVADOS E SOMA DAS MEDIAS DO ANO
      *NUMA UNICA LEITURA DO EXTRATO (A LINHA DE MATERIA ZERO E DO
      *ALUNO SEM LANCAMENTO E NAO CONTA); SEM EXTRATO UTILIZAVEL,
      *DESLIGA O MODO E A CONTAGEM LE OS ARQUIVOS
       PD-LANCAMENTOS-EXTRATO.
            PERFORM X9-ABRE-EXTRATO   THRU X9-ABRE-EXTRATO-FIM
            IF NOT EXR-ABERTO
               MOVE 'N'               TO WS-EXR-MODO
               GO TO PD-LANCAMENTOS-EXTRATO-FIM
            END-IF
            DISPLAY 'ANO LETIVO: ' WS-EXR-ANO

            PERFORM X9-LE-EXTRATO     THRU X9-LE-EXTRATO-FIM
            PERFORM UNTIL EXR-EOF
                IF ID-MATERIA-EXR NOT EQUAL ZEROS
                   ADD 1              TO WS-TOT-LANCAMENTOS
                   ADD MD-ALUNO-EXR   TO WS-SOMA-MEDIAS
                   IF ST-APROVACAO-EXR EQUAL 'APROVADO'
                      ADD 1           TO WS-TOT-APROVADOS
                   ELSE
                      ADD 1           TO WS-TOT-REPROVADOS
                   END-IF
                END-IF
                PERFORM X9-LE-EXTRATO THRU X9-LE-EXTRATO-FIM
            END-PERFORM
            PERFORM X9-FECHA-EXTRATO  THRU X9-FECHA-EXTRATO-FIM
            .
       PD-LANCAMENTOS-EXTRATO-FIM.

      *COMPARATIVO A PARTIR DOS EXTRATOS: LE O EXTRATO DE CADA ANO
      *DO INTERVALO INFORMADO (NO MAXIMO 20 ANOS, ATE O ANO ESCOLHIDO)
      *E PULA O ANO QUE NAO TEM EXTRATO. SEM NENHUM EXTRATO
      *UTILIZAVEL, DESLIGA O MODO E O COMPARATIVO LE OS ARQUIVOS
       PE-COMPARATIVO-EXTRATO.
            MOVE WS-EXR-ANO           TO WS-EXR-ANO-FIM
            DISPLAY 'ANO LETIVO INICIAL DO COMPARATIVO (AAAA): '
            ACCEPT WS-EXR-ANO-INI
            IF WS-EXR-ANO-INI EQUAL ZEROS
               OR WS-EXR-ANO-INI GREATER THAN WS-EXR-ANO-FIM
               MOVE WS-EXR-ANO-FIM    TO WS-EXR-ANO-INI
            END-IF
            IF WS-EXR-ANO-FIM - WS-EXR-ANO-INI GREATER THAN 19
               COMPUTE WS-EXR-ANO-INI = WS-EXR-ANO-FIM - 19
               END-COMPUTE
            END-IF

            MOVE ZEROS                TO WS-QT-EXTRATOS
            OPEN INPUT MATERIA
            PERFORM PF-ANO-EXTRATO    THRU PF-ANO-EXTRATO-FIM
                    VARYING WS-EXR-ANO FROM WS-EXR-ANO-INI BY 1
                    UNTIL WS-EXR-ANO GREATER THAN WS-EXR-ANO-FIM
            CLOSE MATERIA
            MOVE WS-EXR-ANO-FIM       TO WS-EXR-ANO

            IF WS-QT-EXTRATOS EQUAL ZEROS
               MOVE 'N'               TO WS-EXR-MODO
            END-IF
            .
       PE-COMPARATIVO-EXTRATO-FIM.

      *ACUMULA OS LANCAMENTOS DO EXTRATO DE UM ANO NA TABELA DO
      *COMPARATIVO, COM AS MESMAS REGRAS DA LEITURA DOS ARQUIVOS
       PF-ANO-EXTRATO.
            PERFORM X9-ABRE-EXTRATO   THRU X9-ABRE-EXTRATO-FIM
            IF NOT EXR-ABERTO
               GO TO PF-ANO-EXTRATO-FIM
            END-IF
            ADD 1                     TO WS-QT-EXTRATOS

            PERFORM X9-LE-EXTRATO     THRU X9-LE-EXTRATO-FIM
            PERFORM UNTIL EXR-EOF
                IF ID-MATERIA-EXR NOT EQUAL ZEROS
                   MOVE SPACES           TO WS-ALUNO1
                   MOVE ID-ALUNO-EXR     TO WS-ID-ALUNO1
                   MOVE NM-ALUNO-EXR     TO WS-NM-ALUNO1
                   MOVE ID-MATERIA-EXR   TO WS-ID-MATERIA1
                   MOVE NM-MATERIA-EXR   TO WS-NM-MATERIA1
                   MOVE ST-APROVACAO-EXR TO WS-ST-APROVACAO
                   MOVE MD-ALUNO-EXR     TO WS-MD-ALUNO
                   MOVE ANO-LETIVO-EXR   TO WS-ANO-LETIVO
                   PERFORM P6-ACUMULA-ANO THRU P6-ACUMULA-ANO-FIM
                END-IF
                PERFORM X9-LE-EXTRATO THRU X9-LE-EXTRATO-FIM
            END-PERFORM
            PERFORM X9-FECHA-EXTRATO  THRU X9-FECHA-EXTRATO-FIM
            .
       PF-ANO-EXTRATO-FIM.

       COPY EXTLEIT.
       COPY FSDECODE.

       P0-FIM.
