      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: extrato noturno desnormalizado para os relatorios:
      *          para o ano letivo corrente, junta numa linha por
      *          aluno/materia a turma e a serie do aluno (CFP001S14,
      *          CFP001S5, CFP001S29), as notas e a situacao
      *          (CFP001S3), a frequencia (CFP001S7) e a situacao
      *          financeira do aluno (mensalidades em aberto e
      *          vencidas do CFP001S37), ja ordenado por turma, aluno
      *          e materia, com header de data e hora da geracao
      *          (layout CFPK0099). o arquivo e um por ano letivo
      *          (CFP001T28.AAAA) e e lido pelos relatorios no modo
      *          "extrato", que avisam quando ele nao e do dia. roda
      *          na cadeia noturna (CADEIANOT) e registra o job no
      *          controle de jobs
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO EXTRATO NOTURNO DE RELATORIOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRELAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT APROVACAO ASSIGN TO WS-PATH-SITUACAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
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
                FILE STATUS IS WS-FFR.

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

                SELECT MENSALIDADE ASSIGN TO WS-PATH-MENSALIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-MENSALIDADE
                FILE STATUS IS WS-FME.

                SELECT PARAMETRO ASSIGN TO WS-PATH-PARAMETRO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PARAMETRO
                FILE STATUS IS WS-FPA.

                SELECT EXTREL ASSIGN TO WS-PATH-EXTANO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXR-FS.

                SELECT JOBCTRL ASSIGN TO WS-PATH-JOBCTRL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-JOBCTRL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-JOB-FS.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD APROVACAO.
          COPY CFPK0003.
       FD FREQUENCIA.
          COPY CFPK0007.
       FD TURMALUNO.
          COPY CFPK0011.
       FD TURMA.
          COPY CFPK0005.
       FD SERIE.
          COPY CFPK0023.
       FD MENSALIDADE.
          COPY CFPK0031.
       FD PARAMETRO.
          COPY CFPK0025.
       FD EXTREL.
          COPY CFPK0099.
       FD JOBCTRL.
          COPY CFPK0021.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY JOBVARS.
       COPY EXTVARS.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FFR                          PIC 99.
          88 FFR-OK                       VALUE 0.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FT                           PIC 99.
          88 FT-OK                        VALUE 0.
       77 WS-FSE                          PIC 99.
          88 FSE-OK                       VALUE 0.
       77 WS-FME                          PIC 99.
          88 FME-OK                       VALUE 0.
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA                   PIC 9(08) VALUE ZEROS.
       77 WS-ANO-CORRENTE                 PIC 9(04) VALUE ZEROS.
       77 WS-DD-VENC                      PIC 9(02) VALUE ZEROS.
       01 WS-DT-VENC                      PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-VENC.
          03 WS-AAAAMM-VENC               PIC 9(06).
          03 WS-DD-VENC-DT                PIC 9(02).
      *ROTEIRO DAS TURMAS (TURMA DE CADA ALUNO)
       77 WS-QT-TL                        PIC 9(04) VALUE ZEROS.
       01 WS-TAB-TL.
          03 WS-TL-ITEM OCCURS 999 TIMES.
             05 WS-TL-TURMA               PIC 9(03).
             05 WS-TL-ALUNO               PIC 9(05).
             05 WS-TL-NM-ALUNO            PIC X(20).
             05 WS-TL-USADO               PIC X(01).
      *TOTAIS DE FREQUENCIA POR ALUNO/MATERIA
       77 WS-QT-FQ                        PIC 9(04) VALUE ZEROS.
       01 WS-TAB-FQ.
          03 WS-FQ-ITEM OCCURS 999 TIMES.
             05 WS-FQ-ALUNO               PIC 9(05).
             05 WS-FQ-MATERIA             PIC 9(05).
             05 WS-FQ-AULAS               PIC 9(03).
             05 WS-FQ-FALTAS              PIC 9(03).
             05 WS-FQ-PC                  PIC 9(03)V9(02).
      *LINHAS DO EXTRATO, ORDENADAS PELA CHAVE TURMA/ALUNO/MATERIA
       77 WS-QT-LINHAS                    PIC 9(04) VALUE ZEROS.
       77 WS-MAX-LINHAS                   PIC 9(04) VALUE 2000.
       01 WS-TAB-LINHAS.
          03 WS-LIN-ITEM OCCURS 2000 TIMES.
             05 WS-LIN-CHAVE.
                07 WS-LIN-TURMA           PIC 9(03).
                07 WS-LIN-ALUNO           PIC 9(05).
                07 WS-LIN-MATERIA         PIC 9(05).
             05 WS-LIN-NM-ALUNO           PIC X(20).
             05 WS-LIN-NM-MATERIA         PIC X(20).
             05 WS-LIN-NOTA1              PIC 9(02)V9(02).
             05 WS-LIN-NOTA2              PIC 9(02)V9(02).
             05 WS-LIN-NOTA3              PIC 9(02)V9(02).
             05 WS-LIN-NOTA4              PIC 9(02)V9(02).
             05 WS-LIN-MEDIA              PIC 9(02)V9(02).
             05 WS-LIN-SITUACAO           PIC X(09).
             05 WS-LIN-AULAS              PIC 9(03).
             05 WS-LIN-FALTAS             PIC 9(03).
             05 WS-LIN-PC                 PIC 9(03)V9(02).
       01 WS-LIN-TEMP                     PIC X(93) VALUE SPACES.
       77 WS-IND                          PIC 9(04) VALUE ZEROS.
       77 WS-IND2                         PIC 9(04) VALUE ZEROS.
       77 WS-IX                           PIC 9(04) VALUE ZEROS.
       77 WS-TROCOU                       PIC X VALUE 'N'.
          88 TROCOU                       VALUE 'S'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-TABELA-CHEIA                 PIC X VALUE 'N'.
          88 TABELA-CHEIA                 VALUE 'S'.
       77 WS-ERRO-EXTRATO                 PIC X VALUE 'N'.
          88 ERRO-EXTRATO                 VALUE 'S'.
      *DADOS DA TURMA E DO FINANCEIRO DO ALUNO CORRENTES NA GRAVACAO
       77 WS-TURMA-ATUAL                  PIC 9(03) VALUE ZEROS.
       77 WS-ALUNO-ATUAL                  PIC 9(05) VALUE ZEROS.
       77 WS-NM-TURMA-ATU                 PIC X(20) VALUE SPACES.
       77 WS-ID-SERIE-ATU                 PIC 9(02) VALUE ZEROS.
       77 WS-NM-SERIE-ATU                 PIC X(20) VALUE SPACES.
       77 WS-VL-SERIE-ATU                 PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-QT-ABERTO-ATU                PIC 9(02) VALUE ZEROS.
       77 WS-VL-ABERTO-ATU                PIC 9(06)V9(02) VALUE ZEROS.
       77 WS-QT-VENCIDA-ATU               PIC 9(02) VALUE ZEROS.

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
            ACCEPT WS-HORA-AGORA FROM TIME
            COMPUTE WS-ANO-CORRENTE = WS-DATA-HOJE / 10000
            END-COMPUTE
            PERFORM P1-EXTRATO            THRU P1-FIM
            PERFORM P0-FIM
            .

      *GERA O EXTRATO DO ANO LETIVO CORRENTE E REGISTRA O JOB
       P1-EXTRATO.
            DISPLAY '*** EXTRATO NOTURNO DE RELATORIOS ***'

            MOVE 'EXTRELAT'               TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            STRING 'EXTRATO ANO ' WS-ANO-CORRENTE
                   DELIMITED BY SIZE
                   INTO WS-JOB-DETALHE
            END-STRING
            PERFORM J8-VERIFICA-JOB       THRU J8-VERIFICA-JOB-FIM
            IF JOB-EM-CURSO
               DISPLAY 'JA EXISTE UMA EXECUCAO DESTE PROGRAMA EM'
                       ' CURSO - AGUARDE O TERMINO.'
               GO TO P1-FIM
            END-IF
            PERFORM J8-JOB-INICIA         THRU J8-JOB-INICIA-FIM

            MOVE 'N'                      TO WS-ERRO-EXTRATO
                                             WS-TABELA-CHEIA
            MOVE ZEROS                    TO WS-QT-LINHAS

            PERFORM P2-CARREGA-TABELAS    THRU P2-CARREGA-TABELAS-FIM
            PERFORM P3-CARREGA-LINHAS     THRU P3-CARREGA-LINHAS-FIM
            PERFORM P3B-ALUNOS-SEM-NOTA   THRU P3B-ALUNOS-SEM-NOTA-FIM
            IF TABELA-CHEIA
               DISPLAY 'LIMITE DE ' WS-MAX-LINHAS ' LINHAS ATINGIDO -'
                       ' EXTRATO INCOMPLETO.'
            END-IF
            PERFORM P4-ORDENA             THRU P4-ORDENA-FIM
            PERFORM P5-GRAVA-EXTRATO      THRU P5-GRAVA-EXTRATO-FIM

            EVALUATE TRUE
                WHEN ERRO-EXTRATO
                    MOVE 'ERRO'           TO WS-JOB-RESULTADO
                WHEN TABELA-CHEIA
                    MOVE 'INCONSIST'      TO WS-JOB-RESULTADO
                WHEN OTHER
                    MOVE 'CONCLUIDO'      TO WS-JOB-RESULTADO
            END-EVALUATE
            MOVE WS-QT-LINHAS             TO WS-JOB-QT
            PERFORM J8-JOB-ENCERRA        THRU J8-JOB-ENCERRA-FIM

            DISPLAY 'LINHAS DO EXTRATO DO ANO ' WS-ANO-CORRENTE ': '
                    WS-QT-LINHAS
            MOVE 'EXTRELAT'               TO WS-AUD-PROGRAMA
            MOVE 'EXTRATO'                TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ANO ' WS-ANO-CORRENTE ' LINHAS ' WS-QT-LINHAS
                   ' ' WS-JOB-RESULTADO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P1-FIM.

      *CARREGA O ROTEIRO, A FREQUENCIA E O DIA DE VENCIMENTO
       P2-CARREGA-TABELAS.
            MOVE ZEROS                    TO WS-QT-TL
                                             WS-QT-FQ
            SET EOF-OK                    TO FALSE
            SET FTL-OK                    TO TRUE
            OPEN INPUT TURMALUNO
            IF FTL-OK
               PERFORM UNTIL EOF-OK
                   READ TURMALUNO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF WS-QT-TL LESS THAN 999
                              ADD 1 TO WS-QT-TL
                              MOVE ID-TURMA6 TO WS-TL-TURMA(WS-QT-TL)
                              MOVE ID-ALUNO6 TO WS-TL-ALUNO(WS-QT-TL)
                              MOVE NM-ALUNO6
                                   TO WS-TL-NM-ALUNO(WS-QT-TL)
                              MOVE 'N'  TO WS-TL-USADO(WS-QT-TL)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TURMALUNO

            SET EOF-OK                    TO FALSE
            SET FFR-OK                    TO TRUE
            OPEN INPUT FREQUENCIA
            IF FFR-OK
               PERFORM UNTIL EOF-OK
                   READ FREQUENCIA NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF WS-QT-FQ LESS THAN 999
                              ADD 1 TO WS-QT-FQ
                              MOVE ID-ALUNO4   TO WS-FQ-ALUNO(WS-QT-FQ)
                              MOVE ID-MATERIA4
                                   TO WS-FQ-MATERIA(WS-QT-FQ)
                              MOVE NR-AULAS    TO WS-FQ-AULAS(WS-QT-FQ)
                              MOVE NR-FALTAS
                                   TO WS-FQ-FALTAS(WS-QT-FQ)
                              MOVE PC-FREQUENCIA TO WS-FQ-PC(WS-QT-FQ)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE FREQUENCIA

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
            .
       P2-CARREGA-TABELAS-FIM.

      *UMA LINHA POR SITUACAO DO ANO CORRENTE, COM A TURMA DO ALUNO
      *NO ROTEIRO E A FREQUENCIA DA MATERIA
       P3-CARREGA-LINHAS.
            SET EOF-OK                    TO FALSE
            SET FS-OK                     TO TRUE
            OPEN INPUT APROVACAO
            IF FS-OK
               PERFORM UNTIL EOF-OK OR TABELA-CHEIA
                   READ APROVACAO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF ANO-LETIVO EQUAL WS-ANO-CORRENTE
                              PERFORM P3A-INCLUI-SITUACAO
                                      THRU P3A-INCLUI-SITUACAO-FIM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE APROVACAO
            .
       P3-CARREGA-LINHAS-FIM.

       P3A-INCLUI-SITUACAO.
            IF WS-QT-LINHAS NOT LESS THAN WS-MAX-LINHAS
               MOVE 'S'                   TO WS-TABELA-CHEIA
               GO TO P3A-INCLUI-SITUACAO-FIM
            END-IF
            ADD 1                         TO WS-QT-LINHAS
            MOVE WS-QT-LINHAS             TO WS-IND
            MOVE ZEROS                    TO WS-LIN-TURMA(WS-IND)
            MOVE ID-ALUNO1                TO WS-LIN-ALUNO(WS-IND)
            MOVE ID-MATERIA1              TO WS-LIN-MATERIA(WS-IND)
            MOVE NM-ALUNO1                TO WS-LIN-NM-ALUNO(WS-IND)
            MOVE NM-MATERIA1              TO WS-LIN-NM-MATERIA(WS-IND)
            MOVE NOTA1                    TO WS-LIN-NOTA1(WS-IND)
            MOVE NOTA2                    TO WS-LIN-NOTA2(WS-IND)
            MOVE NOTA3                    TO WS-LIN-NOTA3(WS-IND)
            MOVE NOTA4                    TO WS-LIN-NOTA4(WS-IND)
            MOVE MD-ALUNO                 TO WS-LIN-MEDIA(WS-IND)
            MOVE ST-APROVACAO             TO WS-LIN-SITUACAO(WS-IND)
            MOVE ZEROS                    TO WS-LIN-AULAS(WS-IND)
                                             WS-LIN-FALTAS(WS-IND)
                                             WS-LIN-PC(WS-IND)

      *ALUNO EM MAIS DE UMA TURMA FICA NA PRIMEIRA DO ROTEIRO
            MOVE ZEROS                    TO WS-IX
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 GREATER THAN WS-QT-TL
                IF WS-TL-ALUNO(WS-IND2) EQUAL ID-ALUNO1
                   MOVE 'S'               TO WS-TL-USADO(WS-IND2)
                   IF WS-IX EQUAL ZEROS
                      MOVE WS-IND2        TO WS-IX
                   END-IF
                END-IF
            END-PERFORM
            IF WS-IX GREATER THAN ZEROS
               MOVE WS-TL-TURMA(WS-IX)    TO WS-LIN-TURMA(WS-IND)
            END-IF

            MOVE 'N'                      TO WS-ACHOU
            PERFORM VARYING WS-IND2 FROM 1 BY 1
                    UNTIL WS-IND2 GREATER THAN WS-QT-FQ OR ACHOU
                IF WS-FQ-ALUNO(WS-IND2) EQUAL ID-ALUNO1
                   AND WS-FQ-MATERIA(WS-IND2) EQUAL ID-MATERIA1
                   MOVE WS-FQ-AULAS(WS-IND2)  TO WS-LIN-AULAS(WS-IND)
                   MOVE WS-FQ-FALTAS(WS-IND2) TO WS-LIN-FALTAS(WS-IND)
                   MOVE WS-FQ-PC(WS-IND2)     TO WS-LIN-PC(WS-IND)
                   MOVE 'S'               TO WS-ACHOU
                END-IF
            END-PERFORM
            .
       P3A-INCLUI-SITUACAO-FIM.

      *ALUNO DO ROTEIRO SEM NENHUM LANCAMENTO NO ANO ENTRA COM A
      *MATERIA ZERO, PARA QUE OS RELATORIOS POR TURMA O ENXERGUEM
       P3B-ALUNOS-SEM-NOTA.
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-TL
                       OR TABELA-CHEIA
                IF WS-TL-USADO(WS-IX) EQUAL 'N'
                   IF WS-QT-LINHAS NOT LESS THAN WS-MAX-LINHAS
                      MOVE 'S'            TO WS-TABELA-CHEIA
                   ELSE
                      ADD 1               TO WS-QT-LINHAS
                      MOVE WS-QT-LINHAS   TO WS-IND
                      MOVE SPACES         TO WS-LIN-ITEM(WS-IND)
                      MOVE WS-TL-TURMA(WS-IX) TO WS-LIN-TURMA(WS-IND)
                      MOVE WS-TL-ALUNO(WS-IX) TO WS-LIN-ALUNO(WS-IND)
                      MOVE ZEROS          TO WS-LIN-MATERIA(WS-IND)
                                             WS-LIN-NOTA1(WS-IND)
                                             WS-LIN-NOTA2(WS-IND)
                                             WS-LIN-NOTA3(WS-IND)
                                             WS-LIN-NOTA4(WS-IND)
                                             WS-LIN-MEDIA(WS-IND)
                                             WS-LIN-AULAS(WS-IND)
                                             WS-LIN-FALTAS(WS-IND)
                                             WS-LIN-PC(WS-IND)
                      MOVE WS-TL-NM-ALUNO(WS-IX)
                                          TO WS-LIN-NM-ALUNO(WS-IND)
                      MOVE 'SEM LANCAMENTO' TO WS-LIN-NM-MATERIA(WS-IND)
                      PERFORM VARYING WS-IND2 FROM WS-IX BY 1
                              UNTIL WS-IND2 GREATER THAN WS-QT-TL
                          IF WS-TL-ALUNO(WS-IND2) EQUAL
                             WS-TL-ALUNO(WS-IX)
                             MOVE 'S'     TO WS-TL-USADO(WS-IND2)
                          END-IF
                      END-PERFORM
                   END-IF
                END-IF
            END-PERFORM
            .
       P3B-ALUNOS-SEM-NOTA-FIM.

      *ORDENA AS LINHAS POR TURMA, ALUNO E MATERIA (TROCA SIMPLES)
       P4-ORDENA.
            IF WS-QT-LINHAS LESS THAN 2
               GO TO P4-ORDENA-FIM
            END-IF
            MOVE 'S'                      TO WS-TROCOU
            PERFORM UNTIL NOT TROCOU
                MOVE 'N'                  TO WS-TROCOU
                MOVE 1                    TO WS-IND
                PERFORM UNTIL WS-IND GREATER THAN WS-QT-LINHAS - 1
                    COMPUTE WS-IND2 = WS-IND + 1
                    END-COMPUTE
                    IF WS-LIN-CHAVE(WS-IND2) LESS THAN
                       WS-LIN-CHAVE(WS-IND)
                       MOVE WS-LIN-ITEM(WS-IND)  TO WS-LIN-TEMP
                       MOVE WS-LIN-ITEM(WS-IND2) TO WS-LIN-ITEM(WS-IND)
                       MOVE WS-LIN-TEMP          TO WS-LIN-ITEM(WS-IND2)
                       MOVE 'S'           TO WS-TROCOU
                    END-IF
                    ADD 1                 TO WS-IND
                END-PERFORM
            END-PERFORM
            .
       P4-ORDENA-FIM.

      *GRAVA O HEADER E AS LINHAS, COMPLETANDO TURMA, SERIE E
      *FINANCEIRO A CADA QUEBRA DE TURMA E DE ALUNO
       P5-GRAVA-EXTRATO.
            MOVE WS-ANO-CORRENTE          TO WS-EXR-ANO
            PERFORM X9-MONTA-CAMINHO      THRU X9-MONTA-CAMINHO-FIM
            SET EXR-FS-OK                 TO TRUE
            OPEN OUTPUT EXTREL
            IF NOT EXR-FS-OK
               MOVE 'S'                   TO WS-ERRO-EXTRATO
               DISPLAY 'ERRO AO CRIAR O EXTRATO DO ANO ' WS-EXR-ANO
               MOVE WS-EXR-FS TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-EXR-FS ' - ' WS-FS-MSG
               GO TO P5-GRAVA-EXTRATO-FIM
            END-IF

            MOVE SPACES                   TO REG-EXTREL-CAB
            MOVE '0'                      TO TP-REG-CAB
            MOVE WS-ANO-CORRENTE          TO ANO-LETIVO-CAB
            MOVE WS-DATA-HOJE             TO DT-GERACAO-CAB
            MOVE WS-HORA-AGORA(1:6)       TO HR-GERACAO-CAB
            MOVE WS-QT-LINHAS             TO QT-DETALHES-CAB
            MOVE LK-OPERADOR              TO OP-GERACAO-CAB
            WRITE REG-EXTREL-CAB

            SET FT-OK                     TO TRUE
            SET FSE-OK                    TO TRUE
            SET FME-OK                    TO TRUE
            OPEN INPUT TURMA
            OPEN INPUT SERIE
            OPEN INPUT MENSALIDADE
            MOVE 999                      TO WS-TURMA-ATUAL
            MOVE ZEROS                    TO WS-ALUNO-ATUAL

            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-LINHAS
                IF WS-IND EQUAL 1
                   OR WS-LIN-TURMA(WS-IND) NOT EQUAL WS-TURMA-ATUAL
                   PERFORM P5A-DADOS-TURMA THRU P5A-DADOS-TURMA-FIM
                END-IF
                IF WS-LIN-ALUNO(WS-IND) NOT EQUAL WS-ALUNO-ATUAL
                   PERFORM P5B-FINANCEIRO THRU P5B-FINANCEIRO-FIM
                END-IF

                MOVE SPACES               TO REG-EXTREL
                MOVE '1'                  TO TP-REG-EXR
                MOVE WS-ANO-CORRENTE      TO ANO-LETIVO-EXR
                MOVE WS-LIN-TURMA(WS-IND) TO ID-TURMA-EXR
                MOVE WS-NM-TURMA-ATU      TO NM-TURMA-EXR
                MOVE WS-ID-SERIE-ATU      TO ID-SERIE-EXR
                MOVE WS-NM-SERIE-ATU      TO NM-SERIE-EXR
                MOVE WS-LIN-ALUNO(WS-IND) TO ID-ALUNO-EXR
                MOVE WS-LIN-NM-ALUNO(WS-IND)   TO NM-ALUNO-EXR
                MOVE WS-LIN-MATERIA(WS-IND)    TO ID-MATERIA-EXR
                MOVE WS-LIN-NM-MATERIA(WS-IND) TO NM-MATERIA-EXR
                MOVE WS-LIN-NOTA1(WS-IND) TO NOTA1-EXR
                MOVE WS-LIN-NOTA2(WS-IND) TO NOTA2-EXR
                MOVE WS-LIN-NOTA3(WS-IND) TO NOTA3-EXR
                MOVE WS-LIN-NOTA4(WS-IND) TO NOTA4-EXR
                MOVE WS-LIN-MEDIA(WS-IND) TO MD-ALUNO-EXR
                MOVE WS-LIN-SITUACAO(WS-IND)   TO ST-APROVACAO-EXR
                MOVE WS-LIN-AULAS(WS-IND) TO NR-AULAS-EXR
                MOVE WS-LIN-FALTAS(WS-IND)     TO NR-FALTAS-EXR
                MOVE WS-LIN-PC(WS-IND)    TO PC-FREQUENCIA-EXR
                MOVE WS-QT-ABERTO-ATU     TO QT-MEN-ABERTO-EXR
                MOVE WS-VL-ABERTO-ATU     TO VL-MEN-ABERTO-EXR
                MOVE WS-QT-VENCIDA-ATU    TO QT-MEN-VENCIDA-EXR
                MOVE WS-VL-SERIE-ATU      TO VL-MENSAL-SERIE-EXR
                WRITE REG-EXTREL
            END-PERFORM

            CLOSE MENSALIDADE
            CLOSE SERIE
            CLOSE TURMA
            CLOSE EXTREL
            .
       P5-GRAVA-EXTRATO-FIM.

      *NOME DA TURMA E DADOS DA SERIE DELA (TURMA ZERO = SEM TURMA)
       P5A-DADOS-TURMA.
            MOVE WS-LIN-TURMA(WS-IND)     TO WS-TURMA-ATUAL
            MOVE SPACES                   TO WS-NM-TURMA-ATU
                                             WS-NM-SERIE-ATU
            MOVE ZEROS                    TO WS-ID-SERIE-ATU
                                             WS-VL-SERIE-ATU
            IF WS-TURMA-ATUAL EQUAL ZEROS OR NOT FT-OK
               GO TO P5A-DADOS-TURMA-FIM
            END-IF
            MOVE WS-TURMA-ATUAL           TO ID-TURMA
            READ TURMA
                KEY IS ID-TURMA
                INVALID KEY
                    GO TO P5A-DADOS-TURMA-FIM
            END-READ
            MOVE NM-TURMA                 TO WS-NM-TURMA-ATU
            MOVE ID-SERIE-TURMA           TO WS-ID-SERIE-ATU
            IF ID-SERIE-TURMA EQUAL ZEROS OR NOT FSE-OK
               GO TO P5A-DADOS-TURMA-FIM
            END-IF
            MOVE ID-SERIE-TURMA           TO ID-SERIE
            READ SERIE
                KEY IS ID-SERIE
                INVALID KEY
                    GO TO P5A-DADOS-TURMA-FIM
            END-READ
            MOVE NM-SERIE                 TO WS-NM-SERIE-ATU
            MOVE VL-MENSAL-SERIE          TO WS-VL-SERIE-ATU
            .
       P5A-DADOS-TURMA-FIM.

      *MENSALIDADES EM ABERTO DO ALUNO (VALOR A PAGAR) E QUANTAS DELAS
      *JA VENCERAM NO DIA DO PARAMETRO
       P5B-FINANCEIRO.
            MOVE WS-LIN-ALUNO(WS-IND)     TO WS-ALUNO-ATUAL
            MOVE ZEROS                    TO WS-QT-ABERTO-ATU
                                             WS-VL-ABERTO-ATU
                                             WS-QT-VENCIDA-ATU
            IF NOT FME-OK
               GO TO P5B-FINANCEIRO-FIM
            END-IF
            SET EOF2-OK                   TO FALSE
            MOVE WS-ALUNO-ATUAL           TO ID-ALUNO-MEN
            MOVE ZEROS                    TO AAAAMM-MEN
            START MENSALIDADE KEY IS NOT LESS THAN ID-MENSALIDADE
                INVALID KEY
                    SET EOF2-OK           TO TRUE
            END-START
            PERFORM UNTIL EOF2-OK
                READ MENSALIDADE NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MEN NOT EQUAL WS-ALUNO-ATUAL
                           SET EOF2-OK    TO TRUE
                        ELSE
                           IF ST-MENSALIDADE EQUAL 'A'
                              ADD 1       TO WS-QT-ABERTO-ATU
                              COMPUTE WS-VL-ABERTO-ATU =
                                      WS-VL-ABERTO-ATU + VL-MENSALIDADE
                                      - VL-DESCONTO
                              END-COMPUTE
                              MOVE AAAAMM-MEN TO WS-AAAAMM-VENC
                              MOVE WS-DD-VENC TO WS-DD-VENC-DT
                              IF WS-DT-VENC LESS THAN WS-DATA-HOJE
                                 ADD 1    TO WS-QT-VENCIDA-ATU
                              END-IF
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P5B-FINANCEIRO-FIM.

       COPY EXTLEIT.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.

       P0-FIM.
            GOBACK.
       END PROGRAM EXTRELAT.
