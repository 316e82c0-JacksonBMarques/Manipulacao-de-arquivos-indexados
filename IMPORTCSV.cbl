      *         MESMO LEIAUTE QUE A EXPORTACAO GERA, COM A MESMA
      *         CRITICA DE DATA DO CADASTRO; PLANILHAS ANTIGAS SEM
      *         AS COLUNAS CONTINUAM ACEITAS
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      * UPDATE: 15/10/2026 - A IMPORTACAO RODA SOB O CONTROLE DE JOBS
      *         (CFP001S25); LINHA REJEITADA GUARDADA NOS SUSPENSOS
      *         (CFP001S110) E AS LINHAS CORRIGIDAS E REENVIADAS PELA
      *         TELA DE SUSPENSOS SAO REPROCESSADAS NA IMPORTACAO
      *         SEGUINTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTCSV.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FRL.

      * ITENS REJEITADOS GUARDADOS PARA TRATAMENTO E REPROCESSAMENTO
                SELECT SUSPENSO ASSIGN TO WS-PATH-SUSPENSO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SUSPENSO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-SUS-FS.

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
       01 REG-CSV-MATERIA              PIC X(100).
       FD RELIMP.
       01 REG-RELIMP                   PIC X(100).
       FD SUSPENSO.
          COPY CFPK0102.
       FD JOBCTRL.
          COPY CFPK0021.
       FD AUDITORIA.
       01 REG-AUDITORIA                PIC X(120).
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
       COPY SUSVARS.
       77 WS-FILES                     PIC 99.
          88 FILES-OK                  VALUE 0.
       77 WS-FM                        PIC 99.
            DISPLAY '2- IMPORTAR MATERIAS (CFP001S2.CSV)'
            DISPLAY '3- IMPORTAR AMBOS'
            ACCEPT WS-OPCAO
            IF WS-OPCAO NOT EQUAL '1' AND WS-OPCAO NOT EQUAL '2'
               AND WS-OPCAO NOT EQUAL '3'
               DISPLAY 'OPCAO INVALIDA!'
               GO TO P1-ENCERRA
            END-IF

      *CONTROLE DE JOBS: A EXECUCAO NUMERA OS ITENS SUSPENSOS
            MOVE 'IMPORTCSV'          TO WS-JOB-PROGRAMA
            MOVE SPACES               TO WS-JOB-DETALHE
            STRING 'CSV OPCAO ' WS-OPCAO
                   DELIMITED BY SIZE
                   INTO WS-JOB-DETALHE
            END-STRING
            PERFORM J8-VERIFICA-JOB   THRU J8-VERIFICA-JOB-FIM
            IF JOB-EM-CURSO
               DISPLAY 'JA EXISTE UMA IMPORTACAO EM CURSO -'
                       ' EXECUCAO RECUSADA.'
               DISPLAY 'SE A EXECUCAO ANTERIOR ABORTOU, ENCERRE O'
                       ' JOB NA LISTAGEM DE JOBS.'
               GO TO P1-ENCERRA
            END-IF
            PERFORM J8-JOB-INICIA     THRU J8-JOB-INICIA-FIM
            MOVE ZEROS                TO WS-JOB-QT

            PERFORM P6-ABRE-RELATORIO THRU P6-ABRE-RELATORIO-FIM

                            THRU P2-IMPORTA-ALUNO-FIM
                    PERFORM P3-IMPORTA-MATERIA
                            THRU P3-IMPORTA-MATERIA-FIM
            END-EVALUATE

            CLOSE RELIMP
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'IMPORTCSV'              TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM

            MOVE 'CONCLUIDO'          TO WS-JOB-RESULTADO
            PERFORM J8-JOB-ENCERRA    THRU J8-JOB-ENCERRA-FIM
            .
       P1-ENCERRA.
            DISPLAY
              'TECLE: '
              '<QUALQUER TECLA> para continuar ou <F> para finalizar.'
                END-READ
            END-PERFORM

      *LINHAS CORRIGIDAS E REENVIADAS PELA TELA DE SUSPENSOS
            MOVE 'ALUNO'              TO WS-SUS-TIPO
            PERFORM P4-REPROCESSA     THRU P4-REPROCESSA-FIM

            CLOSE CSV-ALUNO
            CLOSE ALUNO
            PERFORM P8-GRAVA-CONTADOR THRU P8-GRAVA-CONTADOR-FIM
            PERFORM P9-TOTAIS         THRU P9-TOTAIS-FIM
            ADD WS-QT-ACEITOS         TO WS-JOB-QT

            MOVE 'IMPORTCSV'          TO WS-AUD-PROGRAMA
            MOVE 'IMPORTACAO'         TO WS-AUD-OPERACAO
                END-READ
            END-PERFORM

      *LINHAS CORRIGIDAS E REENVIADAS PELA TELA DE SUSPENSOS
            MOVE 'MATERIA'            TO WS-SUS-TIPO
            PERFORM P4-REPROCESSA     THRU P4-REPROCESSA-FIM

            CLOSE CSV-MATERIA
            CLOSE MATERIA
            PERFORM P8-GRAVA-CONTADOR THRU P8-GRAVA-CONTADOR-FIM
            PERFORM P9-TOTAIS         THRU P9-TOTAIS-FIM
            ADD WS-QT-ACEITOS         TO WS-JOB-QT

            MOVE 'IMPORTCSV'          TO WS-AUD-PROGRAMA
            MOVE 'IMPORTACAO'         TO WS-AUD-OPERACAO
            .
       P3B-CHECANOME-FIM.

      *REPROCESSA AS LINHAS DO TIPO EM WS-SUS-TIPO (ALUNO OU MATERIA)
      *REENVIADAS PELA TELA DE SUSPENSOS; NO RELATORIO O NUMERO DA
      *LINHA E O NUMERO DO ITEM SUSPENSO
       P4-REPROCESSA.
            MOVE 'IMPORTCSV'          TO WS-SUS-PROGRAMA
            PERFORM R9-SUSP-CARREGA   THRU R9-SUSP-CARREGA-FIM
            IF WS-SUS-QT-REENVIO EQUAL ZEROS
               GO TO P4-REPROCESSA-FIM
            END-IF
            MOVE 'ITENS SUSPENSOS REENVIADOS (LINHA = NUMERO DO ITEM)'
                                      TO REG-RELIMP
            WRITE REG-RELIMP
            PERFORM VARYING WS-SUS-IX FROM 1 BY 1
                    UNTIL WS-SUS-IX GREATER THAN WS-SUS-QT-REENVIO
                MOVE WS-SUS-REENVIO-ID(WS-SUS-IX) TO WS-SUS-ID
                PERFORM R9-SUSP-LE    THRU R9-SUSP-LE-FIM
                IF SUS-LIDO
                   MOVE WS-SUS-IMAGEM TO WS-LINHA
                   MOVE WS-SUS-ID     TO WS-NR-LINHA
                   IF WS-SUS-TIPO EQUAL 'ALUNO'
                      PERFORM P2A-PROCESSA-ALUNO
                              THRU P2A-PROCESSA-ALUNO-FIM
                   ELSE
                      PERFORM P3A-PROCESSA-MATERIA
                              THRU P3A-PROCESSA-MATERIA-FIM
                   END-IF
                   PERFORM R9-SUSP-CONCLUI
                           THRU R9-SUSP-CONCLUI-FIM
                END-IF
            END-PERFORM
            .
       P4-REPROCESSA-FIM.

      *ABRE O RELATORIO DE IMPORTACAO, CRIANDO-O SE NAO EXISTIR
       P6-ABRE-RELATORIO.
            SET FRL-OK                TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND RELIMP
            IF WS-FRL EQUAL 35
               OPEN OUTPUT RELIMP
            END-STRING
            WRITE REG-RELIMP
            DISPLAY REG-RELIMP

      *A LINHA ORIGINAL FICA NOS SUSPENSOS PARA CORRECAO E REENVIO
            EVALUATE WS-MOTIVO
                WHEN 'NOME DE MATERIA DUPLICADO'
                WHEN 'CHAVE DUPLICADA NO ARQUIVO'
                    MOVE 'DUPL'       TO WS-SUS-MOTIVO
                WHEN 'NOTA DE APROVACAO INVALIDA'
                    MOVE 'FAIX'       TO WS-SUS-MOTIVO
                WHEN OTHER
                    MOVE 'LAYO'       TO WS-SUS-MOTIVO
            END-EVALUATE
            MOVE 'IMPORTCSV'          TO WS-SUS-PROGRAMA
            IF WS-TIPO-CONTADOR EQUAL 2
               MOVE 'ALUNO'           TO WS-SUS-TIPO
            ELSE
               MOVE 'MATERIA'         TO WS-SUS-TIPO
            END-IF
            MOVE WS-MOTIVO            TO WS-SUS-DESCRICAO
            MOVE WS-LINHA             TO WS-SUS-IMAGEM
            PERFORM R9-SUSP-GRAVA     THRU R9-SUSP-GRAVA-FIM
            .
       P9A-REJEITA-FIM.

            .
       P9-TOTAIS-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.
       COPY SUSPGRAVA.

       P0-FIM.
            GOBACK.
