      *                      VEZ DE ZERO QUANDO O ALUNO FALTOU A
      *                      PROVA; A MEDIA COM BIMESTRE PENDENTE E
      *                      AVISADA COMO PROVISORIA
      * UPDATE: 15/10/2026 - MEDIA ABAIXO DA NOTA DE APROVACAO DA
      *                      MATERIA E ENFILEIRADA PARA AVISO POR SMS
      *                      AOS RESPONSAVEIS (CFP001S103)
      * UPDATE: 15/10/2026 - ESCOPO DO PROFESSOR: O OPERADOR DE PERFIL
      *                      PROFESSOR SO LANCA NAS TURMAS/MATERIAS EM
      *                      QUE APARECE NO QUADRO DE HORARIOS
      *                      (INDIVIDUAL, TURMA E LOTE); A RECUSA E
      *                      AUDITADA
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *                      IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO
      *                      DE IMPRESSAO
      * UPDATE: 15/10/2026 - LINHA DO LOTE PULADA PELA CRITICA OU
      *                      IGNORADA NA APLICACAO E GUARDADA NOS
      *                      SUSPENSOS (CFP001S110) COM O MOTIVO; AS
      *                      LINHAS CORRIGIDAS E REENVIADAS PELA TELA DE
      *                      SUSPENSOS SAO REPROCESSADAS NO LOTE
      *                      SEGUINTE
      * UPDATE: 15/10/2026 - AVISO DE AVALIACAO ADAPTADA PARA ALUNO COM
      *                      PEI ATIVO (CFP001S131/S132) NO LANCAMENTO E
      *                      NO BOLETIM IMPRESSO
      * UPDATE: 15/10/2026 - ALUNO DE TURMA DE SERIE DE AVALIACAO
      *                      DESCRITIVA (CFP001S29) NAO RECEBE NOTAS:
      *                      RECUSA NO LANCAMENTO INDIVIDUAL E POR TURMA
      *                      E LINHA DO LOTE SUSPENSA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAALUN.
                RECORD KEY IS ID-MATERIA
                FILE STATUS IS WS-FILES.

                SELECT VINCPROF ASSIGN TO WS-PATH-VINCPROF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS USUARIO-VPR
                FILE STATUS IS WS-ESC-FS.

                SELECT HORARIO ASSIGN TO WS-PATH-HORARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-HORARIO
                FILE STATUS IS WS-ESC-FH.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

      * ITENS REJEITADOS DO LOTE GUARDADOS PARA TRATAMENTO
                SELECT SUSPENSO ASSIGN TO WS-PATH-SUSPENSO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SUSPENSO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-SUS-FS.

      * ARQUIVO DE ENTRADA PARA LANCAMENTO DE NOTAS EM LOTE
                SELECT TRANSNOTA ASSIGN TO WS-PATH-TRANSNOTA
                ORGANIZATION IS LINE SEQUENTIAL
                RECORD KEY IS ID-JOBCTRL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-JOB-FS.
      * RESPONSAVEIS DO ALUNO E FILA DE NOTIFICACOES AS FAMILIAS
      * (AVISO DE MEDIA ABAIXO DA NOTA DE APROVACAO)
                SELECT RESPONSAVEL ASSIGN TO WS-PATH-RESPONSAVEL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO-RESP
                FILE STATUS IS WS-FRS.
                SELECT NOTIFICA ASSIGN TO WS-PATH-NOTIFICA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-NOTIFICA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-NTF-FS.

                SELECT PEI ASSIGN TO WS-PATH-PEI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-PEI
                FILE STATUS IS WS-PEI-FP.

                SELECT PEIMAT ASSIGN TO WS-PATH-PEIMAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PEIMAT
                FILE STATUS IS WS-PEI-FM.

      * TURMA E SERIE DO ALUNO, PARA RECUSAR NOTAS DE QUEM ESTA NUMA
      * SERIE DE AVALIACAO DESCRITIVA (PARECER)
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
          COPY CFPK0001.
       FD MATERIA.
          COPY CFPK0002.
       FD VINCPROF.
          COPY CFPK0097.
       FD HORARIO.
          COPY CFPK0017.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD SUSPENSO.
          COPY CFPK0102.
       FD TRANSNOTA.
       01 REG-TRANSNOTA                   PIC X(40).
       FD MATRICULA.
       01 REG-CHECKPOINT               PIC 9(05).
       FD JOBCTRL.
          COPY CFPK0021.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD NOTIFICA.
          COPY CFPK0094.
       FD PARAMETRO.
          COPY CFPK0025.
       FD SNAP3.
       01 REG-SNAP4                    PIC X(70).
       FD SNAP6.
       01 REG-SNAP6                    PIC X(70).
       FD SPLORIG.
       01 REG-SPLORIG                     PIC X(250).
       FD SPLARQ.
       01 REG-SPLARQ                      PIC X(250).
       FD SPOOL.
          COPY CFPK0100.
       FD PEI.
          COPY CFPK0123.
       FD PEIMAT.
          COPY CFPK0124.
       FD TURMA.
          COPY CFPK0005.
       FD SERIE.
          COPY CFPK0023.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY SPLVARS.
       COPY AUDITVARS.
       COPY ESCVARS.
       COPY JOBVARS.
       COPY SNAPVARS.
       COPY NOTIFVARS.
       COPY SUSVARS.
       COPY PEIVARS.
       COPY DSCVARS.
      *VARIAVEIS DO CFPK0001
       01 WS-ALUNO                      PIC X(34) VALUE SPACES.
       01 FILLER REDEFINES WS-ALUNO.
       77 WS-OPCAO-PULAR               PIC X VALUE SPACES.
       01 WS-TAB-CRITICA.
          03 WS-CR-LINHA OCCURS 999 TIMES PIC X.
          03 WS-CR-MOTIVO OCCURS 999 TIMES PIC X(04).
       77 WS-QT-VISTAS                 PIC 9(03) VALUE ZEROS.
       01 WS-TAB-VISTAS-LOTE.
          03 WS-VL-ITEM OCCURS 999 TIMES.
       77 WS-CORTE-A                   PIC 9(03) VALUE 90.
       77 WS-CORTE-B                   PIC 9(03) VALUE 70.
       77 WS-CORTE-C                   PIC 9(03) VALUE 50.
      *AVISO A FAMILIA DE MEDIA ABAIXO DA NOTA DE APROVACAO
       77 WS-FRS                       PIC 99.
          88 FRS-OK                    VALUE 0.
       77 WS-MD-NOTIF-ED               PIC Z9,99.
       77 WS-NT-NOTIF-ED               PIC Z9,99.
      *ANO LETIVO CORRENTE, USADO PARA MARCAR O REGISTRO DE NOTA
       77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
       77 WS-ANO-SISTEMA REDEFINES WS-DATA-SISTEMA PIC 9(04).
         03 LK-MENSAGEM                  PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).
         03 LK-PERFIL                    PIC X(10).

       SCREEN SECTION.
      *FORMULARIO DO LANCAMENTO COMPLETO: AS QUATRO NOTAS DE UMA SO
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
      *ESCOPO DO PROFESSOR: SO AS TURMAS/MATERIAS DA SUA GRADE
            MOVE LK-PERFIL                TO WS-ESC-PERFIL
            MOVE LK-OPERADOR              TO WS-ESC-OPERADOR
            MOVE 'NOTAALUN'               TO WS-ESC-PROGRAMA
            PERFORM E9-CARREGA-ESCOPO     THRU E9-CARREGA-ESCOPO-FIM
            SET FLS-OK                    TO TRUE
            SET FILES-OK                  TO TRUE
            SET FS-OK                     TO TRUE
                  PERFORM S7-GRAVA-SNAPSHOT
                          THRU S7-GRAVA-SNAPSHOT-FIM
                  PERFORM P9-LOTE        THRU P9-LOTE-FIM
                  PERFORM P9H-REPROCESSA THRU P9H-REPROCESSA-FIM
                  MOVE 'CONCLUIDO'       TO WS-JOB-RESULTADO
                  PERFORM J8-JOB-ENCERRA THRU J8-JOB-ENCERRA-FIM
               END-IF

            PERFORM P1-ALUNO              THRU P1-ALUNOFIM
            PERFORM P2-MATERIA            THRU P2-MATERIAFIM
            MOVE WS-ID-ALUNO1             TO WS-ESC-ALUNO
            MOVE WS-ID-MATERIA1           TO WS-ESC-MATERIA
            PERFORM E9-VERIFICA-ALUNO     THRU E9-VERIFICA-ALUNO-FIM
            IF NOT ESC-PERMITIDO
               PERFORM P8-LOOP            THRU P8-LOOP-FIM
               GO TO P-CONTROLE-FIM
            END-IF
            MOVE WS-ID-ALUNO1             TO WS-DSC-ALUNO
            PERFORM G9-VERIFICA-DESCRITIVO
                    THRU G9-VERIFICA-DESCRITIVO-FIM
            IF DSC-DESCRITIVO
               DISPLAY 'ALUNO DE SERIE DE AVALIACAO DESCRITIVA - NAO '
                       'RECEBE NOTAS; LANCE O PARECER DESCRITIVO.'
               PERFORM P8-LOOP            THRU P8-LOOP-FIM
               GO TO P-CONTROLE-FIM
            END-IF
            PERFORM P2B-VERIFICA-MATRICULA
                    THRU P2B-VERIFICA-MATRICULA-FIM
            IF NOT ACHOU-MATRICULA
               PERFORM P8-LOOP            THRU P8-LOOP-FIM
               GO TO P-CONTROLE-FIM
            END-IF
            MOVE WS-ID-ALUNO1             TO WS-PEI-ALUNO
            MOVE WS-ID-MATERIA1           TO WS-PEI-MATERIA
            PERFORM I9-AVISO-PEI          THRU I9-AVISO-PEI-FIM
            PERFORM P4B-BUSCA-EXISTENTE   THRU P4B-BUSCA-EXISTENTE-FIM
            IF ACHOU-REGISTRO
               MOVE ANO-LETIVO            TO WS-ANO-TESTE

            PERFORM P6C-IMPRIME-BOLETIM THRU P6C-IMPRIME-BOLETIM-FIM

            IF WS-MD-ALUNO LESS THAN WS-NT-APROVACAO
               PERFORM PC-NOTIFICA-NOTA THRU PC-NOTIFICA-NOTA-FIM
            END-IF
            .
       P6-EVAPR-FIM.

            MOVE WS-MD-ALUNO          TO WS-BOL-MD-ED
            MOVE WS-ANO-SISTEMA       TO WS-BOL-ANO-ED

            MOVE WS-PATH-BOLETIM          TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND BOLETIM
            IF WS-FBOL EQUAL 35
               OPEN OUTPUT BOLETIM
               END-STRING
               WRITE REG-BOLETIM

               MOVE WS-ID-ALUNO1      TO WS-PEI-ALUNO
               MOVE WS-ID-MATERIA1    TO WS-PEI-MATERIA
               PERFORM I9-VERIFICA-PEI THRU I9-VERIFICA-PEI-FIM
               IF PEI-ADAPTADA
                  MOVE SPACES         TO REG-BOLETIM
                  STRING 'AVALIACAO ADAPTADA (PEI): ' DELIMITED BY SIZE
                         WS-PEI-CRITERIO(1:54) DELIMITED BY SIZE
                         INTO REG-BOLETIM
                  END-STRING
                  WRITE REG-BOLETIM
               END-IF

               CLOSE BOLETIM
               MOVE 'BOLETIM'             TO WS-SPL-TIPO
               MOVE 'NOTAALUN'            TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO DO'
                       ' BOLETIM'
            ACCEPT WS-ID-TURMA-INF

            PERFORM P2-MATERIA            THRU P2-MATERIAFIM
            MOVE WS-ID-TURMA-INF          TO WS-ESC-TURMA
            MOVE WS-ID-MATERIA1           TO WS-ESC-MATERIA
            PERFORM E9-VERIFICA-TURMA     THRU E9-VERIFICA-TURMA-FIM
            IF NOT ESC-PERMITIDO
               GO TO PT-MODO-TURMA-FIM
            END-IF
            MOVE WS-ID-TURMA-INF          TO WS-DSC-TURMA
            PERFORM G9-TURMA-DESCRITIVA   THRU G9-TURMA-DESCRITIVA-FIM
            IF DSC-DESCRITIVO
               DISPLAY 'TURMA DE SERIE DE AVALIACAO DESCRITIVA - OS '
                       'ALUNOS NAO RECEBEM NOTAS; LANCE O PARECER '
                       'DESCRITIVO.'
               GO TO PT-MODO-TURMA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-LANCADOS-TUR
                                             WS-QT-PULADOS-TUR
               END-IF
               GO TO PT1-LANCA-ALUNO-FIM
            END-IF
            MOVE WS-ID-ALUNO1             TO WS-PEI-ALUNO
            MOVE WS-ID-MATERIA1           TO WS-PEI-MATERIA
            PERFORM I9-AVISO-PEI          THRU I9-AVISO-PEI-FIM

            PERFORM P4B-BUSCA-EXISTENTE   THRU P4B-BUSCA-EXISTENTE-FIM
            IF ACHOU-REGISTRO
                                   EQUAL 'E'
                               DISPLAY 'LOTE: LINHA ' WS-LINHA-ATUAL
                                       ' PULADA PELA CRITICA.'
                               MOVE WS-CR-MOTIVO (WS-LINHA-ATUAL)
                                                 TO WS-SUS-MOTIVO
                               PERFORM P9I-SUSPENDE
                                       THRU P9I-SUSPENDE-FIM
                               PERFORM P9D-GRAVA-CHECKPOINT
                                       THRU P9D-GRAVA-CHECKPOINT-FIM
                            ELSE
            IF NOT ACHOU-ALUNO-LOTE
                DISPLAY 'CRITICA LINHA ' WS-QT-LINHAS-LOTE
                        ': ALUNO ' WS-ID-ALUNO-T ' INVALIDO.'
                MOVE 'NENC'                    TO WS-SUS-MOTIVO
                PERFORM P9G-MARCA-ERRO THRU P9G-MARCA-ERRO-FIM
                GO TO P9F-CRITICA-LINHA-FIM
            END-IF
            IF NOT ACHOU-MATERIA-LOTE
                DISPLAY 'CRITICA LINHA ' WS-QT-LINHAS-LOTE
                        ': MATERIA ' WS-ID-MATERIA-T ' INVALIDA.'
                MOVE 'NENC'                    TO WS-SUS-MOTIVO
                PERFORM P9G-MARCA-ERRO THRU P9G-MARCA-ERRO-FIM
                GO TO P9F-CRITICA-LINHA-FIM
            END-IF
                DISPLAY 'CRITICA LINHA ' WS-QT-LINHAS-LOTE
                        ': SEM MATRICULA DO ALUNO ' WS-ID-ALUNO-T
                        ' NA MATERIA ' WS-ID-MATERIA-T '.'
                MOVE 'NENC'                    TO WS-SUS-MOTIVO
                PERFORM P9G-MARCA-ERRO THRU P9G-MARCA-ERRO-FIM
                GO TO P9F-CRITICA-LINHA-FIM
            END-IF

            MOVE WS-ID-ALUNO-T             TO WS-DSC-ALUNO
            PERFORM G9-VERIFICA-DESCRITIVO
                    THRU G9-VERIFICA-DESCRITIVO-FIM
            IF DSC-DESCRITIVO
                DISPLAY 'CRITICA LINHA ' WS-QT-LINHAS-LOTE
                        ': ALUNO ' WS-ID-ALUNO-T ' EM AVALIACAO'
                        ' DESCRITIVA (SEM NOTAS).'
                MOVE 'SITU'                    TO WS-SUS-MOTIVO
                PERFORM P9G-MARCA-ERRO THRU P9G-MARCA-ERRO-FIM
                GO TO P9F-CRITICA-LINHA-FIM
            END-IF

            MOVE WS-ID-ALUNO-T             TO WS-ESC-ALUNO
            MOVE WS-ID-MATERIA-T           TO WS-ESC-MATERIA
            PERFORM E9-VERIFICA-ALUNO      THRU E9-VERIFICA-ALUNO-FIM
            IF NOT ESC-PERMITIDO
                DISPLAY 'CRITICA LINHA ' WS-QT-LINHAS-LOTE
                        ': ALUNO ' WS-ID-ALUNO-T ' MATERIA '
                        WS-ID-MATERIA-T ' FORA DO ESCOPO.'
                MOVE 'ESCO'                    TO WS-SUS-MOTIVO
                PERFORM P9G-MARCA-ERRO THRU P9G-MARCA-ERRO-FIM
                GO TO P9F-CRITICA-LINHA-FIM
            END-IF
               OR NOT(WS-NOTA4-T > 0 AND WS-NOTA4-T < 100)
                DISPLAY 'CRITICA LINHA ' WS-QT-LINHAS-LOTE
                        ': NOTAS FORA DA FAIXA.'
                MOVE 'FAIX'                    TO WS-SUS-MOTIVO
                PERFORM P9G-MARCA-ERRO THRU P9G-MARCA-ERRO-FIM
                GO TO P9F-CRITICA-LINHA-FIM
            END-IF
                        ': ALUNO ' WS-ID-ALUNO-T ' MATERIA '
                        WS-ID-MATERIA-T ' JA AVALIADO - USE A'
                        ' CORRECAO ONLINE.'
                MOVE 'SITU'                    TO WS-SUS-MOTIVO
                PERFORM P9G-MARCA-ERRO THRU P9G-MARCA-ERRO-FIM
                GO TO P9F-CRITICA-LINHA-FIM
            END-IF
            IF DUP-LOTE
                DISPLAY 'CRITICA LINHA ' WS-QT-LINHAS-LOTE
                        ': ALUNO/MATERIA DUPLICADO NO ARQUIVO.'
                MOVE 'DUPL'                    TO WS-SUS-MOTIVO
                PERFORM P9G-MARCA-ERRO THRU P9G-MARCA-ERRO-FIM
                GO TO P9F-CRITICA-LINHA-FIM
            END-IF
            ADD 1                          TO WS-QT-ERROS-LOTE
            IF WS-QT-LINHAS-LOTE NOT GREATER THAN 999
               MOVE 'E' TO WS-CR-LINHA (WS-QT-LINHAS-LOTE)
               MOVE WS-SUS-MOTIVO TO WS-CR-MOTIVO (WS-QT-LINHAS-LOTE)
            END-IF
            .
       P9G-MARCA-ERRO-FIM.
            IF NOT ACHOU-ALUNO-LOTE
                DISPLAY 'LOTE: ALUNO ' WS-ID-ALUNO-T
                        ' NAO ENCONTRADO - LINHA IGNORADA.'
                MOVE 'NENC'                    TO WS-SUS-MOTIVO
                MOVE 'ALUNO NAO ENCONTRADO OU NAO ATIVO'
                                               TO WS-SUS-DESCRICAO
                PERFORM P9I-SUSPENDE           THRU P9I-SUSPENDE-FIM
                GO TO P9A-PROCESSA-LINHA-FIM
            END-IF

            IF NOT ACHOU-MATERIA-LOTE
                DISPLAY 'LOTE: MATERIA ' WS-ID-MATERIA-T
                        ' NAO ENCONTRADA - LINHA IGNORADA.'
                MOVE 'NENC'                    TO WS-SUS-MOTIVO
                MOVE 'MATERIA NAO ENCONTRADA'
                                               TO WS-SUS-DESCRICAO
                PERFORM P9I-SUSPENDE           THRU P9I-SUSPENDE-FIM
                GO TO P9A-PROCESSA-LINHA-FIM
            END-IF

                DISPLAY 'LOTE: ALUNO ' WS-ID-ALUNO-T
                        ' NAO MATRICULADO NA MATERIA '
                        WS-ID-MATERIA-T ' - LINHA IGNORADA.'
                MOVE 'NENC'                    TO WS-SUS-MOTIVO
                MOVE 'ALUNO NAO MATRICULADO NA MATERIA'
                                               TO WS-SUS-DESCRICAO
                PERFORM P9I-SUSPENDE           THRU P9I-SUSPENDE-FIM
                GO TO P9A-PROCESSA-LINHA-FIM
            END-IF

            MOVE WS-ID-ALUNO-T             TO WS-DSC-ALUNO
            PERFORM G9-VERIFICA-DESCRITIVO
                    THRU G9-VERIFICA-DESCRITIVO-FIM
            IF DSC-DESCRITIVO
                DISPLAY 'LOTE: ALUNO ' WS-ID-ALUNO-T ' EM AVALIACAO'
                        ' DESCRITIVA - LINHA IGNORADA.'
                MOVE 'SITU'                    TO WS-SUS-MOTIVO
                MOVE 'ALUNO EM AVALIACAO DESCRITIVA (PARECER)'
                                               TO WS-SUS-DESCRICAO
                PERFORM P9I-SUSPENDE           THRU P9I-SUSPENDE-FIM
                GO TO P9A-PROCESSA-LINHA-FIM
            END-IF

                DISPLAY 'LOTE: NOTAS INVALIDAS PARA ALUNO '
                        WS-ID-ALUNO-T ' MATERIA ' WS-ID-MATERIA-T
                        ' - LINHA IGNORADA.'
                MOVE 'FAIX'                    TO WS-SUS-MOTIVO
                MOVE 'NOTAS FORA DA FAIXA'
                                               TO WS-SUS-DESCRICAO
                PERFORM P9I-SUSPENDE           THRU P9I-SUSPENDE-FIM
                GO TO P9A-PROCESSA-LINHA-FIM
            END-IF

                DISPLAY 'LOTE: ALUNO ' WS-ID-ALUNO-T ' MATERIA '
                        WS-ID-MATERIA-T ' JA AVALIADO - USE A'
                        ' CORRECAO ONLINE. LINHA IGNORADA.'
                MOVE 'SITU'                    TO WS-SUS-MOTIVO
                MOVE 'JA AVALIADO - USE A CORRECAO ONLINE'
                                               TO WS-SUS-DESCRICAO
                PERFORM P9I-SUSPENDE           THRU P9I-SUSPENDE-FIM
                GO TO P9A-PROCESSA-LINHA-FIM
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            IF ANO-FECHADO
                DISPLAY 'LOTE: ANO LETIVO ' WS-ANO-TESTE ' FECHADO - '
                        'LINHA IGNORADA.'
                MOVE 'SITU'                    TO WS-SUS-MOTIVO
                MOVE 'ANO LETIVO FECHADO'
                                               TO WS-SUS-DESCRICAO
                PERFORM P9I-SUSPENDE           THRU P9I-SUSPENDE-FIM
                GO TO P9A-PROCESSA-LINHA-FIM
            END-IF
            PERFORM P4-GERA-CHAVE THRU P4-GERA-CHAVE-FIM
            .
       P9A-PROCESSA-LINHA-FIM.

      *GUARDA NOS SUSPENSOS A LINHA DO LOTE EM REG-TRANSNOTA, COM O
      *MOTIVO (DESCRICAO EM BRANCO = DESCRICAO PADRAO DO CODIGO)
       P9I-SUSPENDE.
            MOVE 'NOTAALUN'                TO WS-SUS-PROGRAMA
            MOVE 'NOTA'                    TO WS-SUS-TIPO
            MOVE REG-TRANSNOTA             TO WS-SUS-IMAGEM
            PERFORM R9-SUSP-GRAVA          THRU R9-SUSP-GRAVA-FIM
            .
       P9I-SUSPENDE-FIM.

      *REPROCESSA AS LINHAS CORRIGIDAS E REENVIADAS PELO OPERADOR NA
      *TELA DE SUSPENSOS; QUEM FOR RECUSADO DE NOVO VOLTA PARA OS
      *SUSPENSOS COMO ITEM NOVO
       P9H-REPROCESSA.
            MOVE 'NOTAALUN'                TO WS-SUS-PROGRAMA
            MOVE 'NOTA'                    TO WS-SUS-TIPO
            PERFORM R9-SUSP-CARREGA        THRU R9-SUSP-CARREGA-FIM
            PERFORM VARYING WS-SUS-IX FROM 1 BY 1
                    UNTIL WS-SUS-IX GREATER THAN WS-SUS-QT-REENVIO
                MOVE WS-SUS-REENVIO-ID(WS-SUS-IX) TO WS-SUS-ID
                PERFORM R9-SUSP-LE         THRU R9-SUSP-LE-FIM
                IF SUS-LIDO
                   MOVE WS-SUS-IMAGEM      TO REG-TRANSNOTA
                   DISPLAY 'LOTE: ITEM SUSPENSO ' WS-SUS-ID
                   PERFORM P9A-PROCESSA-LINHA
                           THRU P9A-PROCESSA-LINHA-FIM
                   PERFORM R9-SUSP-CONCLUI
                           THRU R9-SUSP-CONCLUI-FIM
                END-IF
            END-PERFORM
            .
       P9H-REPROCESSA-FIM.

      *CONSULTA DO ALUNO SEM INTERACAO, PARA USO NO LANCAMENTO EM LOTE
       P1C-ALUNO-LOTE.
            MOVE 'N'                      TO WS-ACHOU-ALUNO-LOTE
            .
       PB-LE-PARAMETROS-FIM.

      *AVISA A FAMILIA, PELA FILA DE NOTIFICACOES, DA MEDIA ABAIXO
      *DA NOTA DE APROVACAO DA MATERIA
       PC-NOTIFICA-NOTA.
            MOVE WS-MD-ALUNO              TO WS-MD-NOTIF-ED
            MOVE WS-NT-APROVACAO          TO WS-NT-NOTIF-ED
            MOVE WS-ID-ALUNO1             TO WS-NTF-ID-ALUNO
            MOVE 'NOTA'                   TO WS-NTF-TIPO
            MOVE 'NOTAALUN'               TO WS-NTF-PROGRAMA
            MOVE SPACES                   TO WS-NTF-TEXTO
            STRING FUNCTION TRIM(WS-NM-ALUNO1) ' - MEDIA '
                   WS-MD-NOTIF-ED ' EM '
                   FUNCTION TRIM(WS-NM-MATERIA1)
                   ' (APROVACAO ' WS-NT-NOTIF-ED ')'
                   DELIMITED BY SIZE
                   INTO WS-NTF-TEXTO
            END-STRING
            PERFORM N9-NOTIFICA-ALUNO     THRU N9-NOTIFICA-ALUNO-FIM
            .
       PC-NOTIFICA-NOTA-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY ESCOPROF.
       COPY ESCALUNO.
       COPY JOBCTRL.
       COPY SNAPPROC.
       COPY NOTIFFILA.
       COPY SUSPGRAVA.
       COPY PEIAVISO.
       COPY DSCSERIE.
       P0-FIM.

            GOBACK.
