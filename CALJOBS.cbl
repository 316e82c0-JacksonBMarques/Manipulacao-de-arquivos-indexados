      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: cadastro do calendario de jobs batch (CFP001S111):
      *          inclui e altera os jobs recorrentes com a ordem de
      *          exame, a regra de recorrencia (diario, semanal,
      *          mensal ou apos o fechamento do bimestre), os jobs de
      *          que cada um depende e se o programa registra a
      *          propria execucao no controle de jobs; lista o
      *          calendario com a ultima execucao despachada, ativa e
      *          inativa jobs e carrega os jobs recorrentes padrao da
      *          escola. o despacho diario e feito pelo DESPJOBS
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO CADASTRO DO CALENDARIO DE JOBS
      * UPDATE: 15/10/2026 - NOVO JOB PADRAO: RISCO DE EVASAO DO MES
      *         (RISCOEVA) NO ULTIMO DIA DO MES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALJOBS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT AGENDAJOB ASSIGN TO WS-PATH-AGENDAJOB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-AGENDAJOB
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FAJ.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDAJOB.
          COPY CFPK0103.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       77 WS-FAJ                          PIC 99.
          88 FAJ-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S' FALSE 'N'.
       77 WS-ID-INF                       PIC 9(03) VALUE ZEROS.
       77 WS-PROG-INF                     PIC X(10) VALUE SPACES.
       77 WS-DIA-INF                      PIC 9(02) VALUE ZEROS.
       77 WS-IND                          PIC 9(01) VALUE ZEROS.
       77 WS-QT-LISTADOS                  PIC 9(03) VALUE ZEROS.
       77 WS-QT-CARREGADOS                PIC 9(03) VALUE ZEROS.
      *PROGRAMAS JA CADASTRADOS (PARA CONFERIR DUPLICIDADE E AS
      *DEPENDENCIAS)
       77 WS-QT-CAD                       PIC 9(03) VALUE ZEROS.
       01 WS-TAB-CADASTRADOS.
          03 WS-CAD-ENT OCCURS 200 TIMES.
             05 WS-CAD-ID                 PIC 9(03).
             05 WS-CAD-PROGRAMA           PIC X(10).
       77 WS-IX                           PIC 9(03) VALUE ZEROS.
       77 WS-DEP-OK                       PIC X VALUE 'N'.
          88 DEP-OK                       VALUE 'S' FALSE 'N'.
       77 WS-DUPLICADO                    PIC X VALUE 'N'.
          88 PROG-DUPLICADO               VALUE 'S' FALSE 'N'.
       77 WS-DS-REGRA                     PIC X(24) VALUE SPACES.
      *JOBS RECORRENTES PADRAO DA ESCOLA: ORDEM, PROGRAMA, REGRA, DIA,
      *REGISTRO PROPRIO, DEPENDENCIA E DESCRICAO
       01 WS-TAB-PADRAO.
          03 FILLER                       PIC X(57) VALUE
             '010MENSALID  M01N          GERACAO DAS MENSALIDADES'.
          03 FILLER                       PIC X(57) VALUE
             '020CARTACOB  M15NMENSALID  CARTAS DE COBRANCA'.
          03 FILLER                       PIC X(57) VALUE
             '030AGINADIM  M15NMENSALID  AGING DA INADIMPLENCIA'.
          03 FILLER                       PIC X(57) VALUE
             '040RESUMFIN  M99S          RESUMO FINANCEIRO DO MES'.
          03 FILLER                       PIC X(57) VALUE
             '050PACOTEMES M99SRESUMFIN  PACOTE MENSAL DA DIRECAO'.
          03 FILLER                       PIC X(57) VALUE
             '060FICAI     S01S          NOTIFICACAO DE INFREQUENCIA'.
          03 FILLER                       PIC X(57) VALUE
             '070ALERTRISC B00N          ALERTA DE ALUNOS EM RISCO'.
          03 FILLER                       PIC X(57) VALUE
             '080RISCOEVA  M99S          RISCO DE EVASAO DO MES'.
       01 FILLER REDEFINES WS-TAB-PADRAO.
          03 WS-PAD-ENT OCCURS 8 TIMES.
             05 WS-PAD-ID                 PIC 9(03).
             05 WS-PAD-PROGRAMA           PIC X(10).
             05 WS-PAD-REGRA              PIC X(01).
             05 WS-PAD-DIA                PIC 9(02).
             05 WS-PAD-REG-PROPRIO        PIC X(01).
             05 WS-PAD-DEPENDE            PIC X(10).
             05 WS-PAD-DESCRICAO          PIC X(30).
       77 WS-QT-PADRAO                    PIC 9(01) VALUE 8.

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
            MOVE 'CALJOBS'                TO WS-AUD-PROGRAMA
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** CALENDARIO DE JOBS BATCH ***'
            DISPLAY 'TECLE <I> PARA INCLUIR/ALTERAR UM JOB, <L> PARA'
            DISPLAY 'LISTAR O CALENDARIO, <A> PARA ATIVAR/INATIVAR,'
            DISPLAY '<P> PARA CARREGAR OS JOBS PADRAO OU <S> PARA'
            DISPLAY 'SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I'
                WHEN 'i'
                    PERFORM P2-GRAVA-JOB  THRU P2-GRAVA-JOB-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P3-LISTA      THRU P3-LISTA-FIM
                WHEN 'A'
                WHEN 'a'
                    PERFORM P4-ATIVA      THRU P4-ATIVA-FIM
                WHEN 'P'
                WHEN 'p'
                    PERFORM P5-CARGA-PADRAO
                            THRU P5-CARGA-PADRAO-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *INCLUI UM JOB OU ALTERA O JOB EXISTENTE DE MESMA ORDEM
       P2-GRAVA-JOB.
            DISPLAY 'Ordem do job no calendario (1-999): '
            MOVE ZEROS                    TO WS-ID-INF
            ACCEPT WS-ID-INF
            IF WS-ID-INF EQUAL ZEROS
               GO TO P2-GRAVA-JOB-FIM
            END-IF

            PERFORM P7-ABRE               THRU P7-ABRE-FIM
            IF NOT FAJ-OK
               GO TO P2-GRAVA-JOB-FIM
            END-IF
            PERFORM P8-CARREGA-CADASTRADOS
                    THRU P8-CARREGA-CADASTRADOS-FIM

            SET ACHOU                     TO TRUE
            MOVE WS-ID-INF                TO ID-AGENDAJOB
            READ AGENDAJOB
                KEY IS ID-AGENDAJOB
                INVALID KEY
                    SET ACHOU             TO FALSE
                    MOVE SPACES           TO REG-AGENDAJOB
                    MOVE WS-ID-INF        TO ID-AGENDAJOB
                    MOVE 'A'              TO ST-AGENDAJOB
                    MOVE ZEROS            TO NR-DIA-AGE
                                             DT-ULT-EXEC-AGE
                                             ID-JOB-ULT-AGE
                                             DT-ULT-OK-AGE
            END-READ
            IF ACHOU
               DISPLAY 'JOB JA CADASTRADO NESTA ORDEM: '
                       NM-PROGRAMA-AGE ' - ' DS-AGENDAJOB
               DISPLAY 'Alterar (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
                  CLOSE AGENDAJOB
                  GO TO P2-GRAVA-JOB-FIM
               END-IF
            END-IF

            DISPLAY 'Programa (ex.: MENSALID): '
            MOVE SPACES                   TO WS-PROG-INF
            ACCEPT WS-PROG-INF
            INSPECT WS-PROG-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF WS-PROG-INF EQUAL SPACES
               DISPLAY 'PROGRAMA OBRIGATORIO - JOB NAO GRAVADO.'
               CLOSE AGENDAJOB
               GO TO P2-GRAVA-JOB-FIM
            END-IF
            SET PROG-DUPLICADO            TO FALSE
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-CAD
                IF WS-CAD-PROGRAMA(WS-IX) EQUAL WS-PROG-INF
                   AND WS-CAD-ID(WS-IX) NOT EQUAL WS-ID-INF
                   SET PROG-DUPLICADO     TO TRUE
                END-IF
            END-PERFORM
            IF PROG-DUPLICADO
               DISPLAY 'O PROGRAMA ' WS-PROG-INF ' JA ESTA NO'
                       ' CALENDARIO EM OUTRA ORDEM.'
               CLOSE AGENDAJOB
               GO TO P2-GRAVA-JOB-FIM
            END-IF
            MOVE WS-PROG-INF              TO NM-PROGRAMA-AGE

            DISPLAY 'Descricao: '
            ACCEPT DS-AGENDAJOB
            MOVE SPACES                   TO TP-RECORRENCIA-AGE
            PERFORM UNTIL AGE-RECORRENCIA-OK
                DISPLAY 'Regra (D=DIARIO S=SEMANAL M=MENSAL B=APOS O'
                        ' FECHAMENTO DO BIMESTRE): '
                ACCEPT TP-RECORRENCIA-AGE
                INSPECT TP-RECORRENCIA-AGE CONVERTING
                        'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            END-PERFORM

            EVALUATE TRUE
                WHEN AGE-SEMANAL
                    MOVE ZEROS            TO WS-DIA-INF
                    PERFORM UNTIL WS-DIA-INF GREATER THAN ZEROS
                            AND WS-DIA-INF LESS THAN 8
                        DISPLAY 'Dia da semana (1=SEGUNDA ...'
                                ' 7=DOMINGO): '
                        ACCEPT WS-DIA-INF
                    END-PERFORM
                WHEN AGE-MENSAL
                    MOVE ZEROS            TO WS-DIA-INF
                    PERFORM UNTIL WS-DIA-INF GREATER THAN ZEROS
                        DISPLAY 'Dia do mes (1-31, 99 = ULTIMO DIA): '
                        ACCEPT WS-DIA-INF
                    END-PERFORM
                WHEN OTHER
                    MOVE ZEROS            TO WS-DIA-INF
            END-EVALUATE
            MOVE WS-DIA-INF               TO NR-DIA-AGE

            DISPLAY 'O programa registra a propria execucao no'
                    ' controle de jobs (S/N)? '
            ACCEPT FL-REG-PROPRIO-AGE
            INSPECT FL-REG-PROPRIO-AGE CONVERTING 's' TO 'S'
            IF NOT AGE-REG-PROPRIO
               MOVE 'N'                   TO FL-REG-PROPRIO-AGE
            END-IF

            DISPLAY 'Jobs do calendario dos quais este depende (ate'
                    ' 3; BRANCO encerra):'
            MOVE SPACES                   TO WS-PROG-INF
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN 3
                IF WS-PROG-INF EQUAL 'FIM'
                   MOVE SPACES            TO NM-DEPENDE-AGE(WS-IND)
                ELSE
                   PERFORM P2A-LE-DEPENDENCIA
                           THRU P2A-LE-DEPENDENCIA-FIM
                END-IF
            END-PERFORM

            IF ACHOU
               REWRITE REG-AGENDAJOB
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR O JOB'
                   NOT INVALID KEY
                       DISPLAY 'Job alterado!'
                       MOVE 'ALTERA'      TO WS-AUD-OPERACAO
               END-REWRITE
            ELSE
               WRITE REG-AGENDAJOB
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR O JOB'
                   NOT INVALID KEY
                       DISPLAY 'Job incluido!'
                       MOVE 'INCLUI'      TO WS-AUD-OPERACAO
               END-WRITE
            END-IF
            IF FAJ-OK
               MOVE SPACES                TO WS-AUD-DETALHE
               STRING 'JOB ' ID-AGENDAJOB ' ' NM-PROGRAMA-AGE ' '
                      TP-RECORRENCIA-AGE NR-DIA-AGE
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            END-IF
            CLOSE AGENDAJOB
            .
       P2-GRAVA-JOB-FIM.

      *LE A DEPENDENCIA WS-IND; SO ACEITA JOB JA CADASTRADO NO
      *CALENDARIO E DIFERENTE DO PROPRIO JOB
       P2A-LE-DEPENDENCIA.
            SET DEP-OK                    TO FALSE
            PERFORM UNTIL DEP-OK
                DISPLAY 'Depende de ' WS-IND ': '
                MOVE SPACES               TO WS-PROG-INF
                ACCEPT WS-PROG-INF
                INSPECT WS-PROG-INF CONVERTING
                        'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                IF WS-PROG-INF EQUAL SPACES
                   MOVE 'FIM'             TO WS-PROG-INF
                   MOVE SPACES            TO NM-DEPENDE-AGE(WS-IND)
                   SET DEP-OK             TO TRUE
                ELSE
                   PERFORM VARYING WS-IX FROM 1 BY 1
                           UNTIL WS-IX GREATER THAN WS-QT-CAD
                              OR DEP-OK
                       IF WS-CAD-PROGRAMA(WS-IX) EQUAL WS-PROG-INF
                          AND WS-PROG-INF NOT EQUAL NM-PROGRAMA-AGE
                          SET DEP-OK      TO TRUE
                       END-IF
                   END-PERFORM
                   IF DEP-OK
                      MOVE WS-PROG-INF    TO NM-DEPENDE-AGE(WS-IND)
                   ELSE
                      DISPLAY 'JOB ' WS-PROG-INF ' NAO ESTA NO'
                              ' CALENDARIO.'
                   END-IF
                END-IF
            END-PERFORM
            .
       P2A-LE-DEPENDENCIA-FIM.

      *LISTA O CALENDARIO NA ORDEM DE EXAME
       P3-LISTA.
            MOVE ZEROS                    TO WS-QT-LISTADOS
            SET EOF-OK                    TO FALSE
            SET FAJ-OK                    TO TRUE
            OPEN INPUT AGENDAJOB
            IF FAJ-OK
               PERFORM UNTIL EOF-OK
                   READ AGENDAJOB NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1          TO WS-QT-LISTADOS
                           PERFORM P6-DESCREVE-REGRA
                                   THRU P6-DESCREVE-REGRA-FIM
                           DISPLAY ID-AGENDAJOB ' ' NM-PROGRAMA-AGE
                                   ' ' ST-AGENDAJOB ' '
                                   WS-DS-REGRA ' ' DS-AGENDAJOB
                           DISPLAY '    DEPENDE DE: '
                                   NM-DEPENDE-AGE(1) ' '
                                   NM-DEPENDE-AGE(2) ' '
                                   NM-DEPENDE-AGE(3)
                                   '  REG. PROPRIO: '
                                   FL-REG-PROPRIO-AGE
                           DISPLAY '    ULTIMA EXECUCAO: '
                                   DT-ULT-EXEC-AGE ' '
                                   ST-ULT-EXEC-AGE ' JOB '
                                   ID-JOB-ULT-AGE
                                   '  ULTIMA OK: ' DT-ULT-OK-AGE
                   END-READ
               END-PERFORM
            END-IF
            CLOSE AGENDAJOB
            IF WS-QT-LISTADOS EQUAL ZEROS
               DISPLAY 'CALENDARIO DE JOBS VAZIO - USE <P> PARA'
                       ' CARREGAR OS JOBS PADRAO.'
            END-IF
            .
       P3-LISTA-FIM.

      *ATIVA O JOB INATIVO OU INATIVA O ATIVO; JOB INATIVO NAO E
      *DESPACHADO
       P4-ATIVA.
            DISPLAY 'Ordem do job: '
            MOVE ZEROS                    TO WS-ID-INF
            ACCEPT WS-ID-INF

            SET FAJ-OK                    TO TRUE
            OPEN I-O AGENDAJOB
            IF NOT FAJ-OK
               DISPLAY 'CALENDARIO DE JOBS VAZIO.'
               CLOSE AGENDAJOB
               GO TO P4-ATIVA-FIM
            END-IF
            MOVE WS-ID-INF                TO ID-AGENDAJOB
            READ AGENDAJOB
                KEY IS ID-AGENDAJOB
                INVALID KEY
                    DISPLAY 'JOB NAO CADASTRADO!'
                    CLOSE AGENDAJOB
                    GO TO P4-ATIVA-FIM
            END-READ

            IF AGE-INATIVO
               SET AGE-ATIVO              TO TRUE
               MOVE 'ATIVA'               TO WS-AUD-OPERACAO
            ELSE
               SET AGE-INATIVO            TO TRUE
               MOVE 'INATIVA'             TO WS-AUD-OPERACAO
            END-IF
            REWRITE REG-AGENDAJOB
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR O JOB'
                NOT INVALID KEY
                    DISPLAY 'JOB ' NM-PROGRAMA-AGE ' - '
                            WS-AUD-OPERACAO
                    MOVE SPACES           TO WS-AUD-DETALHE
                    STRING 'JOB ' ID-AGENDAJOB ' ' NM-PROGRAMA-AGE
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            CLOSE AGENDAJOB
            .
       P4-ATIVA-FIM.

      *GRAVA OS JOBS PADRAO QUE AINDA NAO ESTAO NO CALENDARIO (NEM
      *PELA ORDEM NEM PELO PROGRAMA)
       P5-CARGA-PADRAO.
            PERFORM P7-ABRE               THRU P7-ABRE-FIM
            IF NOT FAJ-OK
               GO TO P5-CARGA-PADRAO-FIM
            END-IF
            PERFORM P8-CARREGA-CADASTRADOS
                    THRU P8-CARREGA-CADASTRADOS-FIM

            MOVE ZEROS                    TO WS-QT-CARREGADOS
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-PADRAO
                SET PROG-DUPLICADO        TO FALSE
                PERFORM VARYING WS-IX FROM 1 BY 1
                        UNTIL WS-IX GREATER THAN WS-QT-CAD
                    IF WS-CAD-PROGRAMA(WS-IX) EQUAL
                       WS-PAD-PROGRAMA(WS-IND)
                       OR WS-CAD-ID(WS-IX) EQUAL WS-PAD-ID(WS-IND)
                       SET PROG-DUPLICADO TO TRUE
                    END-IF
                END-PERFORM
                IF NOT PROG-DUPLICADO
                   MOVE SPACES            TO REG-AGENDAJOB
                   MOVE WS-PAD-ID(WS-IND) TO ID-AGENDAJOB
                   MOVE WS-PAD-PROGRAMA(WS-IND)
                                          TO NM-PROGRAMA-AGE
                   MOVE WS-PAD-DESCRICAO(WS-IND)
                                          TO DS-AGENDAJOB
                   MOVE WS-PAD-REGRA(WS-IND)
                                          TO TP-RECORRENCIA-AGE
                   MOVE WS-PAD-DIA(WS-IND) TO NR-DIA-AGE
                   MOVE WS-PAD-REG-PROPRIO(WS-IND)
                                          TO FL-REG-PROPRIO-AGE
                   MOVE WS-PAD-DEPENDE(WS-IND)
                                          TO NM-DEPENDE-AGE(1)
                   MOVE 'A'               TO ST-AGENDAJOB
                   MOVE ZEROS             TO DT-ULT-EXEC-AGE
                                             ID-JOB-ULT-AGE
                                             DT-ULT-OK-AGE
                   WRITE REG-AGENDAJOB
                       INVALID KEY
                           DISPLAY 'ERRO AO INCLUIR O JOB '
                                   WS-PAD-PROGRAMA(WS-IND)
                       NOT INVALID KEY
                           ADD 1          TO WS-QT-CARREGADOS
                           DISPLAY 'JOB ' WS-PAD-PROGRAMA(WS-IND)
                                   ' INCLUIDO.'
                   END-WRITE
                END-IF
            END-PERFORM
            CLOSE AGENDAJOB

            DISPLAY WS-QT-CARREGADOS ' JOB(S) PADRAO INCLUIDO(S).'
            MOVE 'CARGA'                  TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'JOBS PADRAO INCLUIDOS ' WS-QT-CARREGADOS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P5-CARGA-PADRAO-FIM.

      *DESCREVE A REGRA DE RECORRENCIA DO JOB LIDO
       P6-DESCREVE-REGRA.
            MOVE SPACES                   TO WS-DS-REGRA
            EVALUATE TRUE
                WHEN AGE-DIARIO
                    MOVE 'DIARIO'         TO WS-DS-REGRA
                WHEN AGE-SEMANAL
                    STRING 'SEMANAL DIA ' NR-DIA-AGE
                           DELIMITED BY SIZE
                           INTO WS-DS-REGRA
                    END-STRING
                WHEN AGE-MENSAL AND NR-DIA-AGE EQUAL 99
                    MOVE 'MENSAL ULTIMO DIA'
                                          TO WS-DS-REGRA
                WHEN AGE-MENSAL
                    STRING 'MENSAL DIA ' NR-DIA-AGE
                           DELIMITED BY SIZE
                           INTO WS-DS-REGRA
                    END-STRING
                WHEN AGE-BIMESTRAL
                    MOVE 'FECHAMENTO DO BIMESTRE'
                                          TO WS-DS-REGRA
                WHEN OTHER
                    MOVE 'REGRA INVALIDA' TO WS-DS-REGRA
            END-EVALUATE
            .
       P6-DESCREVE-REGRA-FIM.

      *ABRE O CALENDARIO EM I-O, CRIANDO-O SE AINDA NAO EXISTIR
       P7-ABRE.
            SET FAJ-OK                    TO TRUE
            OPEN I-O AGENDAJOB
            IF WS-FAJ EQUAL 35
                 CLOSE AGENDAJOB
                 OPEN OUTPUT AGENDAJOB
                 CLOSE AGENDAJOB
                 OPEN I-O AGENDAJOB
            END-IF
            IF NOT FAJ-OK
               DISPLAY 'ERRO AO ABRIR O CALENDARIO DE JOBS'
               MOVE WS-FAJ TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FAJ ' - ' WS-FS-MSG
               CLOSE AGENDAJOB
            END-IF
            .
       P7-ABRE-FIM.

      *GUARDA A ORDEM E O PROGRAMA DOS JOBS CADASTRADOS; O ARQUIVO
      *CONTINUA ABERTO EM I-O
       P8-CARREGA-CADASTRADOS.
            MOVE ZEROS                    TO WS-QT-CAD
            SET EOF-OK                    TO FALSE
            MOVE ZEROS                    TO ID-AGENDAJOB
            START AGENDAJOB KEY NOT LESS THAN ID-AGENDAJOB
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ AGENDAJOB NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF WS-QT-CAD LESS THAN 200
                           ADD 1          TO WS-QT-CAD
                           MOVE ID-AGENDAJOB
                                          TO WS-CAD-ID(WS-QT-CAD)
                           MOVE NM-PROGRAMA-AGE
                                          TO WS-CAD-PROGRAMA(WS-QT-CAD)
                        END-IF
                END-READ
            END-PERFORM
            .
       P8-CARREGA-CADASTRADOS-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM CALJOBS.
