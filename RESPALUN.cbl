      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 19/02/2024 - CRIACAO DO MODULO DE RESPONSAVEIS
      * UPDATE: 15/10/2026 - LOGIN DO RESPONSAVEL NO PORTAL DOS PAIS
      *         (CFP001S102), QUE HABILITA O ALUNO NOS EXTRATOS
      *         NOTURNOS DO PORTAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPALUN.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

      * ACESSO DO RESPONSAVEL AO PORTAL DOS PAIS
                SELECT PORTAL ASSIGN TO WS-PATH-PORTAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-RESP-PORTAL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPT.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.
          COPY CFPK0001.
       FD CONTADOR.
          COPY CFPK0008.
       FD PORTAL.
          COPY CFPK0093.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
          88 ACHOU-ALUNO                  VALUE 'S'.
       77 WS-CONT                         PIC 9(05) VALUE ZEROS.
       77 WS-QT-LISTADOS                  PIC 9(03) VALUE ZEROS.
      *ACESSO AO PORTAL DOS PAIS
       77 WS-FPT                          PIC 99.
          88 FPT-OK                       VALUE 0.
       77 WS-TEM-PORTAL                   PIC X VALUE 'N'.
          88 TEM-PORTAL                   VALUE 'S'.
       77 WS-ID-RESP-INF                  PIC 9(05) VALUE ZEROS.
       77 WS-ID-ALUNO-RESP                PIC 9(05) VALUE ZEROS.
       77 WS-LOGIN-INF                    PIC X(30) VALUE SPACES.
       77 WS-ST-PORTAL-INF                PIC X(01) VALUE SPACES.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            DISPLAY '*** RESPONSAVEIS PELOS ALUNOS ***'
            DISPLAY 'TECLE <I> PARA INCLUIR, <L> PARA LISTAR OS'
            DISPLAY 'RESPONSAVEIS DE UM ALUNO, <A> PARA ALTERAR,'
            DISPLAY '<E> PARA EXCLUIR, <P> PARA O LOGIN DO PORTAL DOS'
            DISPLAY 'PAIS OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'E'
                WHEN 'e'
                    PERFORM P5-EXCLUI     THRU P5-EXCLUI-FIM
                WHEN 'P'
                WHEN 'p'
                    PERFORM PA-PORTAL     THRU PA-PORTAL-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
            .
       P9-VALIDA-NOME-FIM.

      *CADASTRA, ALTERA, BLOQUEIA OU REATIVA O LOGIN DO RESPONSAVEL
      *NO PORTAL DOS PAIS
       PA-PORTAL.
            DISPLAY 'Informe o numero de registro do responsavel: '
            ACCEPT WS-ID-RESP-INF
            PERFORM P8-ABRE-RESPONSAVEL   THRU P8-ABRE-RESPONSAVEL-FIM
            IF NOT FILES-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RESPONSAVEIS'
               MOVE WS-FILES TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FILES ' - ' WS-FS-MSG
               CLOSE RESPONSAVEL
               GO TO PA-PORTAL-FIM
            END-IF
            MOVE WS-ID-RESP-INF           TO ID-REGISTRO-RESP
            READ RESPONSAVEL
                KEY IS ID-REGISTRO-RESP
                INVALID KEY
                    MOVE ZEROS            TO WS-ID-ALUNO-RESP
                NOT INVALID KEY
                    MOVE ID-ALUNO-RESP    TO WS-ID-ALUNO-RESP
                    DISPLAY 'Responsavel: ' FUNCTION TRIM(NM-RESP)
                            ' - aluno ' ID-ALUNO-RESP
            END-READ
            CLOSE RESPONSAVEL
            IF WS-ID-ALUNO-RESP EQUAL ZEROS
               DISPLAY 'RESPONSAVEL NAO EXISTE!'
               GO TO PA-PORTAL-FIM
            END-IF

            SET FPT-OK                    TO TRUE
            OPEN I-O PORTAL
            IF WS-FPT EQUAL 35
                 CLOSE PORTAL
                 OPEN OUTPUT PORTAL
                 CLOSE PORTAL
                 OPEN I-O PORTAL
            END-IF
            IF NOT FPT-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO PORTAL'
               MOVE WS-FPT TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPT ' - ' WS-FS-MSG
               CLOSE PORTAL
               GO TO PA-PORTAL-FIM
            END-IF

            MOVE 'N'                      TO WS-TEM-PORTAL
            MOVE WS-ID-RESP-INF           TO ID-RESP-PORTAL
            READ PORTAL
                KEY IS ID-RESP-PORTAL
                INVALID KEY
                    DISPLAY 'RESPONSAVEL SEM LOGIN NO PORTAL.'
                NOT INVALID KEY
                    MOVE 'S'              TO WS-TEM-PORTAL
                    DISPLAY 'Login atual: '
                            FUNCTION TRIM(NM-LOGIN-PORTAL)
                            ' - situacao ' ST-PORTAL
                            ' (A=ATIVO B=BLOQUEADO)'
            END-READ

            DISPLAY 'Informe o login do portal (e-mail): '
            ACCEPT WS-LOGIN-INF
            IF WS-LOGIN-INF EQUAL SPACES
               DISPLAY 'LOGIN NAO PODE SER EM BRANCO!'
               CLOSE PORTAL
               GO TO PA-PORTAL-FIM
            END-IF
            DISPLAY 'Situacao (A=ATIVO, B=BLOQUEADO): '
            ACCEPT WS-ST-PORTAL-INF
            IF WS-ST-PORTAL-INF EQUAL 'b' OR WS-ST-PORTAL-INF EQUAL 'B'
               MOVE 'B'                   TO WS-ST-PORTAL-INF
            ELSE
               MOVE 'A'                   TO WS-ST-PORTAL-INF
            END-IF
            MOVE WS-ID-RESP-INF           TO ID-RESP-PORTAL
            MOVE WS-ID-ALUNO-RESP         TO ID-ALUNO-PORTAL
            MOVE WS-LOGIN-INF             TO NM-LOGIN-PORTAL
            MOVE WS-ST-PORTAL-INF         TO ST-PORTAL
            MOVE LK-OPERADOR              TO OP-PORTAL
            IF TEM-PORTAL
               REWRITE REG-PORTAL
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR O LOGIN DO PORTAL'
               END-REWRITE
            ELSE
               MOVE WS-DATA-HOJE          TO DT-ADESAO-PORTAL
               WRITE REG-PORTAL
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O LOGIN DO PORTAL'
               END-WRITE
            END-IF
            CLOSE PORTAL
            DISPLAY 'Login do portal gravado!'

            MOVE 'RESPALUN'               TO WS-AUD-PROGRAMA
            MOVE 'PORTAL'                 TO WS-AUD-OPERACAO
            STRING 'RESP ' WS-ID-RESP-INF ' ALUNO ' WS-ID-ALUNO-RESP
                   ' SIT ' WS-ST-PORTAL-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       PA-PORTAL-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

