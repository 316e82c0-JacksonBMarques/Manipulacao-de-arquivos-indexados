      *                      POR EXCESSO DE FALHAS DE LOGIN, E
      *                      PREENCHIMENTO DOS CAMPOS DE POLITICA DE
      *                      SENHAS NA INCLUSAO E ALTERACAO
      * UPDATE: 15/10/2026 - OPCAO <V> DE MANUTENCAO DA VISIBILIDADE
      *                      DOS DADOS SENSIVEIS DO ALUNO POR PERFIL
      *                      (CFP001S105)
      * UPDATE: 15/10/2026 - SENHA DA INCLUSAO E DA ALTERACAO GRAVADA
      *                      SO CIFRADA (SAL + RESULTADO), NUNCA EM
      *                      TEXTO
      * UPDATE: 15/10/2026 - OPCAO <P> DE VINCULO DO OPERADOR PROFESSOR
      *                      COM O CADASTRO DE PROFESSORES (CFP001S106),
      *                      QUE DEFINE O SEU ESCOPO DE TURMAS/MATERIAS;
      *                      A EXCLUSAO DO OPERADOR DESFAZ O VINCULO
      * UPDATE: 15/10/2026 - PERFIL ORIENTACAO (ORIENTACAO EDUCACIONAL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMOPER.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

                SELECT VISIBILIDADE ASSIGN TO WS-PATH-VISIBILIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PERFIL-VIS
                FILE STATUS IS WS-VIS-FS.

                SELECT VINCPROF ASSIGN TO WS-PATH-VINCPROF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS USUARIO-VPR
                FILE STATUS IS WS-ESC-FS.

                SELECT PROFESSOR ASSIGN TO WS-PATH-PROFESSOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PROFESSOR
                FILE STATUS IS WS-FPR.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.
          COPY CFPK0010.
       FD CONTADOR.
          COPY CFPK0008.
       FD VISIBILIDADE.
          COPY CFPK0096.
       FD VINCPROF.
          COPY CFPK0097.
       FD PROFESSOR.
          COPY CFPK0014.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY VISVARS.
       COPY SENHAVARS.
       COPY ESCVARS.
       77 WS-FILES                        PIC 99.
          88 FILES-OK                     VALUE 0.
       77 WS-FSC                          PIC 99.
       77 WS-ID-NOVO                      PIC 9(03) VALUE ZEROS.
       77 WS-PERFIL-NOVO                  PIC X(10) VALUE SPACES.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *SENHA DIGITADA NA INCLUSAO/ALTERACAO, ANTES DA CIFRAGEM
       77 WS-SENHA-INF                    PIC X(15) VALUE SPACES.
      *MANUTENCAO DA VISIBILIDADE DOS DADOS SENSIVEIS POR PERFIL
       77 WS-FLAG-VIS                     PIC X VALUE SPACES.
          88 FLAG-VIS-OK                  VALUE 'S' 'N'.
       77 WS-ROTULO-VIS                   PIC X(30) VALUE SPACES.
       77 WS-ACHOU-VIS                    PIC X VALUE 'N'.
          88 ACHOU-VIS                    VALUE 'S' FALSE 'N'.
      *VINCULO DO OPERADOR PROFESSOR COM O CADASTRO DE PROFESSORES
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-USUARIO-VINC                 PIC X(15) VALUE SPACES.
       77 WS-ID-PROF-VINC                 PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-VINC                   PIC X VALUE 'N'.
          88 ACHOU-VINC                   VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       01 LK-COM-AREA.
            DISPLAY '*** ADMINISTRACAO DE OPERADORES ***'
            DISPLAY 'TECLE <I> PARA INCLUIR, <L> PARA LISTAR,'
            DISPLAY '<A> PARA ALTERAR SENHA/PERFIL, <E> PARA EXCLUIR,'
            DISPLAY '<D> PARA DESBLOQUEAR UMA CONTA, <V> PARA A'
            DISPLAY 'VISIBILIDADE DE DADOS POR PERFIL, <P> PARA'
            DISPLAY 'VINCULAR UM OPERADOR PROFESSOR AO SEU CADASTRO'
            DISPLAY 'DE PROFESSOR OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'P'
                WHEN 'p'
                    PERFORM P13-VINCULA-PROFESSOR
                            THRU P13-VINCULA-PROFESSOR-FIM
                WHEN 'V'
                WHEN 'v'
                    PERFORM P10-VISIBILIDADE
                            THRU P10-VISIBILIDADE-FIM
                WHEN 'D'
                WHEN 'd'
                    PERFORM P9-DESBLOQUEIA
               DISPLAY 'Usuario (ate 15 caracteres): '
               ACCEPT USUARIO
               DISPLAY 'Senha (ate 15 caracteres): '
               ACCEPT WS-SENHA-INF
               PERFORM P12-CIFRA-SENHA    THRU P12-CIFRA-SENHA-FIM
               PERFORM P8-PEDE-PERFIL     THRU P8-PEDE-PERFIL-FIM
               MOVE WS-PERFIL-NOVO        TO PERFIL
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                       DISPLAY 'Usuario: ' USUARIO ' PERFIL ATUAL: '
                               PERFIL
                       DISPLAY 'Nova senha (ate 15 caracteres): '
                       ACCEPT WS-SENHA-INF
                       PERFORM P12-CIFRA-SENHA
                               THRU P12-CIFRA-SENHA-FIM
                       PERFORM P8-PEDE-PERFIL
                               THRU P8-PEDE-PERFIL-FIM
                       MOVE WS-PERFIL-NOVO TO PERFIL
                                     END-STRING
                                     PERFORM A9-GRAVA-AUDITORIA
                                        THRU A9-GRAVA-AUDITORIA-FIM
                                     MOVE USUARIO TO WS-USUARIO-VINC
                                     PERFORM P14-REMOVE-VINCULO
                                        THRU P14-REMOVE-VINCULO-FIM
                             END-DELETE
                          ELSE
                             DISPLAY 'Exclusao nao realizada!'

      *PEDE E VALIDA O PERFIL DE ACESSO DO OPERADOR
       P8-PEDE-PERFIL.
            DISPLAY 'Perfil (SECRETARIA, PROFESSOR, DIRECAO ou'
                    ' ORIENTACAO): '
            ACCEPT WS-PERFIL-NOVO
            IF WS-PERFIL-NOVO NOT EQUAL 'SECRETARIA'
               AND WS-PERFIL-NOVO NOT EQUAL 'PROFESSOR'
               AND WS-PERFIL-NOVO NOT EQUAL 'DIRECAO'
               AND WS-PERFIL-NOVO NOT EQUAL 'ORIENTACAO'
               DISPLAY 'PERFIL INVALIDO - INFORME SECRETARIA,'
                       ' PROFESSOR, DIRECAO OU ORIENTACAO.'
               PERFORM P8-PEDE-PERFIL
            END-IF
            .
       P8-PEDE-PERFIL-FIM.

      *MANTEM AS REGRAS DE VISIBILIDADE DOS DADOS SENSIVEIS DO
      *ALUNO (DOCUMENTO, ENDERECO, TELEFONE, SAUDE E FINANCEIRO) DE
      *UM PERFIL; SEM REGISTRO VALE O PADRAO DO PERFIL
       P10-VISIBILIDADE.
            PERFORM P8-PEDE-PERFIL        THRU P8-PEDE-PERFIL-FIM

            SET VIS-FS-OK                 TO TRUE
            OPEN I-O VISIBILIDADE
            IF WS-VIS-FS EQUAL 35
                 CLOSE VISIBILIDADE
                 OPEN OUTPUT VISIBILIDADE
                 CLOSE VISIBILIDADE
                 OPEN I-O VISIBILIDADE
            END-IF
            IF NOT VIS-FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VISIBILIDADE'
               MOVE WS-VIS-FS TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-VIS-FS ' - ' WS-FS-MSG
               CLOSE VISIBILIDADE
               GO TO P10-VISIBILIDADE-FIM
            END-IF

            MOVE WS-PERFIL-NOVO           TO PERFIL-VIS
            READ VISIBILIDADE
                KEY IS PERFIL-VIS
                INVALID KEY
                    SET ACHOU-VIS         TO FALSE
                    IF WS-PERFIL-NOVO EQUAL 'PROFESSOR'
                       MOVE 'N'           TO FL-VIS-DOCUMENTO
                                             FL-VIS-ENDERECO
                                             FL-VIS-TELEFONE
                                             FL-VIS-SAUDE
                                             FL-VIS-FINANCEIRO
                    ELSE
                       MOVE 'S'           TO FL-VIS-DOCUMENTO
                                             FL-VIS-ENDERECO
                                             FL-VIS-TELEFONE
                                             FL-VIS-SAUDE
                                             FL-VIS-FINANCEIRO
                    END-IF
                    DISPLAY 'PERFIL SEM REGRA GRAVADA - PADRAO:'
                NOT INVALID KEY
                    SET ACHOU-VIS         TO TRUE
                    DISPLAY 'REGRA ATUAL (ALTERADA EM '
                            DT-ALTERACAO-VIS ' POR '
                            FUNCTION TRIM(OP-ALTERACAO-VIS) '):'
            END-READ
            DISPLAY '  DOCUMENTO : ' FL-VIS-DOCUMENTO
                    '   ENDERECO  : ' FL-VIS-ENDERECO
                    '   TELEFONE  : ' FL-VIS-TELEFONE
            DISPLAY '  SAUDE     : ' FL-VIS-SAUDE
                    '   FINANCEIRO: ' FL-VIS-FINANCEIRO

            MOVE 'Ve o documento (S/N)? '  TO WS-ROTULO-VIS
            PERFORM P11-PEDE-FLAG         THRU P11-PEDE-FLAG-FIM
            MOVE WS-FLAG-VIS              TO FL-VIS-DOCUMENTO
            MOVE 'Ve o endereco (S/N)? '   TO WS-ROTULO-VIS
            PERFORM P11-PEDE-FLAG         THRU P11-PEDE-FLAG-FIM
            MOVE WS-FLAG-VIS              TO FL-VIS-ENDERECO
            MOVE 'Ve os telefones (S/N)? ' TO WS-ROTULO-VIS
            PERFORM P11-PEDE-FLAG         THRU P11-PEDE-FLAG-FIM
            MOVE WS-FLAG-VIS              TO FL-VIS-TELEFONE
            MOVE 'Ve a ficha de saude (S/N)? ' TO WS-ROTULO-VIS
            PERFORM P11-PEDE-FLAG         THRU P11-PEDE-FLAG-FIM
            MOVE WS-FLAG-VIS              TO FL-VIS-SAUDE
            MOVE 'Ve o financeiro (S/N)? ' TO WS-ROTULO-VIS
            PERFORM P11-PEDE-FLAG         THRU P11-PEDE-FLAG-FIM
            MOVE WS-FLAG-VIS              TO FL-VIS-FINANCEIRO

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE             TO DT-ALTERACAO-VIS
            MOVE LK-OPERADOR              TO OP-ALTERACAO-VIS
            MOVE WS-PERFIL-NOVO           TO PERFIL-VIS
            IF ACHOU-VIS
               REWRITE REG-VISIBILIDADE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A REGRA'
               END-REWRITE
            ELSE
               WRITE REG-VISIBILIDADE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A REGRA'
               END-WRITE
            END-IF
            IF VIS-FS-OK
               DISPLAY 'Regra de visibilidade gravada!'
               MOVE 'ADMOPER'             TO WS-AUD-PROGRAMA
               MOVE 'VISIBIL'             TO WS-AUD-OPERACAO
               STRING 'PERFIL ' FUNCTION TRIM(WS-PERFIL-NOVO)
                      ' DOC/END/TEL/SAU/FIN '
                      FL-VIS-DOCUMENTO FL-VIS-ENDERECO
                      FL-VIS-TELEFONE FL-VIS-SAUDE
                      FL-VIS-FINANCEIRO
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            END-IF
            CLOSE VISIBILIDADE
            .
       P10-VISIBILIDADE-FIM.

      *PEDE S OU N PARA UMA CLASSE DE DADO DA VISIBILIDADE
       P11-PEDE-FLAG.
            DISPLAY FUNCTION TRIM(WS-ROTULO-VIS)
            ACCEPT WS-FLAG-VIS
            INSPECT WS-FLAG-VIS CONVERTING 'sn' TO 'SN'
            IF NOT FLAG-VIS-OK
               DISPLAY 'RESPONDA S OU N.'
               GO TO P11-PEDE-FLAG
            END-IF
            .
       P11-PEDE-FLAG-FIM.

      *CIFRA A SENHA INFORMADA COM UM SAL NOVO E GUARDA SAL E
      *RESULTADO NO REGISTRO CORRENTE (A SENHA NAO E GRAVADA)
       P12-CIFRA-SENHA.
            PERFORM H9-GERA-SAL           THRU H9-GERA-SAL-FIM
            MOVE WS-SENHA-INF             TO WS-SEN-TEXTO
            PERFORM H9-CIFRA-SENHA        THRU H9-CIFRA-SENHA-FIM
            MOVE WS-SEN-SAL               TO SAL-SENHA
            MOVE WS-SEN-HASH              TO HASH-SENHA
            MOVE SPACES                   TO WS-SENHA-INF
            .
       P12-CIFRA-SENHA-FIM.

      *VINCULA O OPERADOR DE PERFIL PROFESSOR AO SEU CODIGO NO
      *CADASTRO DE PROFESSORES (CFP001S18). O VINCULO DEFINE O
      *ESCOPO DE TURMAS/MATERIAS DO OPERADOR PELO QUADRO DE HORARIOS
       P13-VINCULA-PROFESSOR.
            PERFORM P7-ABRE-OPERADOR      THRU P7-ABRE-OPERADOR-FIM
            IF NOT FILES-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OPERADORES'
               MOVE WS-FILES TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FILES ' - ' WS-FS-MSG
               CLOSE OPERADOR
               GO TO P13-VINCULA-PROFESSOR-FIM
            END-IF

            MOVE SPACES                   TO WS-USUARIO-VINC
            DISPLAY 'Informe o numero do operador: '
            ACCEPT ID-OPERADOR
            READ OPERADOR
                KEY IS ID-OPERADOR
                INVALID KEY
                    DISPLAY 'OPERADOR NAO EXISTE!'
                NOT INVALID KEY
                    IF PERFIL EQUAL 'PROFESSOR'
                       MOVE USUARIO       TO WS-USUARIO-VINC
                    ELSE
                       DISPLAY 'SO O PERFIL PROFESSOR TEM VINCULO -'
                               ' O OPERADOR E ' FUNCTION TRIM(PERFIL)
                               '.'
                    END-IF
            END-READ
            CLOSE OPERADOR
            IF WS-USUARIO-VINC EQUAL SPACES
               GO TO P13-VINCULA-PROFESSOR-FIM
            END-IF

            SET ESC-FS-OK                 TO TRUE
            OPEN I-O VINCPROF
            IF WS-ESC-FS EQUAL 35
                 CLOSE VINCPROF
                 OPEN OUTPUT VINCPROF
                 CLOSE VINCPROF
                 OPEN I-O VINCPROF
            END-IF
            IF NOT ESC-FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS'
               MOVE WS-ESC-FS TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-ESC-FS ' - ' WS-FS-MSG
               CLOSE VINCPROF
               GO TO P13-VINCULA-PROFESSOR-FIM
            END-IF

            MOVE WS-USUARIO-VINC          TO USUARIO-VPR
            READ VINCPROF
                KEY IS USUARIO-VPR
                INVALID KEY
                    SET ACHOU-VINC        TO FALSE
                    DISPLAY 'OPERADOR AINDA SEM VINCULO.'
                NOT INVALID KEY
                    SET ACHOU-VINC        TO TRUE
                    DISPLAY 'VINCULO ATUAL: PROFESSOR '
                            ID-PROFESSOR-VPR ' (DESDE '
                            DT-VINCULO-VPR ')'
            END-READ

            DISPLAY 'Codigo do professor (0 = desfazer o vinculo): '
            ACCEPT WS-ID-PROF-VINC

            MOVE 'ADMOPER'                TO WS-AUD-PROGRAMA
            MOVE 'VINCULO'                TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            IF WS-ID-PROF-VINC EQUAL ZEROS
               IF ACHOU-VINC
                  DELETE VINCPROF
                      INVALID KEY
                          DISPLAY 'ERRO AO DESFAZER O VINCULO'
                      NOT INVALID KEY
                          DISPLAY 'Vinculo desfeito!'
                          STRING FUNCTION TRIM(WS-USUARIO-VINC)
                                 ' SEM PROFESSOR'
                                 DELIMITED BY SIZE
                                 INTO WS-AUD-DETALHE
                          END-STRING
                          PERFORM A9-GRAVA-AUDITORIA
                                  THRU A9-GRAVA-AUDITORIA-FIM
                  END-DELETE
               END-IF
               CLOSE VINCPROF
               GO TO P13-VINCULA-PROFESSOR-FIM
            END-IF

            SET FPR-OK                    TO TRUE
            OPEN INPUT PROFESSOR
            IF FPR-OK
               MOVE WS-ID-PROF-VINC       TO ID-PROFESSOR
               READ PROFESSOR
                   KEY IS ID-PROFESSOR
                   INVALID KEY
                       MOVE 99            TO WS-FPR
                   NOT INVALID KEY
                       DISPLAY 'Professor: ' ID-PROFESSOR ' - '
                               FUNCTION TRIM(NM-PROF)
               END-READ
            END-IF
            CLOSE PROFESSOR
            IF NOT FPR-OK
               DISPLAY 'PROFESSOR NAO CADASTRADO!'
               CLOSE VINCPROF
               GO TO P13-VINCULA-PROFESSOR-FIM
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-USUARIO-VINC          TO USUARIO-VPR
            MOVE WS-ID-PROF-VINC          TO ID-PROFESSOR-VPR
            MOVE WS-DATA-HOJE             TO DT-VINCULO-VPR
            MOVE LK-OPERADOR              TO OP-VINCULO-VPR
            IF ACHOU-VINC
               REWRITE REG-VINCPROF
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O VINCULO'
               END-REWRITE
            ELSE
               WRITE REG-VINCPROF
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O VINCULO'
               END-WRITE
            END-IF
            IF ESC-FS-OK
               DISPLAY 'Vinculo gravado!'
               STRING FUNCTION TRIM(WS-USUARIO-VINC)
                      ' PROFESSOR ' WS-ID-PROF-VINC
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            END-IF
            CLOSE VINCPROF
            .
       P13-VINCULA-PROFESSOR-FIM.

      *DESFAZ O VINCULO COM PROFESSOR DO OPERADOR EXCLUIDO, PARA QUE
      *UM NOVO OPERADOR COM O MESMO USUARIO NAO HERDE O ESCOPO
       P14-REMOVE-VINCULO.
            SET ESC-FS-OK                 TO TRUE
            OPEN I-O VINCPROF
            IF ESC-FS-OK
               MOVE WS-USUARIO-VINC       TO USUARIO-VPR
               DELETE VINCPROF
                   INVALID KEY
                       CONTINUE
               END-DELETE
            END-IF
            CLOSE VINCPROF
            .
       P14-REMOVE-VINCULO-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY SENHAHASH.

       P0-FIM.
            GOBACK.
