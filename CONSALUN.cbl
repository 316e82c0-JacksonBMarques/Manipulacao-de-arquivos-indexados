      *         E REPROVACOES), ALEM DOS DADOS CADASTRAIS
      * UPDATE: 09/02/2024 - PERMITE NAVEGAR PELA LISTA DE ALUNOS E
      *         ESCOLHER UM DELES, EM VEZ DE INFORMAR O NUMERO OU NOME
      * UPDATE: 15/10/2026 - TELEFONE, ENDERECO E DOCUMENTO, A FICHA DE
      *         SAUDE E A SITUACAO FINANCEIRA SAO EXIBIDOS CONFORME A
      *         VISIBILIDADE DO PERFIL (CFP001S105), MASCARADOS SE
      *         OCULTOS; A EXIBICAO DE DOCUMENTO E SAUDE E AUDITADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSALUN.
                RECORD KEY IS ID-REGISTRO3
                FILE STATUS IS WS-FS-REP.

      * FICHA DE SAUDE E MENSALIDADES DO ALUNO, EXIBIDAS CONFORME A
      * VISIBILIDADE DO PERFIL DO OPERADOR
                SELECT SAUDE ASSIGN TO WS-PATH-SAUDE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-SAU
                FILE STATUS IS WS-FSA.

                SELECT MENSALIDADE ASSIGN TO WS-PATH-MENSALIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-MENSALIDADE
                FILE STATUS IS WS-FME.

                SELECT VISIBILIDADE ASSIGN TO WS-PATH-VISIBILIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PERFIL-VIS
                FILE STATUS IS WS-VIS-FS.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNO.
          COPY CFPK0004.
       FD REPROVACAO.
          COPY CFPK0006.
       FD SAUDE.
          COPY CFPK0046.
       FD MENSALIDADE.
          COPY CFPK0031.
       FD VISIBILIDADE.
          COPY CFPK0096.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY VISVARS.
       01 WS-ALUNO                    PIC X(34) VALUE SPACES.
       01 FILLER REDEFINES WS-ALUNO.
          03 WS-ID-ALUNO                 PIC 9(05).
      *CONTROLE DE PAGINACAO DA NAVEGACAO PELA LISTA DE ALUNOS
       77 WS-LINHA-PAG                   PIC 9(02) VALUE ZEROS.
       77 WS-PAUSA-PAG                   PIC X VALUE SPACES.
      *FICHA DE SAUDE E SITUACAO FINANCEIRA DO ALUNO
       77 WS-FSA                         PIC 99.
          88 FSA-OK                      VALUE 0.
       77 WS-FME                         PIC 99.
          88 FME-OK                      VALUE 0.
       77 WS-AAAAMM-HOJE                 PIC 9(06) VALUE ZEROS.
       77 WS-QT-ABERTAS                  PIC 9(03) VALUE ZEROS.
       77 WS-QT-VENCIDAS                 PIC 9(03) VALUE ZEROS.
       77 WS-VL-ABERTO                   PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-ABERTO-ED                PIC Z.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                  PIC X(40).
         03 FILLER                       PIC X(01).
         03 LK-OPERADOR                  PIC X(15).
         03 LK-PERFIL                    PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            MOVE 'CONSALUN'          TO WS-AUD-PROGRAMA
            MOVE LK-PERFIL           TO WS-VIS-PERFIL
            PERFORM M9-CARREGA-VISIBILIDADE
                    THRU M9-CARREGA-VISIBILIDADE-FIM
            SET EXIT-OK              TO FALSE
            PERFORM P1-CONSULTA    THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM

                IF ACHOU-ALUNO
                   DISPLAY '*** DADOS CADASTRAIS ***'
                   IF VIS-TELEFONE
                      DISPLAY WS-ID-ALUNO ' - '
                              FUNCTION TRIM(WS-NM-ALUNO)
                              ' - Tel: ' WS-PREFIXO '-' WS-SUFIXO
                   ELSE
                      DISPLAY WS-ID-ALUNO ' - '
                              FUNCTION TRIM(WS-NM-ALUNO)
                              ' - Tel: ' WS-VIS-MASCARA
                   END-IF
                   DISPLAY 'NASCIMENTO: ' DT-NASCIMENTO
                   IF VIS-ENDERECO
                      DISPLAY 'ENDERECO  : ' FUNCTION TRIM(EN-ALUNO)
                   ELSE
                      DISPLAY 'ENDERECO  : ' WS-VIS-MASCARA
                   END-IF
                   IF VIS-DOCUMENTO
                      DISPLAY 'DOCUMENTO : '
                              FUNCTION TRIM(NR-DOCUMENTO)
                      MOVE 'DOCUMENTO'   TO WS-VIS-CLASSE
                      MOVE WS-ID-ALUNO   TO WS-VIS-ID-ALUNO
                      PERFORM M9-REGISTRA-VISUALIZACAO
                              THRU M9-REGISTRA-VISUALIZACAO-FIM
                   ELSE
                      DISPLAY 'DOCUMENTO : ' WS-VIS-MASCARA
                   END-IF
                   PERFORM P8-LISTA-SAUDE
                           THRU P8-LISTA-SAUDE-FIM
                   PERFORM P9-LISTA-FINANCEIRO
                           THRU P9-LISTA-FINANCEIRO-FIM
                   PERFORM P3-LISTA-MATRICULAS
                           THRU P3-LISTA-MATRICULAS-FIM
                   PERFORM P4-LISTA-FREQUENCIA
            .
       P7A-PAUSA-PAGINA-FIM.

      *FICHA DE SAUDE DO ALUNO (CFP001S55), SO PARA O PERFIL COM
      *VISIBILIDADE DE SAUDE; A EXIBICAO FICA REGISTRADA NA AUDITORIA
       P8-LISTA-SAUDE.
            DISPLAY '*** FICHA DE SAUDE ***'
            IF NOT VIS-SAUDE
               DISPLAY '  ' WS-VIS-MASCARA
               GO TO P8-LISTA-SAUDE-FIM
            END-IF

            SET FSA-OK                TO TRUE
            OPEN INPUT SAUDE
            IF FSA-OK
               MOVE WS-ID-ALUNO       TO ID-ALUNO-SAU
               READ SAUDE
                   KEY IS ID-ALUNO-SAU
                   INVALID KEY
                       DISPLAY '  SEM FICHA DE SAUDE CADASTRADA.'
                   NOT INVALID KEY
                       DISPLAY '  ALERGIAS  : ' DS-ALERGIAS
                       DISPLAY '  MEDICACAO : ' DS-MEDICACAO
                       DISPLAY '  PLANO     : ' DS-PLANO-SAUDE
                       DISPLAY '  RESTRICOES: ' DS-RESTRICOES
                       MOVE 'SAUDE'      TO WS-VIS-CLASSE
                       MOVE WS-ID-ALUNO  TO WS-VIS-ID-ALUNO
                       PERFORM M9-REGISTRA-VISUALIZACAO
                               THRU M9-REGISTRA-VISUALIZACAO-FIM
               END-READ
            ELSE
               DISPLAY '  SEM FICHA DE SAUDE CADASTRADA.'
            END-IF
            CLOSE SAUDE
            .
       P8-LISTA-SAUDE-FIM.

      *SITUACAO FINANCEIRA DO ALUNO: MENSALIDADES EM ABERTO (CFP001S37)
      *E QUANTAS JA VENCERAM, SO PARA O PERFIL COM VISIBILIDADE
       P9-LISTA-FINANCEIRO.
            DISPLAY '*** SITUACAO FINANCEIRA ***'
            IF NOT VIS-FINANCEIRO
               DISPLAY '  ' WS-VIS-MASCARA
               GO TO P9-LISTA-FINANCEIRO-FIM
            END-IF

            ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
            COMPUTE WS-AAAAMM-HOJE = WS-AUD-DATA / 100
            END-COMPUTE
            MOVE ZEROS                TO WS-QT-ABERTAS
                                         WS-QT-VENCIDAS
                                         WS-VL-ABERTO
            SET FME-OK                TO TRUE
            OPEN INPUT MENSALIDADE
            IF NOT FME-OK
               DISPLAY '  SEM MENSALIDADES LANCADAS.'
               CLOSE MENSALIDADE
               GO TO P9-LISTA-FINANCEIRO-FIM
            END-IF

            MOVE WS-ID-ALUNO          TO ID-ALUNO-MEN
            MOVE ZEROS                TO AAAAMM-MEN
            SET EOF-OK                TO FALSE
            START MENSALIDADE KEY IS NOT LESS THAN ID-MENSALIDADE
                INVALID KEY
                    SET EOF-OK        TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ MENSALIDADE NEXT RECORD
                    AT END
                        SET EOF-OK    TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MEN NOT EQUAL WS-ID-ALUNO
                           SET EOF-OK TO TRUE
                        ELSE
                           IF ST-MENSALIDADE EQUAL 'A'
                              ADD 1   TO WS-QT-ABERTAS
                              COMPUTE WS-VL-ABERTO = WS-VL-ABERTO
                                      + VL-MENSALIDADE - VL-DESCONTO
                              END-COMPUTE
                              IF AAAAMM-MEN LESS THAN WS-AAAAMM-HOJE
                                 ADD 1 TO WS-QT-VENCIDAS
                              END-IF
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENSALIDADE

            MOVE WS-VL-ABERTO         TO WS-VL-ABERTO-ED
            DISPLAY '  MENSALIDADES EM ABERTO: ' WS-QT-ABERTAS
                    ' (VENCIDAS: ' WS-QT-VENCIDAS ')'
                    '  VALOR: ' WS-VL-ABERTO-ED
            .
       P9-LISTA-FINANCEIRO-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY VISPERFIL.


       P0-FIM.
