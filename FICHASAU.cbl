      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DA FICHA DE SAUDE
      * UPDATE: 15/10/2026 - FICHA DE SAUDE E TELEFONES CONFORME A
      *         VISIBILIDADE DO PERFIL (CFP001S105): SEM VISIBILIDADE
      *         DE SAUDE NAO MANTEM E VE A FICHA MASCARADA; A
      *         EXIBICAO DA FICHA E AUDITADA
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHASAU.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FBOL.

                SELECT VISIBILIDADE ASSIGN TO WS-PATH-VISIBILIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PERFIL-VIS
                FILE STATUS IS WS-VIS-FS.

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
       FD SAUDE.
          COPY CFPK0015.
       FD BOLETIM.
       01 REG-BOLETIM                     PIC X(80).
       FD VISIBILIDADE.
          COPY CFPK0096.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
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
       COPY VISVARS.
       77 WS-FSA                          PIC 99.
          88 FSA-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).
         03 LK-PERFIL                    PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            MOVE 'FICHASAU'          TO WS-AUD-PROGRAMA
            MOVE LK-PERFIL           TO WS-VIS-PERFIL
            PERFORM M9-CARREGA-VISIBILIDADE
                    THRU M9-CARREGA-VISIBILIDADE-FIM
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK

      *MANTEM (INCLUI OU ALTERA) A FICHA DE SAUDE DE UM ALUNO
       P2-MANTEM.
            IF NOT VIS-SAUDE
               DISPLAY 'PERFIL SEM ACESSO A FICHA DE SAUDE.'
               GO TO P2-MANTEM-FIM
            END-IF
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF

       P3-CONSULTA.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF
            IF NOT VIS-SAUDE
               DISPLAY 'FICHA DE SAUDE: ' WS-VIS-MASCARA
               GO TO P3-CONSULTA-FIM
            END-IF

            SET FSA-OK                    TO TRUE
            OPEN INPUT SAUDE
                       DISPLAY 'MEDICACAO : ' DS-MEDICACAO
                       DISPLAY 'PLANO     : ' DS-PLANO-SAUDE
                       DISPLAY 'RESTRICOES: ' DS-RESTRICOES
                       MOVE 'SAUDE'          TO WS-VIS-CLASSE
                       MOVE WS-ID-ALUNO-INF  TO WS-VIS-ID-ALUNO
                       PERFORM M9-REGISTRA-VISUALIZACAO
                               THRU M9-REGISTRA-VISUALIZACAO-FIM
               END-READ
            ELSE
               DISPLAY 'NENHUMA FICHA CADASTRADA ATE O MOMENTO.'
            ACCEPT WS-ID-TURMA-INF

            SET FBOL-OK                   TO TRUE
            MOVE WS-PATH-BOLETIM          TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND BOLETIM
            IF WS-FBOL EQUAL 35
               OPEN OUTPUT BOLETIM
            MOVE WS-SALTO-PAGINA          TO REG-BOLETIM
            WRITE REG-BOLETIM
            CLOSE BOLETIM
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'FICHASAU'               TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM

            DISPLAY 'FOLHA DA TURMA EMITIDA COM ' WS-QT-FICHAS
                    ' ALUNO(S) NO ARQUIVO DE IMPRESSAO.'
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM

            IF VIS-SAUDE AND WS-QT-FICHAS GREATER ZEROS
               MOVE 'SAUDE'               TO WS-VIS-CLASSE
               MOVE ZEROS                 TO WS-VIS-ID-ALUNO
               PERFORM M9-REGISTRA-VISUALIZACAO
                       THRU M9-REGISTRA-VISUALIZACAO-FIM
            END-IF
            .
       P4-EMITE-TURMA-FIM.

            MOVE WS-LINHA-SAU             TO REG-BOLETIM
            WRITE REG-BOLETIM

            IF NOT VIS-SAUDE
               MOVE SPACES                TO WS-LINHA-SAU
               STRING '  FICHA DE SAUDE: ' WS-VIS-MASCARA
                      DELIMITED BY SIZE
                      INTO WS-LINHA-SAU
               END-STRING
               MOVE WS-LINHA-SAU          TO REG-BOLETIM
               WRITE REG-BOLETIM
               GO TO P5-RESPONSAVEIS
            END-IF

            SET FSA-OK                    TO TRUE
            OPEN INPUT SAUDE
            IF FSA-OK
               END-READ
            END-IF
            CLOSE SAUDE
            .

      *TELEFONES DOS RESPONSAVEIS, COM A MARCA DE QUEM PODE
      *RETIRAR O ALUNO
       P5-RESPONSAVEIS.
            SET EOF2-OK                   TO FALSE
            SET FRS-OK                    TO TRUE
            OPEN INPUT RESPONSAVEL
                       NOT AT END
                           IF ID-ALUNO-RESP EQUAL WS-ID-ALUNO-ATUAL
                              MOVE SPACES TO WS-LINHA-SAU
                              IF VIS-TELEFONE
                              STRING '  RESP: '
                                     FUNCTION TRIM(NM-RESP)
                                     ' (' FUNCTION TRIM(PARENTESCO)
                                     DELIMITED BY SIZE
                                     INTO WS-LINHA-SAU
                              END-STRING
                              ELSE
                              STRING '  RESP: '
                                     FUNCTION TRIM(NM-RESP)
                                     ' (' FUNCTION TRIM(PARENTESCO)
                                     ') TEL ' WS-VIS-MASCARA
                                     ' RETIRA: ' FL-RETIRA-ALUNO
                                     DELIMITED BY SIZE
                                     INTO WS-LINHA-SAU
                              END-STRING
                              END-IF
                              MOVE WS-LINHA-SAU TO REG-BOLETIM
                              WRITE REG-BOLETIM
                           END-IF
            .
       P5-FICHA-DO-ALUNO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY VISPERFIL.

       P0-FIM.
            GOBACK.
