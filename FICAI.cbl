      * UPDATE: 02/09/2026 - FALTAS DENTRO DE PERIODO ABONADO
      *         (CFP001S64) FICAM FORA DA SEQUENCIA DE FALTAS
      *         CONSECUTIVAS
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      * UPDATE: 15/10/2026 - ALUNO COM SITUACAO SOCIAL EM ACOMPANHAMENTO
      *         PELA ORIENTACAO EDUCACIONAL (CFP001S135) TEM O
      *         ACOMPANHAMENTO E OS ENCAMINHAMENTOS EXTERNOS
      *         (CFP001S136) NA CARTA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICAI.
                RECORD KEY IS ID-PARAMETRO
                FILE STATUS IS WS-FPA.

      * ORIENTACAO EDUCACIONAL: CASO COM SITUACAO SOCIAL LIGADA AS
      * FALTAS E OS ENCAMINHAMENTOS A SERVICOS EXTERNOS DO DIARIO
                SELECT CASOORI ASSIGN TO WS-PATH-CASOORI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-ORI
                FILE STATUS IS WS-FCO.

                SELECT ATENDORI ASSIGN TO WS-PATH-ATENDORI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ATENDORI
                FILE STATUS IS WS-FAT.

                SELECT CARTAS ASSIGN TO WS-PATH-CARTAS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FCR.
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
       FD CHAMADA.
          COPY CFPK0055.
       FD PARAMETRO.
          COPY CFPK0025.
       FD CASOORI.
          COPY CFPK0127.
       FD ATENDORI.
          COPY CFPK0128.
       FD CARTAS.
       01 REG-CARTA                       PIC X(80).
       FD JOBCTRL.
          COPY CFPK0021.
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
       COPY JOBVARS.
       77 WS-FCH                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FCR                          PIC 99.
          88 FCR-OK                       VALUE 0.
       77 WS-FCO                          PIC 99.
          88 FCO-OK                       VALUE 0.
       77 WS-FAT                          PIC 99.
          88 FAT-OK                       VALUE 0.
       77 WS-EOF-ATD                      PIC X VALUE 'N'.
          88 EOF-ATD-OK                   VALUE 'S' FALSE 'N'.
       77 WS-NM-SERVICO-CAR               PIC X(20) VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
                    THRU P4-APURA-FREQUENCIA-FIM

            SET FCR-OK                    TO TRUE
            MOVE WS-PATH-CARTAS           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND CARTAS
            IF WS-FCR EQUAL 35
               OPEN OUTPUT CARTAS
               END-PERFORM
            END-IF
            CLOSE CARTAS
            MOVE 'CARTA'                  TO WS-SPL-TIPO
            MOVE 'FICAI'                  TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM

            DISPLAY 'ALUNOS NOTIFICADOS NESTA EXECUCAO: '
                    WS-QT-NOTIFICADOS
            MOVE WS-LINHA-CAR             TO REG-CARTA
            WRITE REG-CARTA

            PERFORM P5A-SITUACAO-SOCIAL
                    THRU P5A-SITUACAO-SOCIAL-FIM

            MOVE SPACES                   TO WS-LINHA-CAR
            STRING 'EMITIDA EM ' WS-DATA-HOJE
                   '. A SECRETARIA.'
            .
       P5-NOTIFICA-UM-FIM.

      *FALTAS LIGADAS A SITUACAO SOCIAL EM ACOMPANHAMENTO PELA
      *ORIENTACAO EDUCACIONAL: A CARTA REGISTRA O ACOMPANHAMENTO E OS
      *ENCAMINHAMENTOS A SERVICOS EXTERNOS (SO SERVICO E DATA - O
      *CONTEUDO DO CASO E SIGILOSO)
       P5A-SITUACAO-SOCIAL.
            SET FCO-OK                    TO TRUE
            OPEN INPUT CASOORI
            IF NOT FCO-OK
               CLOSE CASOORI
               GO TO P5A-SITUACAO-SOCIAL-FIM
            END-IF
            MOVE WS-ID-ALUNO-NOT          TO ID-ALUNO-ORI
            READ CASOORI
                KEY IS ID-ALUNO-ORI
                INVALID KEY
                    MOVE 'E'              TO ST-CASO-ORI
            END-READ
            CLOSE CASOORI
            IF NOT CASO-ABERTO OR NOT CASO-SOCIAL
               GO TO P5A-SITUACAO-SOCIAL-FIM
            END-IF

            MOVE 'SITUACAO SOCIAL EM ACOMPANHAMENTO PELA ORIENTACAO'
                                          TO REG-CARTA
            WRITE REG-CARTA
            MOVE 'EDUCACIONAL DA ESCOLA.' TO REG-CARTA
            WRITE REG-CARTA
            DISPLAY '  ALUNO ' WS-ID-ALUNO-NOT ' - SITUACAO SOCIAL EM'
                    ' ACOMPANHAMENTO PELA ORIENTACAO'

            SET FAT-OK                    TO TRUE
            OPEN INPUT ATENDORI
            IF NOT FAT-OK
               CLOSE ATENDORI
               GO TO P5A-SITUACAO-SOCIAL-FIM
            END-IF
            MOVE WS-ID-ALUNO-NOT          TO ID-ALUNO-AT
            MOVE ZEROS                    TO NR-SEQ-AT
            SET EOF-ATD-OK                TO FALSE
            START ATENDORI KEY IS NOT LESS THAN ID-ATENDORI
                INVALID KEY
                    SET EOF-ATD-OK        TO TRUE
            END-START
            PERFORM UNTIL EOF-ATD-OK
                READ ATENDORI NEXT RECORD
                    AT END
                        SET EOF-ATD-OK    TO TRUE
                    NOT AT END
                        IF ID-ALUNO-AT NOT EQUAL WS-ID-ALUNO-NOT
                           SET EOF-ATD-OK TO TRUE
                        ELSE
                           IF REGISTRO-ENCAMINHA
                              PERFORM P5B-LINHA-ENCAMINHA
                                      THRU P5B-LINHA-ENCAMINHA-FIM
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ATENDORI
            .
       P5A-SITUACAO-SOCIAL-FIM.

       P5B-LINHA-ENCAMINHA.
            EVALUATE TP-SERVICO-AT
                WHEN 'C'
                    MOVE 'CRAS'           TO WS-NM-SERVICO-CAR
                WHEN 'T'
                    MOVE 'CONSELHO TUTELAR'
                                          TO WS-NM-SERVICO-CAR
                WHEN 'S'
                    MOVE 'SERVICO DE SAUDE'
                                          TO WS-NM-SERVICO-CAR
                WHEN OTHER
                    MOVE NM-SERVICO-AT    TO WS-NM-SERVICO-CAR
            END-EVALUATE
            MOVE SPACES                   TO WS-LINHA-CAR
            STRING 'ENCAMINHADO AO '
                   FUNCTION TRIM(WS-NM-SERVICO-CAR)
                   ' EM ' DT-REGISTRO-AT
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CAR
            END-STRING
            MOVE WS-LINHA-CAR             TO REG-CARTA
            WRITE REG-CARTA
            DISPLAY '    ' WS-LINHA-CAR
            .
       P5B-LINHA-ENCAMINHA-FIM.

      *RECUPERA O ESTAGIO DA ULTIMA NOTIFICACAO DO ALUNO
       P6-ESTAGIO-ATUAL.
            MOVE ZEROS                    TO WS-NIVEL-ANTERIOR
            .
       P8-REGISTRA-ESTAGIO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.
