      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: troca noturna com o gateway de SMS: primeiro le o
      *          arquivo de situacao de entrega devolvido pelo gateway
      *          (CFP001T25.CSV) e baixa cada mensagem da fila de
      *          notificacoes (CFP001S103) como recebida (R) ou com
      *          falha (F); depois exporta as mensagens pendentes (P)
      *          para o gateway (CFP001T24.CSV) e as marca como
      *          enviadas (E). roda na cadeia noturna (CADEIANOT) e
      *          registra o job no controle de jobs.
      *          EXPORTACAO (CFP001T24.CSV), UMA LINHA POR MENSAGEM:
      *            CHAVE;TELEFONE;TIPO;TEXTO
      *            CHAVE     - 18 DIGITOS (AAAAMMDDHHMMSSCCNN)
      *            TELEFONE  - 9 DIGITOS
      *            TIPO      - FALTA, OCORRENCIA, NOTA, COBRANCA
      *            TEXTO     - ATE 70 POSICOES
      *          SITUACAO DE ENTREGA (CFP001T25.CSV):
      *            CHAVE;SITUACAO;CODIGO
      *            SITUACAO  - R = ENTREGUE, F = FALHA
      *            CODIGO    - CODIGO DE RETORNO DO GATEWAY (ATE 10)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA TROCA COM O GATEWAY DE SMS
      * UPDATE: 15/10/2026 - LINHA DE SITUACAO REJEITADA GUARDADA NOS
      *         SUSPENSOS (CFP001S110) COM O MOTIVO; AS LINHAS
      *         CORRIGIDAS E REENVIADAS PELA TELA DE SUSPENSOS SAO
      *         REPROCESSADAS NA TROCA SEGUINTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFGTW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT NOTIFICA ASSIGN TO WS-PATH-NOTIFICA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-NOTIFICA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-NTF-FS.

                SELECT NOTIFSMS ASSIGN TO WS-PATH-NOTIFSMS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FEX.

                SELECT NOTIFRET ASSIGN TO WS-PATH-NOTIFRET
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FRT.

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

       DATA DIVISION.
       FILE SECTION.
       FD NOTIFICA.
          COPY CFPK0094.
       FD NOTIFSMS.
       01 REG-NOTIFSMS                    PIC X(120).
       FD NOTIFRET.
       01 REG-NOTIFRET                    PIC X(80).
       FD SUSPENSO.
          COPY CFPK0102.
       FD JOBCTRL.
          COPY CFPK0021.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY JOBVARS.
       COPY NOTIFVARS.
       COPY SUSVARS.
       77 WS-FEX                          PIC 99.
          88 FEX-OK                       VALUE 0.
       77 WS-FRT                          PIC 99.
          88 FRT-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-ERRO-TROCA                   PIC X VALUE 'N'.
          88 ERRO-TROCA                   VALUE 'S'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *CAMPOS DA LINHA DE SITUACAO DE ENTREGA
       77 WS-LINHA-RET                    PIC X(80) VALUE SPACES.
       77 WS-RT-CHAVE                     PIC X(18) VALUE SPACES.
       77 WS-RT-SITUACAO                  PIC X(01) VALUE SPACES.
       77 WS-RT-CODIGO                    PIC X(10) VALUE SPACES.
      *TOTAIS DA TROCA
       77 WS-QT-LIDAS                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-ENTREGUES                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-FALHAS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-REJEITADAS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-REPROCESSADAS             PIC 9(05) VALUE ZEROS.
       77 WS-QT-EXPORTADAS                PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-EXP                    PIC X(120) VALUE SPACES.

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
            PERFORM P1-TROCA              THRU P1-FIM
            PERFORM P0-FIM
            .

      *IMPORTA A SITUACAO DE ENTREGA E EXPORTA AS PENDENTES
       P1-TROCA.
            DISPLAY '*** TROCA COM O GATEWAY DE SMS ***'

            MOVE 'NOTIFGTW'               TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            STRING 'SMS ' WS-DATA-HOJE
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

            MOVE 'N'                      TO WS-ERRO-TROCA
            MOVE ZEROS                    TO WS-QT-LIDAS
                                             WS-QT-ENTREGUES
                                             WS-QT-FALHAS
                                             WS-QT-REJEITADAS
                                             WS-QT-REPROCESSADAS
                                             WS-QT-EXPORTADAS

            SET NTF-FS-OK                 TO TRUE
            OPEN I-O NOTIFICA
            IF WS-NTF-FS EQUAL 35
                 CLOSE NOTIFICA
                 OPEN OUTPUT NOTIFICA
                 CLOSE NOTIFICA
                 OPEN I-O NOTIFICA
            END-IF
            IF NOT NTF-FS-OK
               DISPLAY 'ERRO AO ABRIR A FILA DE NOTIFICACOES'
               MOVE WS-NTF-FS TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-NTF-FS ' - ' WS-FS-MSG
               CLOSE NOTIFICA
               MOVE 'S'                   TO WS-ERRO-TROCA
            ELSE
               PERFORM P2-IMPORTA-RETORNO THRU P2-IMPORTA-RETORNO-FIM
               PERFORM P2C-REPROCESSA     THRU P2C-REPROCESSA-FIM
               PERFORM P3-EXPORTA         THRU P3-EXPORTA-FIM
               CLOSE NOTIFICA
            END-IF

            DISPLAY 'SITUACOES LIDAS DO GATEWAY : ' WS-QT-LIDAS
            DISPLAY '  ENTREGUES               : ' WS-QT-ENTREGUES
            DISPLAY '  COM FALHA               : ' WS-QT-FALHAS
            DISPLAY '  REJEITADAS              : ' WS-QT-REJEITADAS
            DISPLAY '  SUSPENSOS REPROCESSADOS : ' WS-QT-REPROCESSADAS
            DISPLAY 'MENSAGENS EXPORTADAS       : ' WS-QT-EXPORTADAS

            IF ERRO-TROCA
               MOVE 'ERRO'                TO WS-JOB-RESULTADO
            ELSE
               MOVE 'CONCLUIDO'           TO WS-JOB-RESULTADO
            END-IF
            MOVE WS-QT-EXPORTADAS         TO WS-JOB-QT
            PERFORM J8-JOB-ENCERRA        THRU J8-JOB-ENCERRA-FIM

            MOVE 'NOTIFGTW'               TO WS-AUD-PROGRAMA
            MOVE 'TROCA SMS'              TO WS-AUD-OPERACAO
            STRING 'RET ' WS-QT-LIDAS ' EXP ' WS-QT-EXPORTADAS
                   ' ' WS-JOB-RESULTADO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P1-FIM.

      *BAIXA NA FILA A SITUACAO DE ENTREGA DEVOLVIDA PELO GATEWAY;
      *SEM ARQUIVO DE RETORNO NAO HA O QUE BAIXAR
       P2-IMPORTA-RETORNO.
            SET EOF-OK                    TO FALSE
            SET FRT-OK                    TO TRUE
            OPEN INPUT NOTIFRET
            IF NOT FRT-OK
               DISPLAY 'SEM ARQUIVO DE SITUACAO DE ENTREGA DO GATEWAY.'
               CLOSE NOTIFRET
               GO TO P2-IMPORTA-RETORNO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ NOTIFRET
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        ADD 1             TO WS-QT-LIDAS
                        MOVE REG-NOTIFRET TO WS-LINHA-RET
                        PERFORM P2A-BAIXA-UMA
                                THRU P2A-BAIXA-UMA-FIM
                END-READ
            END-PERFORM
            CLOSE NOTIFRET
            .
       P2-IMPORTA-RETORNO-FIM.

      *APLICA A LINHA DE SITUACAO DE ENTREGA EM WS-LINHA-RET (LIDA DO
      *ARQUIVO OU REENVIADA DOS SUSPENSOS)
       P2A-BAIXA-UMA.
            MOVE SPACES                   TO WS-RT-CHAVE
                                             WS-RT-SITUACAO
                                             WS-RT-CODIGO
            UNSTRING WS-LINHA-RET DELIMITED BY ';'
                INTO WS-RT-CHAVE WS-RT-SITUACAO WS-RT-CODIGO
            END-UNSTRING

            IF WS-RT-CHAVE NOT NUMERIC
               OR (WS-RT-SITUACAO NOT EQUAL 'R'
                   AND WS-RT-SITUACAO NOT EQUAL 'F')
               ADD 1                      TO WS-QT-REJEITADAS
               DISPLAY 'LINHA REJEITADA: ' WS-LINHA-RET(1:40)
               MOVE 'LAYO'                TO WS-SUS-MOTIVO
               PERFORM P2B-SUSPENDE       THRU P2B-SUSPENDE-FIM
               GO TO P2A-BAIXA-UMA-FIM
            END-IF

            MOVE WS-RT-CHAVE              TO ID-NOTIFICA
            READ NOTIFICA
                KEY IS ID-NOTIFICA
                INVALID KEY
                    ADD 1                 TO WS-QT-REJEITADAS
                    DISPLAY 'MENSAGEM NAO ENCONTRADA NA FILA: '
                            WS-RT-CHAVE
                    MOVE 'NENC'           TO WS-SUS-MOTIVO
                    PERFORM P2B-SUSPENDE  THRU P2B-SUSPENDE-FIM
                NOT INVALID KEY
                    IF ST-NOTIF EQUAL 'P'
                       ADD 1              TO WS-QT-REJEITADAS
                       DISPLAY 'MENSAGEM AINDA NAO ENVIADA: '
                               WS-RT-CHAVE
                       MOVE 'SITU'        TO WS-SUS-MOTIVO
                       MOVE 'MENSAGEM AINDA NAO ENVIADA AO GATEWAY'
                                          TO WS-SUS-DESCRICAO
                       PERFORM P2B-SUSPENDE
                               THRU P2B-SUSPENDE-FIM
                    ELSE
                       MOVE WS-RT-SITUACAO TO ST-NOTIF
                       MOVE WS-DATA-HOJE  TO DT-RETORNO-NOTIF
                       MOVE WS-RT-CODIGO  TO CD-RETORNO-NOTIF
                       REWRITE REG-NOTIFICA
                           INVALID KEY
                               ADD 1      TO WS-QT-REJEITADAS
                               MOVE 'GRAV' TO WS-SUS-MOTIVO
                               PERFORM P2B-SUSPENDE
                                       THRU P2B-SUSPENDE-FIM
                           NOT INVALID KEY
                               IF WS-RT-SITUACAO EQUAL 'R'
                                  ADD 1   TO WS-QT-ENTREGUES
                               ELSE
                                  ADD 1   TO WS-QT-FALHAS
                               END-IF
                       END-REWRITE
                    END-IF
            END-READ
            .
       P2A-BAIXA-UMA-FIM.

      *GUARDA NOS SUSPENSOS A LINHA REJEITADA, COM O MOTIVO
       P2B-SUSPENDE.
            MOVE 'NOTIFGTW'               TO WS-SUS-PROGRAMA
            MOVE 'SITUACAO'               TO WS-SUS-TIPO
            MOVE WS-LINHA-RET             TO WS-SUS-IMAGEM
            PERFORM R9-SUSP-GRAVA         THRU R9-SUSP-GRAVA-FIM
            .
       P2B-SUSPENDE-FIM.

      *REPROCESSA AS LINHAS CORRIGIDAS E REENVIADAS PELO OPERADOR NA
      *TELA DE SUSPENSOS, COMO SE VIESSEM NO RETORNO DO GATEWAY
       P2C-REPROCESSA.
            MOVE 'NOTIFGTW'               TO WS-SUS-PROGRAMA
            MOVE 'SITUACAO'               TO WS-SUS-TIPO
            PERFORM R9-SUSP-CARREGA       THRU R9-SUSP-CARREGA-FIM
            PERFORM VARYING WS-SUS-IX FROM 1 BY 1
                    UNTIL WS-SUS-IX GREATER THAN WS-SUS-QT-REENVIO
                MOVE WS-SUS-REENVIO-ID(WS-SUS-IX) TO WS-SUS-ID
                PERFORM R9-SUSP-LE        THRU R9-SUSP-LE-FIM
                IF SUS-LIDO
                   MOVE WS-SUS-IMAGEM     TO WS-LINHA-RET
                   PERFORM P2A-BAIXA-UMA  THRU P2A-BAIXA-UMA-FIM
                   PERFORM R9-SUSP-CONCLUI
                           THRU R9-SUSP-CONCLUI-FIM
                   ADD 1                  TO WS-QT-REPROCESSADAS
                END-IF
            END-PERFORM
            .
       P2C-REPROCESSA-FIM.

      *EXPORTA AS PENDENTES PARA O GATEWAY E AS MARCA COMO ENVIADAS
       P3-EXPORTA.
            SET FEX-OK                    TO TRUE
            OPEN OUTPUT NOTIFSMS
            IF NOT FEX-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO PARA O GATEWAY'
               MOVE WS-FEX TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FEX ' - ' WS-FS-MSG
               MOVE 'S'                   TO WS-ERRO-TROCA
               GO TO P3-EXPORTA-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            MOVE ZEROS                    TO ID-NOTIFICA
            START NOTIFICA KEY NOT LESS THAN ID-NOTIFICA
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ NOTIFICA NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ST-NOTIF EQUAL 'P'
                           PERFORM P3A-EXPORTA-UMA
                                   THRU P3A-EXPORTA-UMA-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NOTIFSMS
            .
       P3-EXPORTA-FIM.

      *GRAVA A LINHA DA MENSAGEM CORRENTE E A MARCA COMO ENVIADA
       P3A-EXPORTA-UMA.
            MOVE SPACES                   TO WS-LINHA-EXP
            STRING ID-NOTIFICA ';' TL-DESTINO-NOTIF ';'
                   FUNCTION TRIM(TP-NOTIF) ';'
                   FUNCTION TRIM(TX-NOTIF)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-EXP
            END-STRING
            MOVE WS-LINHA-EXP             TO REG-NOTIFSMS
            WRITE REG-NOTIFSMS

            MOVE 'E'                      TO ST-NOTIF
            MOVE WS-DATA-HOJE             TO DT-ENVIO-NOTIF
            REWRITE REG-NOTIFICA
                INVALID KEY
                    DISPLAY 'ERRO AO MARCAR A MENSAGEM ' ID-NOTIFICA
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-EXPORTADAS
            END-REWRITE
            .
       P3A-EXPORTA-UMA-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.
       COPY SUSPGRAVA.

       P0-FIM.
            GOBACK.
       END PROGRAM NOTIFGTW.
