      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: relatorio mensal de segregacao de funcoes para a
      *          auditoria interna da mantenedora. aponta os casos em
      *          que o mesmo operador originou e aprovou uma operacao
      *          ou concedeu um beneficio e recebeu o pagamento:
      *          correcao de nota solicitada e decidida pelo mesmo
      *          operador (fila CFP001S22, pelo mes da solicitacao),
      *          devolucao de credito pedida e decidida pelo mesmo
      *          operador (CFP001S95, pelo mes da decisao), parcela de
      *          acordo recebida por quem fechou o acordo (RENEGOC),
      *          mensalidade com desconto ou aluno com bolsa concedidos
      *          no mes e recebidos pelo mesmo operador (recibos
      *          CFP001S38, OP-RECIBO) e operador que alterou o proprio
      *          cadastro/perfil ou desbloqueou a propria conta
      *          (ADMOPER). descontos, bolsas, parcelas e alteracoes
      *          vem da trilha de auditoria do mes: arquivo mensal
      *          rotacionado do proprio mes, do mes seguinte e log
      *          corrente. emite no arquivo de impressao geral
      *          (CFP001T2.LST). acesso restrito ao perfil DIRECAO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO RELATORIO DE SEGREGACAO
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGFUNCAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PENDENCIA ASSIGN TO WS-PATH-PENDENCIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PENDENCIA
                FILE STATUS IS WS-FPD.

                SELECT DEVOLUCAO ASSIGN TO WS-PATH-DEVOLUCAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-DEVOLUCAO
                FILE STATUS IS WS-FDV.

                SELECT ACORDO ASSIGN TO WS-PATH-ACORDO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ACORDO
                FILE STATUS IS WS-FAC.

                SELECT RECIBO ASSIGN TO WS-PATH-RECIBO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-RECIBO
                FILE STATUS IS WS-FRC.

                SELECT OPERADOR ASSIGN TO WS-PATH-OPERADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-OPERADOR
                FILE STATUS IS WS-FILES.

      * ARQUIVO DE AUDITORIA EM LEITURA (MENSAL OU CORRENTE,
      * CONFORME O CAMINHO MONTADO EM TEMPO DE EXECUCAO)
                SELECT AUDIMES ASSIGN TO WS-PATH-LEITURA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FAM.

                SELECT IMPREL ASSIGN TO WS-PATH-IMPREL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

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
       FD PENDENCIA.
          COPY CFPK0018.
       FD DEVOLUCAO.
          COPY CFPK0086.
       FD ACORDO.
          COPY CFPK0035.
       FD RECIBO.
          COPY CFPK0032.
       FD OPERADOR.
          COPY CFPK0010.
       FD AUDIMES.
       01 REG-AUDIMES                     PIC X(120).
       FD IMPREL.
       01 REG-IMPREL                      PIC X(80).
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
       77 WS-FPD                          PIC 99.
          88 FPD-OK                       VALUE 0.
       77 WS-FDV                          PIC 99.
          88 FDV-OK                       VALUE 0.
       77 WS-FAC                          PIC 99.
          88 FAC-OK                       VALUE 0.
       77 WS-FRC                          PIC 99.
          88 FRC-OK                       VALUE 0.
       77 WS-FILES                        PIC 99.
          88 FILES-OK                     VALUE 0.
       77 WS-FAM                          PIC 99.
          88 FAM-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *MES DO RELATORIO E MES SEGUINTE (ROTACAO DO LOG)
       01 WS-AAAAMM-INF                   PIC 9(06) VALUE ZEROS.
       01 WS-AAAAMM-X REDEFINES WS-AAAAMM-INF
                                          PIC X(06).
       01 WS-ANOMES-DET.
          03 WS-ANOMES-ANO                PIC 9(04).
          03 WS-ANOMES-MES                PIC 9(02).
       77 WS-ANOMES-SEGUINTE              PIC 9(06) VALUE ZEROS.
       77 WS-ANOMES-CALC                  PIC 9(06) VALUE ZEROS.
      *CAMINHO MONTADO EM TEMPO DE EXECUCAO
       77 WS-PATH-LEITURA                 PIC X(100) VALUE SPACES.
      *LINHA DA TRILHA, NAS POSICOES GRAVADAS POR AUDITLOG
       01 WS-SEG-LINHA                    PIC X(120) VALUE SPACES.
       01 FILLER REDEFINES WS-SEG-LINHA.
          03 WS-SEG-ANOMES                PIC X(06).
          03 FILLER                       PIC X(10).
          03 WS-SEG-PROG                  PIC X(10).
          03 FILLER                       PIC X(01).
          03 WS-SEG-OPER                  PIC X(10).
          03 FILLER                       PIC X(01).
          03 WS-SEG-DET                   PIC X(40).
          03 FILLER                       PIC X(01).
          03 WS-SEG-OPERADOR              PIC X(15).
          03 FILLER                       PIC X(26).
      *DESCONTOS CONCEDIDOS NO MES (ATE 500)
       77 WS-QT-DSC                       PIC 9(04) VALUE ZEROS.
       01 WS-TAB-DESCONTOS.
          03 WS-DSC-ENT OCCURS 500 TIMES.
             05 WS-DSC-ALUNO              PIC 9(05).
             05 WS-DSC-MES                PIC 9(06).
             05 WS-DSC-OPER               PIC X(15).
      *BOLSAS INCLUIDAS NO MES (ATE 200)
       77 WS-QT-BOL                       PIC 9(04) VALUE ZEROS.
       01 WS-TAB-BOLSAS.
          03 WS-BOL-ENT OCCURS 200 TIMES.
             05 WS-BOL-NR                 PIC 9(05).
             05 WS-BOL-ALUNO              PIC 9(05).
             05 WS-BOL-OPER               PIC X(15).
       77 WS-IX                           PIC 9(04) VALUE ZEROS.
       77 WS-TAB-CHEIA                    PIC X VALUE 'N'.
          88 TAB-CHEIA                    VALUE 'S' FALSE 'N'.
       77 WS-RCB-ANOMES                   PIC 9(06) VALUE ZEROS.
       77 WS-DEV-ANOMES                   PIC 9(06) VALUE ZEROS.
      *OCORRENCIAS POR TIPO
       77 WS-QT-NOTAS                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-DEVOL                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-ACORDO                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-DESCONTO                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-BOLSA                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-PERFIL                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-DESBLOQ                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-TOTAL                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-LINHAS                    PIC 9(07) VALUE ZEROS.
       77 WS-LINHA-SEG                    PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).
         03 LK-PERFIL                    PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR

            IF LK-PERFIL NOT EQUAL 'DIRECAO'
               AND LK-PERFIL NOT EQUAL SPACES
               DISPLAY '*********************************************'
               DISPLAY '* ACESSO RESTRITO AO PERFIL DIRECAO.        *'
               DISPLAY '*********************************************'
               PERFORM P0-FIM
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P1-RELATORIO          THRU P1-FIM
            PERFORM P0-FIM
            .

      *EMITE O RELATORIO DO MES INFORMADO
       P1-RELATORIO.
            DISPLAY '*** SEGREGACAO DE FUNCOES ***'
            DISPLAY 'Informe o mes do relatorio (AAAAMM, 0 = atual): '
            ACCEPT WS-AAAAMM-INF
            IF WS-AAAAMM-INF EQUAL ZEROS
               COMPUTE WS-AAAAMM-INF = WS-DATA-HOJE / 100
               END-COMPUTE
            END-IF
            MOVE WS-AAAAMM-INF            TO WS-ANOMES-DET
            IF WS-ANOMES-MES LESS THAN 1 OR
               WS-ANOMES-MES GREATER THAN 12
               DISPLAY 'MES INVALIDO.'
               GO TO P1-FIM
            END-IF
            IF WS-ANOMES-MES EQUAL 12
               ADD 1                      TO WS-ANOMES-ANO
               MOVE 1                     TO WS-ANOMES-MES
            ELSE
               ADD 1                      TO WS-ANOMES-MES
            END-IF
            MOVE WS-ANOMES-DET            TO WS-ANOMES-SEGUINTE

            MOVE ZEROS                    TO WS-QT-NOTAS
                                             WS-QT-DEVOL
                                             WS-QT-ACORDO
                                             WS-QT-DESCONTO
                                             WS-QT-BOLSA
                                             WS-QT-PERFIL
                                             WS-QT-DESBLOQ
                                             WS-QT-TOTAL
                                             WS-QT-LINHAS
                                             WS-QT-DSC
                                             WS-QT-BOL
            SET TAB-CHEIA                 TO FALSE

            SET FIM-OK                    TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPREL
            IF WS-FIM EQUAL 35
               OPEN OUTPUT IMPREL
            END-IF
            IF NOT FIM-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
               MOVE WS-FIM TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FIM ' - ' WS-FS-MSG
               CLOSE IMPREL
               GO TO P1-FIM
            END-IF

            MOVE ALL '='                  TO REG-IMPREL
            WRITE REG-IMPREL
            MOVE SPACES                   TO WS-LINHA-SEG
            STRING 'SEGREGACAO DE FUNCOES - MES ' WS-AAAAMM-INF
                   ' - EMITIDO EM ' WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-SEG
            END-STRING
            MOVE WS-LINHA-SEG             TO REG-IMPREL
            WRITE REG-IMPREL
            MOVE ALL '='                  TO REG-IMPREL
            WRITE REG-IMPREL

            PERFORM P2-FILA-NOTAS         THRU P2-FILA-NOTAS-FIM
            PERFORM P3-DEVOLUCOES         THRU P3-DEVOLUCOES-FIM
            PERFORM P4-TRILHA             THRU P4-TRILHA-FIM
            PERFORM P5-RECIBOS            THRU P5-RECIBOS-FIM

            COMPUTE WS-QT-TOTAL = WS-QT-NOTAS + WS-QT-DEVOL
                                + WS-QT-ACORDO + WS-QT-DESCONTO
                                + WS-QT-BOLSA + WS-QT-PERFIL
                                + WS-QT-DESBLOQ
            END-COMPUTE
            MOVE ALL '-'                  TO REG-IMPREL
            WRITE REG-IMPREL
            MOVE SPACES                   TO WS-LINHA-SEG
            STRING 'CORRECAO DE NOTA SOLICITADA E DECIDIDA : '
                   WS-QT-NOTAS
                   DELIMITED BY SIZE INTO WS-LINHA-SEG
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            MOVE SPACES                   TO WS-LINHA-SEG
            STRING 'DEVOLUCAO PEDIDA E DECIDIDA            : '
                   WS-QT-DEVOL
                   DELIMITED BY SIZE INTO WS-LINHA-SEG
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            MOVE SPACES                   TO WS-LINHA-SEG
            STRING 'ACORDO FECHADO E PARCELA RECEBIDA      : '
                   WS-QT-ACORDO
                   DELIMITED BY SIZE INTO WS-LINHA-SEG
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            MOVE SPACES                   TO WS-LINHA-SEG
            STRING 'DESCONTO CONCEDIDO E PAGAMENTO RECEBIDO: '
                   WS-QT-DESCONTO
                   DELIMITED BY SIZE INTO WS-LINHA-SEG
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            MOVE SPACES                   TO WS-LINHA-SEG
            STRING 'BOLSA CONCEDIDA E PAGAMENTO RECEBIDO   : '
                   WS-QT-BOLSA
                   DELIMITED BY SIZE INTO WS-LINHA-SEG
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            MOVE SPACES                   TO WS-LINHA-SEG
            STRING 'ALTERACAO DO PROPRIO OPERADOR          : '
                   WS-QT-PERFIL
                   DELIMITED BY SIZE INTO WS-LINHA-SEG
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            MOVE SPACES                   TO WS-LINHA-SEG
            STRING 'DESBLOQUEIO DA PROPRIA CONTA           : '
                   WS-QT-DESBLOQ
                   DELIMITED BY SIZE INTO WS-LINHA-SEG
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            MOVE SPACES                   TO WS-LINHA-SEG
            STRING 'TOTAL DE OCORRENCIAS                   : '
                   WS-QT-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA-SEG
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            IF TAB-CHEIA
               MOVE 'ATENCAO: TABELA DE DESCONTOS/BOLSAS CHEIA -'
                                          TO WS-LINHA-SEG
               PERFORM P9-IMPRIME         THRU P9-IMPRIME-FIM
               MOVE 'CONFRONTO COM OS RECIBOS PARCIAL.'
                                          TO WS-LINHA-SEG
               PERFORM P9-IMPRIME         THRU P9-IMPRIME-FIM
            END-IF
            CLOSE IMPREL
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'SEGFUNCAO'              TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM

            DISPLAY 'LINHAS DA TRILHA LIDAS NO MES: ' WS-QT-LINHAS
            DISPLAY 'RELATORIO EMITIDO NO ARQUIVO DE IMPRESSAO.'

            MOVE 'SEGFUNCAO'              TO WS-AUD-PROGRAMA
            MOVE 'SEGREGACAO'             TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'MES ' WS-AAAAMM-INF ' OCORRENCIAS ' WS-QT-TOTAL
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P1-FIM.

      *FILA DE CORRECOES DE NOTA: DECIDIDA PELO PROPRIO SOLICITANTE
      *(A FILA NAO GUARDA A DATA DA DECISAO - VALE O MES DO PEDIDO)
       P2-FILA-NOTAS.
            SET EOF-OK                    TO FALSE
            SET FPD-OK                    TO TRUE
            OPEN INPUT PENDENCIA
            IF NOT FPD-OK
               CLOSE PENDENCIA
               GO TO P2-FILA-NOTAS-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ PENDENCIA NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        COMPUTE WS-ANOMES-CALC = DT-SOLICITACAO / 100
                        END-COMPUTE
                        IF WS-ANOMES-CALC EQUAL WS-AAAAMM-INF
                           AND ST-PENDENCIA NOT EQUAL 'P'
                           AND OP-APROVADOR NOT EQUAL SPACES
                           AND OP-APROVADOR EQUAL OP-SOLICITANTE
                           ADD 1          TO WS-QT-NOTAS
                           MOVE SPACES    TO WS-LINHA-SEG
                           STRING 'NOTA      PEND ' ID-PENDENCIA
                                  ' ALUNO ' ID-ALUNO-PEND
                                  ' MAT ' ID-MATERIA-PEND
                                  ' SIT ' ST-PENDENCIA
                                  ' SOLICITOU E DECIDIU: '
                                  FUNCTION TRIM(OP-SOLICITANTE)
                                  DELIMITED BY SIZE
                                  INTO WS-LINHA-SEG
                           END-STRING
                           PERFORM P9-IMPRIME THRU P9-IMPRIME-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PENDENCIA
            .
       P2-FILA-NOTAS-FIM.

      *PEDIDOS DE DEVOLUCAO DE CREDITO DECIDIDOS NO MES PELO PROPRIO
      *OPERADOR QUE OS REGISTROU
       P3-DEVOLUCOES.
            SET EOF-OK                    TO FALSE
            SET FDV-OK                    TO TRUE
            OPEN INPUT DEVOLUCAO
            IF NOT FDV-OK
               CLOSE DEVOLUCAO
               GO TO P3-DEVOLUCOES-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ DEVOLUCAO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        COMPUTE WS-DEV-ANOMES = DT-DECISAO-DEV / 100
                        END-COMPUTE
                        IF WS-DEV-ANOMES EQUAL WS-AAAAMM-INF
                           AND OP-DECISAO-DEV NOT EQUAL SPACES
                           AND OP-DECISAO-DEV EQUAL OP-PEDIDO-DEV
                           ADD 1          TO WS-QT-DEVOL
                           MOVE SPACES    TO WS-LINHA-SEG
                           STRING 'DEVOLUCAO ' ID-DEVOLUCAO
                                  ' ALUNO ' ID-ALUNO-DEV
                                  ' SIT ' ST-DEVOLUCAO
                                  ' PEDIU E DECIDIU: '
                                  FUNCTION TRIM(OP-PEDIDO-DEV)
                                  DELIMITED BY SIZE
                                  INTO WS-LINHA-SEG
                           END-STRING
                           PERFORM P9-IMPRIME THRU P9-IMPRIME-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DEVOLUCAO
            .
       P3-DEVOLUCOES-FIM.

      *LE A TRILHA DO MES: ARQUIVO ROTACIONADO DO MES, DO MES
      *SEGUINTE (ROTACAO FEITA NA VIRADA) E O LOG CORRENTE
       P4-TRILHA.
            SET FAC-OK                    TO TRUE
            OPEN INPUT ACORDO
            SET FILES-OK                  TO TRUE
            OPEN INPUT OPERADOR

            MOVE SPACES                   TO WS-PATH-LEITURA
            STRING FUNCTION TRIM(WS-PATH-AUDITORIA) '.'
                   WS-AAAAMM-INF
                   DELIMITED BY SIZE
                   INTO WS-PATH-LEITURA
            END-STRING
            PERFORM P4A-LE-ARQUIVO        THRU P4A-LE-ARQUIVO-FIM

            MOVE SPACES                   TO WS-PATH-LEITURA
            STRING FUNCTION TRIM(WS-PATH-AUDITORIA) '.'
                   WS-ANOMES-SEGUINTE
                   DELIMITED BY SIZE
                   INTO WS-PATH-LEITURA
            END-STRING
            PERFORM P4A-LE-ARQUIVO        THRU P4A-LE-ARQUIVO-FIM

            MOVE WS-PATH-AUDITORIA        TO WS-PATH-LEITURA
            PERFORM P4A-LE-ARQUIVO        THRU P4A-LE-ARQUIVO-FIM

            CLOSE ACORDO
            CLOSE OPERADOR
            .
       P4-TRILHA-FIM.

      *LE UM ARQUIVO DA TRILHA, SO AS LINHAS DO MES DO RELATORIO
       P4A-LE-ARQUIVO.
            SET EOF-OK                    TO FALSE
            SET FAM-OK                    TO TRUE
            OPEN INPUT AUDIMES
            IF NOT FAM-OK
               CLOSE AUDIMES
               GO TO P4A-LE-ARQUIVO-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ AUDIMES INTO WS-SEG-LINHA
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF WS-SEG-ANOMES EQUAL WS-AAAAMM-X
                           ADD 1          TO WS-QT-LINHAS
                           PERFORM P4B-AVALIA-LINHA
                                   THRU P4B-AVALIA-LINHA-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUDIMES
            .
       P4A-LE-ARQUIVO-FIM.

      *SEPARA AS LINHAS QUE INTERESSAM AO CONFRONTO
       P4B-AVALIA-LINHA.
            EVALUATE TRUE
                WHEN WS-SEG-PROG EQUAL 'MENSALID'
                     AND WS-SEG-OPER EQUAL 'DESCONTO'
                    PERFORM P4C-GUARDA-DESCONTO
                            THRU P4C-GUARDA-DESCONTO-FIM
                WHEN WS-SEG-PROG EQUAL 'BOLSALUN'
                     AND WS-SEG-OPER EQUAL 'INCLUSAO'
                    PERFORM P4D-GUARDA-BOLSA
                            THRU P4D-GUARDA-BOLSA-FIM
                WHEN WS-SEG-PROG EQUAL 'RENEGOC'
                     AND WS-SEG-OPER EQUAL 'PAGAPARC'
                    PERFORM P4E-CONFERE-ACORDO
                            THRU P4E-CONFERE-ACORDO-FIM
                WHEN WS-SEG-PROG EQUAL 'ADMOPER'
                     AND (WS-SEG-OPER EQUAL 'ALTERACAO'
                          OR WS-SEG-OPER EQUAL 'DESBLOQ')
                    PERFORM P4F-CONFERE-OPERADOR
                            THRU P4F-CONFERE-OPERADOR-FIM
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P4B-AVALIA-LINHA-FIM.

      *DETALHE: 'ALUNO aaaaa MES aaaamm DESC ...'
       P4C-GUARDA-DESCONTO.
            IF WS-SEG-DET (7:5) NOT NUMERIC
               OR WS-SEG-DET (17:6) NOT NUMERIC
               GO TO P4C-GUARDA-DESCONTO-FIM
            END-IF
            IF WS-QT-DSC NOT LESS THAN 500
               SET TAB-CHEIA              TO TRUE
               GO TO P4C-GUARDA-DESCONTO-FIM
            END-IF
            ADD 1                         TO WS-QT-DSC
            MOVE WS-SEG-DET (7:5)         TO WS-DSC-ALUNO(WS-QT-DSC)
            MOVE WS-SEG-DET (17:6)        TO WS-DSC-MES(WS-QT-DSC)
            MOVE WS-SEG-OPERADOR          TO WS-DSC-OPER(WS-QT-DSC)
            .
       P4C-GUARDA-DESCONTO-FIM.

      *DETALHE: 'BOLSA nnnnn ALUNO aaaaa ...'
       P4D-GUARDA-BOLSA.
            IF WS-SEG-DET (7:5) NOT NUMERIC
               OR WS-SEG-DET (19:5) NOT NUMERIC
               GO TO P4D-GUARDA-BOLSA-FIM
            END-IF
            IF WS-QT-BOL NOT LESS THAN 200
               SET TAB-CHEIA              TO TRUE
               GO TO P4D-GUARDA-BOLSA-FIM
            END-IF
            ADD 1                         TO WS-QT-BOL
            MOVE WS-SEG-DET (7:5)         TO WS-BOL-NR(WS-QT-BOL)
            MOVE WS-SEG-DET (19:5)        TO WS-BOL-ALUNO(WS-QT-BOL)
            MOVE WS-SEG-OPERADOR          TO WS-BOL-OPER(WS-QT-BOL)
            .
       P4D-GUARDA-BOLSA-FIM.

      *PARCELA RECEBIDA PELO OPERADOR QUE FECHOU O ACORDO
      *DETALHE: 'ACORDO nnnnn PARCELA pp VALOR ...'
       P4E-CONFERE-ACORDO.
            IF NOT FAC-OK
               OR WS-SEG-DET (8:5) NOT NUMERIC
               GO TO P4E-CONFERE-ACORDO-FIM
            END-IF
            MOVE WS-SEG-DET (8:5)         TO ID-ACORDO
            READ ACORDO
                KEY IS ID-ACORDO
                INVALID KEY
                    MOVE SPACES           TO OP-ACORDO
            END-READ
            SET FAC-OK                    TO TRUE
            IF OP-ACORDO NOT EQUAL SPACES
               AND OP-ACORDO EQUAL WS-SEG-OPERADOR
               ADD 1                      TO WS-QT-ACORDO
               MOVE SPACES                TO WS-LINHA-SEG
               STRING 'ACORDO    ' WS-SEG-DET (8:5)
                      ' PARC ' WS-SEG-DET (22:2)
                      ' ALUNO ' ID-ALUNO-ACD
                      ' FECHOU E RECEBEU: '
                      FUNCTION TRIM(WS-SEG-OPERADOR)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-SEG
               END-STRING
               PERFORM P9-IMPRIME         THRU P9-IMPRIME-FIM
            END-IF
            .
       P4E-CONFERE-ACORDO-FIM.

      *ALTERACAO OU DESBLOQUEIO FEITO PELO PROPRIO OPERADOR
      *DETALHE: 'OPERADOR nnn ...'
       P4F-CONFERE-OPERADOR.
            IF NOT FILES-OK
               OR WS-SEG-DET (10:3) NOT NUMERIC
               GO TO P4F-CONFERE-OPERADOR-FIM
            END-IF
            MOVE WS-SEG-DET (10:3)        TO ID-OPERADOR
            READ OPERADOR
                KEY IS ID-OPERADOR
                INVALID KEY
                    MOVE SPACES           TO USUARIO
            END-READ
            SET FILES-OK                  TO TRUE
            IF USUARIO EQUAL SPACES
               OR USUARIO NOT EQUAL WS-SEG-OPERADOR
               GO TO P4F-CONFERE-OPERADOR-FIM
            END-IF
            MOVE SPACES                   TO WS-LINHA-SEG
            IF WS-SEG-OPER EQUAL 'DESBLOQ'
               ADD 1                      TO WS-QT-DESBLOQ
               STRING 'ADMOPER   OPERADOR ' ID-OPERADOR
                      ' DESBLOQUEOU A PROPRIA CONTA: '
                      FUNCTION TRIM(USUARIO)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-SEG
               END-STRING
            ELSE
               ADD 1                      TO WS-QT-PERFIL
               STRING 'ADMOPER   OPERADOR ' ID-OPERADOR
                      ' ALTEROU O PROPRIO CADASTRO ('
                      FUNCTION TRIM(WS-SEG-DET (14:27)) '): '
                      FUNCTION TRIM(USUARIO)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-SEG
               END-STRING
            END-IF
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            .
       P4F-CONFERE-OPERADOR-FIM.

      *RECIBOS DO MES: O OPERADOR DO RECIBO CONCEDEU O DESCONTO DA
      *MENSALIDADE OU A BOLSA DO ALUNO NO MES
       P5-RECIBOS.
            IF WS-QT-DSC EQUAL ZEROS AND WS-QT-BOL EQUAL ZEROS
               GO TO P5-RECIBOS-FIM
            END-IF
            SET EOF-OK                    TO FALSE
            SET FRC-OK                    TO TRUE
            OPEN INPUT RECIBO
            IF NOT FRC-OK
               CLOSE RECIBO
               GO TO P5-RECIBOS-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ RECIBO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        COMPUTE WS-RCB-ANOMES = DT-RECIBO / 100
                        END-COMPUTE
                        IF WS-RCB-ANOMES EQUAL WS-AAAAMM-INF
                           PERFORM P5A-CONFRONTA
                                   THRU P5A-CONFRONTA-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RECIBO
            .
       P5-RECIBOS-FIM.

       P5A-CONFRONTA.
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-DSC
                IF WS-DSC-ALUNO(WS-IX) EQUAL ID-ALUNO-RCB
                   AND WS-DSC-MES(WS-IX) EQUAL AAAAMM-RCB
                   AND WS-DSC-OPER(WS-IX) EQUAL OP-RECIBO
                   ADD 1                  TO WS-QT-DESCONTO
                   MOVE SPACES            TO WS-LINHA-SEG
                   STRING 'DESCONTO  RECIBO ' ID-RECIBO
                          ' ALUNO ' ID-ALUNO-RCB
                          ' MES ' AAAAMM-RCB
                          ' CONCEDEU E RECEBEU: '
                          FUNCTION TRIM(OP-RECIBO)
                          DELIMITED BY SIZE
                          INTO WS-LINHA-SEG
                   END-STRING
                   PERFORM P9-IMPRIME     THRU P9-IMPRIME-FIM
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-BOL
                IF WS-BOL-ALUNO(WS-IX) EQUAL ID-ALUNO-RCB
                   AND WS-BOL-OPER(WS-IX) EQUAL OP-RECIBO
                   ADD 1                  TO WS-QT-BOLSA
                   MOVE SPACES            TO WS-LINHA-SEG
                   STRING 'BOLSA     ' WS-BOL-NR(WS-IX)
                          ' RECIBO ' ID-RECIBO
                          ' ALUNO ' ID-ALUNO-RCB
                          ' CONCEDEU E RECEBEU: '
                          FUNCTION TRIM(OP-RECIBO)
                          DELIMITED BY SIZE
                          INTO WS-LINHA-SEG
                   END-STRING
                   PERFORM P9-IMPRIME     THRU P9-IMPRIME-FIM
                END-IF
            END-PERFORM
            .
       P5A-CONFRONTA-FIM.

      *IMPRIME A LINHA MONTADA E A MOSTRA NA TELA
       P9-IMPRIME.
            DISPLAY WS-LINHA-SEG
            MOVE WS-LINHA-SEG             TO REG-IMPREL
            WRITE REG-IMPREL
            .
       P9-IMPRIME-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM SEGFUNCAO.
