      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: gerenciador da fila de impressao (CFP001S108): lista
      *          as impressoes registradas pelos programas (boletins,
      *          relatorios, recibos, cartas, declaracoes ...) e
      *          permite enviar, reter, liberar, reimprimir, cancelar
      *          e direcionar cada entrada para uma impressora do
      *          cadastro de impressoras (CFP001S109). a entrada sem
      *          impressora vai para a impressora padrao do tipo de
      *          documento. o envio copia a imagem guardada da
      *          impressao (CFP001T29.NNNNN) para o destino da
      *          impressora
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO GERENCIADOR DA FILA DE
      *         IMPRESSAO E DO CADASTRO DE IMPRESSORAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPFILA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT SPOOL ASSIGN TO WS-PATH-SPOOL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SPOOL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSP.

                SELECT IMPRESSORA ASSIGN TO WS-PATH-IMPRESSORA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NM-IMPRESSORA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FIP.

      * IMAGEM GUARDADA DA IMPRESSAO (CAMINHO MONTADO COM O NUMERO)
                SELECT IMAGEM ASSIGN TO WS-PATH-IMAGEM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

      * DESTINO DA IMPRESSORA ESCOLHIDA NO ENVIO
                SELECT SAIDA ASSIGN TO WS-PATH-SAIDA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSA.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SPOOL.
          COPY CFPK0100.
       FD IMPRESSORA.
          COPY CFPK0101.
       FD IMAGEM.
       01 REG-IMAGEM                      PIC X(250).
       FD SAIDA.
       01 REG-SAIDA                       PIC X(250).
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       77 WS-FSP                          PIC 99.
          88 FSP-OK                       VALUE 0.
       77 WS-FIP                          PIC 99.
          88 FIP-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-FSA                          PIC 99.
          88 FSA-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EXIT-IMP                     PIC X.
          88 EXIT-IMP                     VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF-IMG                      PIC X VALUE 'N'.
          88 EOF-IMG                      VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S' FALSE 'N'.
       77 WS-ENVIOU                       PIC X VALUE 'N'.
          88 ENVIOU                       VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
      *CAMINHOS DA IMAGEM E DO DESTINO, MONTADOS EM TEMPO DE EXECUCAO
       77 WS-PATH-IMAGEM                  PIC X(100) VALUE SPACES.
       77 WS-PATH-SAIDA                   PIC X(100) VALUE SPACES.
       77 WS-PREFIXO-IMG                  PIC X(100) VALUE SPACES.
      *ENTRADA E IMPRESSORA INFORMADAS
       77 WS-ID-INF                       PIC 9(05) VALUE ZEROS.
       77 WS-ST-FILTRO                    PIC X VALUE SPACES.
       77 WS-IMP-INF                      PIC X(15) VALUE SPACES.
       77 WS-IMP-ENVIO                    PIC X(15) VALUE SPACES.
       77 WS-OPER-ENVIO                   PIC X(10) VALUE SPACES.
       77 WS-TP-DOC-INF                   PIC X(10) VALUE SPACES.
       77 WS-IND                          PIC 9(01) VALUE ZEROS.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA                   PIC 9(08) VALUE ZEROS.
      *CONTADORES
       77 WS-QT-LISTADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-ENVIADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-PAG-ENVIADAS              PIC 9(06) VALUE ZEROS.
       77 WS-QT-LINHAS                    PIC 9(07) VALUE ZEROS.
       77 WS-DS-SITUACAO                  PIC X(09) VALUE SPACES.

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
            MOVE 'IMPFILA'                TO WS-AUD-PROGRAMA
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** FILA DE IMPRESSAO ***'
            DISPLAY 'TECLE <L> PARA LISTAR A FILA, <E> PARA ENVIAR'
            DISPLAY 'UMA IMPRESSAO, <T> PARA ENVIAR TODAS AS'
            DISPLAY 'PENDENTES, <R> PARA RETER, <B> PARA LIBERAR,'
            DISPLAY '<I> PARA REIMPRIMIR, <C> PARA CANCELAR,'
            DISPLAY '<D> PARA DIRECIONAR A OUTRA IMPRESSORA,'
            DISPLAY '<M> PARA O CADASTRO DE IMPRESSORAS OU <S> PARA'
            DISPLAY 'SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'L'
                WHEN 'l'
                    PERFORM P2-LISTA      THRU P2-LISTA-FIM
                WHEN 'E'
                WHEN 'e'
                    MOVE 'ENVIA'          TO WS-OPER-ENVIO
                    PERFORM P3-ENVIA      THRU P3-ENVIA-FIM
                WHEN 'I'
                WHEN 'i'
                    MOVE 'REIMPRIME'      TO WS-OPER-ENVIO
                    PERFORM P3-ENVIA      THRU P3-ENVIA-FIM
                WHEN 'T'
                WHEN 't'
                    PERFORM P4-ENVIA-TODAS
                            THRU P4-ENVIA-TODAS-FIM
                WHEN 'R'
                WHEN 'r'
                WHEN 'B'
                WHEN 'b'
                WHEN 'C'
                WHEN 'c'
                    PERFORM P5-MUDA-SITUACAO
                            THRU P5-MUDA-SITUACAO-FIM
                WHEN 'D'
                WHEN 'd'
                    PERFORM P6-DIRECIONA  THRU P6-DIRECIONA-FIM
                WHEN 'M'
                WHEN 'm'
                    SET EXIT-IMP          TO FALSE
                    PERFORM P10-IMPRESSORAS
                            THRU P10-IMPRESSORAS-FIM UNTIL EXIT-IMP
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *LISTA A FILA, TODA OU SO AS ENTRADAS DE UMA SITUACAO
       P2-LISTA.
            DISPLAY 'Situacao (P=PENDENTE R=RETIDA E=ENVIADA'
                    ' C=CANCELADA, BRANCO = TODAS): '
            MOVE SPACES                   TO WS-ST-FILTRO
            ACCEPT WS-ST-FILTRO
            INSPECT WS-ST-FILTRO CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            MOVE ZEROS                    TO WS-QT-LISTADAS
            SET EOF-OK                    TO FALSE
            SET FSP-OK                    TO TRUE
            OPEN INPUT SPOOL
            IF NOT FSP-OK
               DISPLAY 'A FILA DE IMPRESSAO ESTA VAZIA.'
               CLOSE SPOOL
               GO TO P2-LISTA-FIM
            END-IF

            DISPLAY 'NUM   TIPO       PROGRAMA     OPERADOR        DATA'
                    '     HORA   PAG  SITUACAO  IMPRESSORA      ENV'
            PERFORM UNTIL EOF-OK
                READ SPOOL NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF WS-ST-FILTRO EQUAL SPACES
                           OR ST-SPL EQUAL WS-ST-FILTRO
                           ADD 1          TO WS-QT-LISTADAS
                           PERFORM P9-DESCREVE-SITUACAO
                                   THRU P9-DESCREVE-SITUACAO-FIM
                           DISPLAY ID-SPOOL ' ' TP-DOC-SPL ' '
                                   NM-PROGRAMA-SPL ' ' OP-SPL ' '
                                   DT-SPL ' ' HR-SPL ' '
                                   QT-PAGINAS-SPL ' ' WS-DS-SITUACAO
                                   ' ' NM-IMPRESSORA-SPL ' '
                                   QT-ENVIOS-SPL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SPOOL

            IF WS-QT-LISTADAS EQUAL ZEROS
               DISPLAY 'NENHUMA IMPRESSAO NA FILA.'
            ELSE
               DISPLAY WS-QT-LISTADAS ' IMPRESSAO(OES).'
               DISPLAY 'IMPRESSORA EM BRANCO = PADRAO DO TIPO DE'
                       ' DOCUMENTO'
            END-IF
            .
       P2-LISTA-FIM.

      *ENVIA (PENDENTE) OU REIMPRIME (JA ENVIADA) UMA ENTRADA, NA
      *IMPRESSORA DA ENTRADA OU NUMA INFORMADA NA HORA
       P3-ENVIA.
            DISPLAY 'Informe o numero da impressao: '
            ACCEPT WS-ID-INF
            DISPLAY 'Impressora (BRANCO = A DA ENTRADA/PADRAO DO'
                    ' TIPO): '
            MOVE SPACES                   TO WS-IMP-INF
            ACCEPT WS-IMP-INF
            INSPECT WS-IMP-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            PERFORM P7-ABRE-ARQUIVOS      THRU P7-ABRE-ARQUIVOS-FIM
            IF NOT FSP-OK OR NOT FIP-OK
               GO TO P3-ENVIA-FIM
            END-IF

            MOVE WS-ID-INF                TO ID-SPOOL
            READ SPOOL
                KEY IS ID-SPOOL
                INVALID KEY
                    DISPLAY 'IMPRESSAO NAO CONSTA NA FILA!'
                    CLOSE SPOOL
                    CLOSE IMPRESSORA
                    GO TO P3-ENVIA-FIM
            END-READ

            IF WS-OPER-ENVIO EQUAL 'ENVIA'
               IF NOT SPL-PENDENTE
                  PERFORM P9-DESCREVE-SITUACAO
                          THRU P9-DESCREVE-SITUACAO-FIM
                  DISPLAY 'A IMPRESSAO ESTA ' WS-DS-SITUACAO
                          ' - SO A PENDENTE PODE SER ENVIADA.'
                  IF SPL-ENVIADA
                     DISPLAY 'USE <I> PARA REIMPRIMIR.'
                  END-IF
                  CLOSE SPOOL
                  CLOSE IMPRESSORA
                  GO TO P3-ENVIA-FIM
               END-IF
            ELSE
               IF NOT SPL-ENVIADA
                  DISPLAY 'SO A IMPRESSAO JA ENVIADA PODE SER'
                          ' REIMPRESSA.'
                  CLOSE SPOOL
                  CLOSE IMPRESSORA
                  GO TO P3-ENVIA-FIM
               END-IF
            END-IF

            PERFORM P8-ENVIA-ENTRADA      THRU P8-ENVIA-ENTRADA-FIM
            CLOSE SPOOL
            CLOSE IMPRESSORA
            .
       P3-ENVIA-FIM.

      *ENVIA TODAS AS PENDENTES, CADA UMA PARA A SUA IMPRESSORA
      *(RETIDAS E CANCELADAS FICAM DE FORA)
       P4-ENVIA-TODAS.
            DISPLAY 'Enviar todas as impressoes pendentes (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               GO TO P4-ENVIA-TODAS-FIM
            END-IF

            MOVE SPACES                   TO WS-IMP-INF
            MOVE 'ENVIA'                  TO WS-OPER-ENVIO
            PERFORM P7-ABRE-ARQUIVOS      THRU P7-ABRE-ARQUIVOS-FIM
            IF NOT FSP-OK OR NOT FIP-OK
               GO TO P4-ENVIA-TODAS-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-LISTADAS
                                             WS-QT-ENVIADAS
                                             WS-QT-PAG-ENVIADAS
            SET EOF-OK                    TO FALSE
            MOVE ZEROS                    TO ID-SPOOL
            START SPOOL KEY NOT LESS THAN ID-SPOOL
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ SPOOL NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF SPL-PENDENTE
                           ADD 1          TO WS-QT-LISTADAS
                           PERFORM P8-ENVIA-ENTRADA
                                   THRU P8-ENVIA-ENTRADA-FIM
                           IF ENVIOU
                              ADD 1       TO WS-QT-ENVIADAS
                              ADD QT-PAGINAS-SPL
                                          TO WS-QT-PAG-ENVIADAS
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SPOOL
            CLOSE IMPRESSORA

            IF WS-QT-LISTADAS EQUAL ZEROS
               DISPLAY 'NENHUMA IMPRESSAO PENDENTE.'
            ELSE
               DISPLAY WS-QT-ENVIADAS ' DE ' WS-QT-LISTADAS
                       ' IMPRESSAO(OES) PENDENTE(S) ENVIADA(S) - '
                       WS-QT-PAG-ENVIADAS ' PAGINA(S).'
            END-IF
            .
       P4-ENVIA-TODAS-FIM.

      *RETEM (PENDENTE -> RETIDA), LIBERA (RETIDA -> PENDENTE) OU
      *CANCELA (PENDENTE OU RETIDA -> CANCELADA) UMA ENTRADA
       P5-MUDA-SITUACAO.
            DISPLAY 'Informe o numero da impressao: '
            ACCEPT WS-ID-INF

            SET FSP-OK                    TO TRUE
            OPEN I-O SPOOL
            IF NOT FSP-OK
               DISPLAY 'A FILA DE IMPRESSAO ESTA VAZIA.'
               CLOSE SPOOL
               GO TO P5-MUDA-SITUACAO-FIM
            END-IF

            MOVE WS-ID-INF                TO ID-SPOOL
            READ SPOOL
                KEY IS ID-SPOOL
                INVALID KEY
                    DISPLAY 'IMPRESSAO NAO CONSTA NA FILA!'
                    CLOSE SPOOL
                    GO TO P5-MUDA-SITUACAO-FIM
            END-READ
            PERFORM P9-DESCREVE-SITUACAO
                    THRU P9-DESCREVE-SITUACAO-FIM

            EVALUATE WS-OPCAO
                WHEN 'R'
                WHEN 'r'
                    IF NOT SPL-PENDENTE
                       DISPLAY 'A IMPRESSAO ESTA ' WS-DS-SITUACAO
                               ' - SO A PENDENTE PODE SER RETIDA.'
                       CLOSE SPOOL
                       GO TO P5-MUDA-SITUACAO-FIM
                    END-IF
                    SET SPL-RETIDA        TO TRUE
                    MOVE 'RETEM'          TO WS-AUD-OPERACAO
                WHEN 'B'
                WHEN 'b'
                    IF NOT SPL-RETIDA
                       DISPLAY 'A IMPRESSAO ESTA ' WS-DS-SITUACAO
                               ' - SO A RETIDA PODE SER LIBERADA.'
                       CLOSE SPOOL
                       GO TO P5-MUDA-SITUACAO-FIM
                    END-IF
                    SET SPL-PENDENTE      TO TRUE
                    MOVE 'LIBERA'         TO WS-AUD-OPERACAO
                WHEN OTHER
                    IF NOT SPL-PENDENTE AND NOT SPL-RETIDA
                       DISPLAY 'A IMPRESSAO ESTA ' WS-DS-SITUACAO
                               ' - NAO PODE SER CANCELADA.'
                       CLOSE SPOOL
                       GO TO P5-MUDA-SITUACAO-FIM
                    END-IF
                    DISPLAY TP-DOC-SPL ' DO ' NM-PROGRAMA-SPL
                            ' DE ' DT-SPL ' - ' QT-PAGINAS-SPL
                            ' PAG.'
                    DISPLAY 'Confirma o cancelamento (S/N)? '
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
                       DISPLAY 'CANCELAMENTO DESISTIDO.'
                       CLOSE SPOOL
                       GO TO P5-MUDA-SITUACAO-FIM
                    END-IF
                    SET SPL-CANCELADA     TO TRUE
                    MOVE 'CANCELA'        TO WS-AUD-OPERACAO
            END-EVALUATE

            REWRITE REG-SPOOL
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR A FILA DE IMPRESSAO'
                NOT INVALID KEY
                    PERFORM P9-DESCREVE-SITUACAO
                            THRU P9-DESCREVE-SITUACAO-FIM
                    DISPLAY 'IMPRESSAO ' ID-SPOOL ' AGORA '
                            WS-DS-SITUACAO
                    MOVE SPACES           TO WS-AUD-DETALHE
                    STRING 'IMPRESSAO ' ID-SPOOL ' '
                           TP-DOC-SPL
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            CLOSE SPOOL
            .
       P5-MUDA-SITUACAO-FIM.

      *DIRECIONA UMA ENTRADA AINDA NAO ENVIADA PARA UMA IMPRESSORA
      *DO CADASTRO (BRANCO VOLTA PARA A PADRAO DO TIPO)
       P6-DIRECIONA.
            DISPLAY 'Informe o numero da impressao: '
            ACCEPT WS-ID-INF
            DISPLAY 'Impressora (BRANCO = PADRAO DO TIPO): '
            MOVE SPACES                   TO WS-IMP-INF
            ACCEPT WS-IMP-INF
            INSPECT WS-IMP-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            MOVE SPACES                   TO WS-OPER-ENVIO
            PERFORM P7-ABRE-ARQUIVOS      THRU P7-ABRE-ARQUIVOS-FIM
            IF NOT FSP-OK OR NOT FIP-OK
               GO TO P6-DIRECIONA-FIM
            END-IF

            MOVE WS-ID-INF                TO ID-SPOOL
            READ SPOOL
                KEY IS ID-SPOOL
                INVALID KEY
                    DISPLAY 'IMPRESSAO NAO CONSTA NA FILA!'
                    CLOSE SPOOL
                    CLOSE IMPRESSORA
                    GO TO P6-DIRECIONA-FIM
            END-READ
            IF NOT SPL-PENDENTE AND NOT SPL-RETIDA
               PERFORM P9-DESCREVE-SITUACAO
                       THRU P9-DESCREVE-SITUACAO-FIM
               DISPLAY 'A IMPRESSAO ESTA ' WS-DS-SITUACAO
                       ' - USE <I> PARA REIMPRIMIR EM OUTRA'
                       ' IMPRESSORA.'
               CLOSE SPOOL
               CLOSE IMPRESSORA
               GO TO P6-DIRECIONA-FIM
            END-IF

            IF WS-IMP-INF NOT EQUAL SPACES
               MOVE WS-IMP-INF            TO NM-IMPRESSORA
               READ IMPRESSORA
                   KEY IS NM-IMPRESSORA
                   INVALID KEY
                       DISPLAY 'IMPRESSORA NAO CADASTRADA!'
                       CLOSE SPOOL
                       CLOSE IMPRESSORA
                       GO TO P6-DIRECIONA-FIM
               END-READ
               IF ST-IMPRESSORA EQUAL 'I'
                  DISPLAY 'IMPRESSORA INATIVA!'
                  CLOSE SPOOL
                  CLOSE IMPRESSORA
                  GO TO P6-DIRECIONA-FIM
               END-IF
            END-IF

            MOVE WS-IMP-INF               TO NM-IMPRESSORA-SPL
            REWRITE REG-SPOOL
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR A FILA DE IMPRESSAO'
                NOT INVALID KEY
                    IF WS-IMP-INF EQUAL SPACES
                       DISPLAY 'IMPRESSAO ' ID-SPOOL ' VAI PARA A'
                               ' IMPRESSORA PADRAO DO TIPO.'
                    ELSE
                       DISPLAY 'IMPRESSAO ' ID-SPOOL
                               ' DIRECIONADA PARA ' WS-IMP-INF
                    END-IF
                    MOVE 'DIRECIONA'      TO WS-AUD-OPERACAO
                    MOVE SPACES           TO WS-AUD-DETALHE
                    STRING 'IMPRESSAO ' ID-SPOOL ' PARA '
                           WS-IMP-INF
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            CLOSE SPOOL
            CLOSE IMPRESSORA
            .
       P6-DIRECIONA-FIM.

      *ABRE A FILA EM I-O E O CADASTRO DE IMPRESSORAS PARA LEITURA
       P7-ABRE-ARQUIVOS.
            SET FSP-OK                    TO TRUE
            SET FIP-OK                    TO TRUE
            OPEN I-O SPOOL
            IF NOT FSP-OK
               DISPLAY 'A FILA DE IMPRESSAO ESTA VAZIA.'
               CLOSE SPOOL
               GO TO P7-ABRE-ARQUIVOS-FIM
            END-IF
            OPEN INPUT IMPRESSORA
            IF NOT FIP-OK
               DISPLAY 'NENHUMA IMPRESSORA CADASTRADA - USE <M> PARA'
                       ' CADASTRAR.'
               CLOSE SPOOL
               CLOSE IMPRESSORA
            END-IF
            .
       P7-ABRE-ARQUIVOS-FIM.

      *ENVIA A ENTRADA CORRENTE DA FILA: ESCOLHE A IMPRESSORA
      *(INFORMADA, A DA ENTRADA OU A PADRAO DO TIPO), COPIA A IMAGEM
      *GUARDADA PARA O DESTINO DELA E MARCA A ENTRADA COMO ENVIADA.
      *A FILA ESTA ABERTA EM I-O E AS IMPRESSORAS PARA LEITURA
       P8-ENVIA-ENTRADA.
            SET ENVIOU                    TO FALSE
            SET ACHOU                     TO FALSE
            IF WS-IMP-INF NOT EQUAL SPACES
               MOVE WS-IMP-INF            TO WS-IMP-ENVIO
            ELSE
               MOVE NM-IMPRESSORA-SPL     TO WS-IMP-ENVIO
            END-IF

            IF WS-IMP-ENVIO NOT EQUAL SPACES
               MOVE WS-IMP-ENVIO          TO NM-IMPRESSORA
               READ IMPRESSORA
                   KEY IS NM-IMPRESSORA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-IMPRESSORA NOT EQUAL 'I'
                          SET ACHOU       TO TRUE
                       END-IF
               END-READ
            ELSE
               MOVE TP-DOC-SPL            TO WS-TP-DOC-INF
               PERFORM P8A-IMPRESSORA-PADRAO
                       THRU P8A-IMPRESSORA-PADRAO-FIM
            END-IF
            IF NOT ACHOU
               IF WS-IMP-ENVIO EQUAL SPACES
                  DISPLAY 'IMPRESSAO ' ID-SPOOL ' - NENHUMA IMPRESSORA'
                          ' ATIVA PADRAO PARA ' TP-DOC-SPL
               ELSE
                  DISPLAY 'IMPRESSAO ' ID-SPOOL ' - IMPRESSORA '
                          WS-IMP-ENVIO ' INEXISTENTE OU INATIVA'
               END-IF
               GO TO P8-ENVIA-ENTRADA-FIM
            END-IF

            MOVE SPACES                   TO WS-PREFIXO-IMG
            UNSTRING WS-PATH-SPOOLIMG DELIMITED BY '.LST'
                INTO WS-PREFIXO-IMG
            END-UNSTRING
            MOVE SPACES                   TO WS-PATH-IMAGEM
            STRING FUNCTION TRIM(WS-PREFIXO-IMG) '.' ID-SPOOL
                   DELIMITED BY SIZE
                   INTO WS-PATH-IMAGEM
            END-STRING
            MOVE DS-DESTINO-IMP           TO WS-PATH-SAIDA

            SET FIM-OK                    TO TRUE
            OPEN INPUT IMAGEM
            IF NOT FIM-OK
               DISPLAY 'IMPRESSAO ' ID-SPOOL ' - IMAGEM DA IMPRESSAO'
                       ' NAO ENCONTRADA'
               CLOSE IMAGEM
               GO TO P8-ENVIA-ENTRADA-FIM
            END-IF
            SET FSA-OK                    TO TRUE
            OPEN EXTEND SAIDA
            IF WS-FSA EQUAL 35
               OPEN OUTPUT SAIDA
            END-IF
            IF NOT FSA-OK
               DISPLAY 'IMPRESSAO ' ID-SPOOL ' - ERRO AO ABRIR O'
                       ' DESTINO DA IMPRESSORA ' NM-IMPRESSORA
               MOVE WS-FSA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FSA ' - ' WS-FS-MSG
               CLOSE IMAGEM
               CLOSE SAIDA
               GO TO P8-ENVIA-ENTRADA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-LINHAS
            SET EOF-IMG                   TO FALSE
            PERFORM UNTIL EOF-IMG
                READ IMAGEM
                    AT END
                        SET EOF-IMG       TO TRUE
                    NOT AT END
                        MOVE REG-IMAGEM   TO REG-SAIDA
                        WRITE REG-SAIDA
                        ADD 1             TO WS-QT-LINHAS
                END-READ
            END-PERFORM
            CLOSE IMAGEM
            CLOSE SAIDA

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME
            SET SPL-ENVIADA               TO TRUE
            MOVE NM-IMPRESSORA            TO NM-IMPRESSORA-SPL
            ADD 1                         TO QT-ENVIOS-SPL
            MOVE WS-DATA-HOJE             TO DT-ENVIO-SPL
            MOVE WS-HORA-AGORA(1:6)       TO HR-ENVIO-SPL
            MOVE LK-OPERADOR              TO OP-ENVIO-SPL
            REWRITE REG-SPOOL
                INVALID KEY
                    DISPLAY 'IMPRESSAO ' ID-SPOOL ' - ERRO AO'
                            ' ATUALIZAR A FILA DE IMPRESSAO'
                NOT INVALID KEY
                    SET ENVIOU            TO TRUE
                    DISPLAY 'IMPRESSAO ' ID-SPOOL ' (' TP-DOC-SPL
                            ', ' QT-PAGINAS-SPL ' PAG.) ENVIADA PARA '
                            NM-IMPRESSORA
                    MOVE WS-OPER-ENVIO    TO WS-AUD-OPERACAO
                    MOVE SPACES           TO WS-AUD-DETALHE
                    STRING 'IMPRESSAO ' ID-SPOOL ' PARA '
                           NM-IMPRESSORA
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            .
       P8-ENVIA-ENTRADA-FIM.

      *PROCURA A PRIMEIRA IMPRESSORA ATIVA QUE TEM WS-TP-DOC-INF
      *ENTRE OS SEUS TIPOS DE DOCUMENTO PADRAO
       P8A-IMPRESSORA-PADRAO.
            SET ACHOU                     TO FALSE
            SET EOF-IMG                   TO FALSE
            MOVE LOW-VALUES               TO NM-IMPRESSORA
            START IMPRESSORA KEY NOT LESS THAN NM-IMPRESSORA
                INVALID KEY
                    SET EOF-IMG           TO TRUE
            END-START
            PERFORM UNTIL EOF-IMG OR ACHOU
                READ IMPRESSORA NEXT RECORD
                    AT END
                        SET EOF-IMG       TO TRUE
                    NOT AT END
                        IF ST-IMPRESSORA NOT EQUAL 'I'
                           PERFORM VARYING WS-IND FROM 1 BY 1
                                   UNTIL WS-IND GREATER THAN 5
                                      OR ACHOU
                               IF TP-DOC-IMP(WS-IND) EQUAL
                                  WS-TP-DOC-INF
                                  SET ACHOU TO TRUE
                               END-IF
                           END-PERFORM
                        END-IF
                END-READ
            END-PERFORM
            .
       P8A-IMPRESSORA-PADRAO-FIM.

      *DESCRICAO DA SITUACAO DA ENTRADA CORRENTE
       P9-DESCREVE-SITUACAO.
            EVALUATE TRUE
                WHEN SPL-PENDENTE
                    MOVE 'PENDENTE'       TO WS-DS-SITUACAO
                WHEN SPL-RETIDA
                    MOVE 'RETIDA'         TO WS-DS-SITUACAO
                WHEN SPL-ENVIADA
                    MOVE 'ENVIADA'        TO WS-DS-SITUACAO
                WHEN SPL-CANCELADA
                    MOVE 'CANCELADA'      TO WS-DS-SITUACAO
                WHEN OTHER
                    MOVE ST-SPL           TO WS-DS-SITUACAO
            END-EVALUATE
            .
       P9-DESCREVE-SITUACAO-FIM.

      *CADASTRO DE IMPRESSORAS
       P10-IMPRESSORAS.
            DISPLAY '*** CADASTRO DE IMPRESSORAS ***'
            DISPLAY 'TECLE <I> PARA INCLUIR/ALTERAR, <L> PARA'
            DISPLAY 'LISTAR, <A> PARA ATIVAR/INATIVAR OU <V> PARA'
            DISPLAY 'VOLTAR A FILA:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I'
                WHEN 'i'
                    PERFORM P11-GRAVA-IMPRESSORA
                            THRU P11-GRAVA-IMPRESSORA-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P12-LISTA-IMPRESSORAS
                            THRU P12-LISTA-IMPRESSORAS-FIM
                WHEN 'A'
                WHEN 'a'
                    PERFORM P13-ATIVA-IMPRESSORA
                            THRU P13-ATIVA-IMPRESSORA-FIM
                WHEN 'V'
                WHEN 'v'
                    SET EXIT-IMP          TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P10-IMPRESSORAS-FIM.

      *INCLUI UMA IMPRESSORA OU ALTERA A EXISTENTE DE MESMO NOME
       P11-GRAVA-IMPRESSORA.
            DISPLAY 'Nome da impressora (ex.: LASER-SECRET): '
            MOVE SPACES                   TO WS-IMP-INF
            ACCEPT WS-IMP-INF
            INSPECT WS-IMP-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF WS-IMP-INF EQUAL SPACES
               GO TO P11-GRAVA-IMPRESSORA-FIM
            END-IF

            SET FIP-OK                    TO TRUE
            OPEN I-O IMPRESSORA
            IF WS-FIP EQUAL 35
                 CLOSE IMPRESSORA
                 OPEN OUTPUT IMPRESSORA
                 CLOSE IMPRESSORA
                 OPEN I-O IMPRESSORA
            END-IF
            IF NOT FIP-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE IMPRESSORAS'
               MOVE WS-FIP TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FIP ' - ' WS-FS-MSG
               CLOSE IMPRESSORA
               GO TO P11-GRAVA-IMPRESSORA-FIM
            END-IF

            SET ACHOU                     TO TRUE
            MOVE WS-IMP-INF               TO NM-IMPRESSORA
            READ IMPRESSORA
                KEY IS NM-IMPRESSORA
                INVALID KEY
                    SET ACHOU             TO FALSE
                    MOVE SPACES           TO REG-IMPRESSORA
                    MOVE WS-IMP-INF       TO NM-IMPRESSORA
                    MOVE 'A'              TO ST-IMPRESSORA
            END-READ
            IF ACHOU
               DISPLAY 'IMPRESSORA JA CADASTRADA: ' DS-IMPRESSORA
               DISPLAY 'Alterar (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
                  CLOSE IMPRESSORA
                  GO TO P11-GRAVA-IMPRESSORA-FIM
               END-IF
            END-IF

            DISPLAY 'Descricao: '
            ACCEPT DS-IMPRESSORA
            MOVE SPACES                   TO TP-IMPRESSORA
            PERFORM UNTIL TP-IMPRESSORA EQUAL 'L' OR 'M' OR 'J'
                DISPLAY 'Tipo (L=LASER M=MATRICIAL J=JATO DE TINTA): '
                ACCEPT TP-IMPRESSORA
                INSPECT TP-IMPRESSORA CONVERTING
                        'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            END-PERFORM
            DISPLAY 'Destino da saida (fila/porta de impressao ou'
                    ' caminho de arquivo): '
            ACCEPT DS-DESTINO-IMP
            IF DS-DESTINO-IMP EQUAL SPACES
               DISPLAY 'DESTINO OBRIGATORIO - IMPRESSORA NAO GRAVADA.'
               CLOSE IMPRESSORA
               GO TO P11-GRAVA-IMPRESSORA-FIM
            END-IF

            DISPLAY 'Tipos de documento que a impressora recebe por'
                    ' padrao (ate 5; BRANCO encerra):'
            DISPLAY '  BOLETIM, RELATORIO, RECIBO, CARTA, DOCUMENTO,'
                    ' HOLERITE'
            MOVE SPACES                   TO WS-TP-DOC-INF
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN 5
                MOVE SPACES               TO TP-DOC-IMP(WS-IND)
                IF WS-TP-DOC-INF NOT EQUAL 'FIM'
                   DISPLAY 'Tipo ' WS-IND ': '
                   ACCEPT TP-DOC-IMP(WS-IND)
                   INSPECT TP-DOC-IMP(WS-IND) CONVERTING
                           'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF TP-DOC-IMP(WS-IND) EQUAL SPACES
                      MOVE 'FIM'          TO WS-TP-DOC-INF
                   END-IF
                END-IF
            END-PERFORM

            MOVE LK-OPERADOR              TO OP-IMPRESSORA
            ACCEPT DT-IMPRESSORA FROM DATE YYYYMMDD
            IF ACHOU
               REWRITE REG-IMPRESSORA
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR A IMPRESSORA'
                   NOT INVALID KEY
                       DISPLAY 'Impressora alterada!'
                       MOVE 'ALTERA'      TO WS-AUD-OPERACAO
               END-REWRITE
            ELSE
               WRITE REG-IMPRESSORA
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR A IMPRESSORA'
                   NOT INVALID KEY
                       DISPLAY 'Impressora incluida!'
                       MOVE 'INCLUI'      TO WS-AUD-OPERACAO
               END-WRITE
            END-IF
            IF FIP-OK
               MOVE SPACES                TO WS-AUD-DETALHE
               STRING 'IMPRESSORA ' NM-IMPRESSORA ' '
                      TP-IMPRESSORA
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            END-IF
            CLOSE IMPRESSORA
            .
       P11-GRAVA-IMPRESSORA-FIM.

      *LISTA AS IMPRESSORAS COM O DESTINO E OS TIPOS PADRAO
       P12-LISTA-IMPRESSORAS.
            MOVE ZEROS                    TO WS-QT-LISTADAS
            SET EOF-OK                    TO FALSE
            SET FIP-OK                    TO TRUE
            OPEN INPUT IMPRESSORA
            IF FIP-OK
               PERFORM UNTIL EOF-OK
                   READ IMPRESSORA NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1          TO WS-QT-LISTADAS
                           DISPLAY NM-IMPRESSORA ' ' TP-IMPRESSORA
                                   ' ' ST-IMPRESSORA ' '
                                   DS-IMPRESSORA
                           DISPLAY '   DESTINO: '
                                   FUNCTION TRIM(DS-DESTINO-IMP)
                           DISPLAY '   PADRAO : ' TP-DOC-IMP(1) ' '
                                   TP-DOC-IMP(2) ' ' TP-DOC-IMP(3)
                                   ' ' TP-DOC-IMP(4) ' '
                                   TP-DOC-IMP(5)
                   END-READ
               END-PERFORM
            END-IF
            CLOSE IMPRESSORA
            IF WS-QT-LISTADAS EQUAL ZEROS
               DISPLAY 'NENHUMA IMPRESSORA CADASTRADA.'
            END-IF
            .
       P12-LISTA-IMPRESSORAS-FIM.

      *ATIVA A IMPRESSORA INATIVA OU INATIVA A ATIVA
       P13-ATIVA-IMPRESSORA.
            DISPLAY 'Nome da impressora: '
            MOVE SPACES                   TO WS-IMP-INF
            ACCEPT WS-IMP-INF
            INSPECT WS-IMP-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            SET FIP-OK                    TO TRUE
            OPEN I-O IMPRESSORA
            IF NOT FIP-OK
               DISPLAY 'NENHUMA IMPRESSORA CADASTRADA.'
               CLOSE IMPRESSORA
               GO TO P13-ATIVA-IMPRESSORA-FIM
            END-IF
            MOVE WS-IMP-INF               TO NM-IMPRESSORA
            READ IMPRESSORA
                KEY IS NM-IMPRESSORA
                INVALID KEY
                    DISPLAY 'IMPRESSORA NAO CADASTRADA!'
                    CLOSE IMPRESSORA
                    GO TO P13-ATIVA-IMPRESSORA-FIM
            END-READ

            IF ST-IMPRESSORA EQUAL 'I'
               MOVE 'A'                   TO ST-IMPRESSORA
               MOVE 'ATIVA'               TO WS-AUD-OPERACAO
            ELSE
               MOVE 'I'                   TO ST-IMPRESSORA
               MOVE 'INATIVA'             TO WS-AUD-OPERACAO
            END-IF
            MOVE LK-OPERADOR              TO OP-IMPRESSORA
            ACCEPT DT-IMPRESSORA FROM DATE YYYYMMDD
            REWRITE REG-IMPRESSORA
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR A IMPRESSORA'
                NOT INVALID KEY
                    DISPLAY 'IMPRESSORA ' NM-IMPRESSORA ' - '
                            WS-AUD-OPERACAO
                    MOVE SPACES           TO WS-AUD-DETALHE
                    STRING 'IMPRESSORA ' NM-IMPRESSORA
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            CLOSE IMPRESSORA
            .
       P13-ATIVA-IMPRESSORA-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM IMPFILA.
