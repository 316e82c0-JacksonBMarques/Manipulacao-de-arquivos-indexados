      ******************************************************************
      * ROTINAS DE REGISTRO DAS IMPRESSOES NA FILA DE IMPRESSAO
      * (CFP001S108, LAYOUT CFPK0100). O PROGRAMA DECLARA OS ARQUIVOS
      * SPLORIG (LINE SEQUENTIAL, ASSIGN TO WS-SPL-ORIGEM, FILE STATUS
      * WS-SPL-FS), SPLARQ (LINE SEQUENTIAL, ASSIGN TO WS-SPL-DESTINO,
      * FILE STATUS WS-SPL-FA) E SPOOL (INDEXADO, ACESSO DINAMICO, FILE
      * STATUS WS-SPL-FQ), OS DOIS PRIMEIROS COM REGISTRO X(250), E
      * COPIA SPLVARS.CPY:
      *   Q9-SPOOL-MARCA     - COM WS-SPL-ORIGEM (CAMINHO DO ARQUIVO
      *                        DE IMPRESSAO DO PROGRAMA) PREENCHIDO,
      *                        ANTES DE ABRIR O ARQUIVO DE IMPRESSAO:
      *                        GUARDA QUANTAS LINHAS ELE JA TEM
      *   Q9-SPOOL-REGISTRA  - COM WS-SPL-TIPO, WS-SPL-PROGRAMA E
      *                        WS-SPL-OPERADOR PREENCHIDOS, DEPOIS DE
      *                        FECHAR O ARQUIVO DE IMPRESSAO: COPIA AS
      *                        LINHAS NOVAS PARA CFP001T29.NNNNN E
      *                        GRAVA A ENTRADA PENDENTE NA FILA. AS
      *                        LINHAS COPIADAS PASSAM A CONTAR COMO JA
      *                        EXISTENTES, DE MODO QUE UMA NOVA CHAMADA
      *                        SO REGISTRA O QUE FOR GRAVADO DEPOIS
      * O ARQUIVO DE IMPRESSAO DO PROGRAMA CONTINUA SENDO GRAVADO COMO
      * ANTES; A FILA GUARDA A COPIA DE CADA EXECUCAO
      ******************************************************************
       Q9-SPOOL-MARCA.
            MOVE ZEROS                TO WS-SPL-INICIO
            SET SPL-FS-OK             TO TRUE
            OPEN INPUT SPLORIG
            IF SPL-FS-OK
               SET SPL-EOF            TO FALSE
               PERFORM UNTIL SPL-EOF
                   READ SPLORIG
                       AT END
                           SET SPL-EOF TO TRUE
                       NOT AT END
                           ADD 1      TO WS-SPL-INICIO
                   END-READ
               END-PERFORM
            END-IF
            CLOSE SPLORIG
            .
       Q9-SPOOL-MARCA-FIM.

       Q9-SPOOL-REGISTRA.
            MOVE ZEROS                TO WS-SPL-QT-LINHAS
                                         WS-SPL-LIDAS
            SET SPL-EOF               TO FALSE
            SET SPL-FS-OK             TO TRUE
            OPEN INPUT SPLORIG
            IF NOT SPL-FS-OK
               CLOSE SPLORIG
               GO TO Q9-SPOOL-REGISTRA-FIM
            END-IF

      *PULA AS LINHAS QUE JA ESTAVAM NO ARQUIVO E LE A PRIMEIRA NOVA
            PERFORM UNTIL SPL-EOF
                    OR WS-SPL-LIDAS GREATER THAN WS-SPL-INICIO
                READ SPLORIG
                    AT END
                        SET SPL-EOF   TO TRUE
                    NOT AT END
                        ADD 1         TO WS-SPL-LIDAS
                END-READ
            END-PERFORM
            IF SPL-EOF
               CLOSE SPLORIG
               GO TO Q9-SPOOL-REGISTRA-FIM
            END-IF

            PERFORM Q9-PROXIMO-ID     THRU Q9-PROXIMO-ID-FIM
            IF NOT SPL-FQ-OK
               DISPLAY 'ERRO AO ABRIR A FILA DE IMPRESSAO - A'
                       ' IMPRESSAO NAO FOI REGISTRADA'
               CLOSE SPLORIG
               GO TO Q9-SPOOL-REGISTRA-FIM
            END-IF

            MOVE SPACES               TO WS-SPL-PREFIXO
            UNSTRING WS-PATH-SPOOLIMG DELIMITED BY '.LST'
                INTO WS-SPL-PREFIXO
            END-UNSTRING
            MOVE SPACES               TO WS-SPL-DESTINO
            STRING FUNCTION TRIM(WS-SPL-PREFIXO) '.' WS-SPL-ID
                   DELIMITED BY SIZE
                   INTO WS-SPL-DESTINO
            END-STRING
            SET SPL-FA-OK             TO TRUE
            OPEN OUTPUT SPLARQ
            IF NOT SPL-FA-OK
               DISPLAY 'ERRO AO GRAVAR A IMAGEM DA IMPRESSAO NA FILA'
               CLOSE SPLARQ
               CLOSE SPOOL
               CLOSE SPLORIG
               GO TO Q9-SPOOL-REGISTRA-FIM
            END-IF

            PERFORM UNTIL SPL-EOF
                MOVE REG-SPLORIG      TO REG-SPLARQ
                WRITE REG-SPLARQ
                ADD 1                 TO WS-SPL-QT-LINHAS
                READ SPLORIG
                    AT END
                        SET SPL-EOF   TO TRUE
                END-READ
            END-PERFORM
            CLOSE SPLARQ
            CLOSE SPLORIG
            ADD WS-SPL-QT-LINHAS      TO WS-SPL-INICIO

            COMPUTE WS-SPL-QT-PAGINAS =
                    (WS-SPL-QT-LINHAS + WS-SPL-LINHAS-PAG - 1)
                    / WS-SPL-LINHAS-PAG
            END-COMPUTE
            ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
            ACCEPT WS-SPL-HORA FROM TIME

            MOVE SPACES               TO REG-SPOOL
            MOVE WS-SPL-ID            TO ID-SPOOL
            MOVE WS-SPL-TIPO          TO TP-DOC-SPL
            MOVE WS-SPL-PROGRAMA      TO NM-PROGRAMA-SPL
            MOVE WS-SPL-OPERADOR      TO OP-SPL
            MOVE WS-SPL-DATA          TO DT-SPL
            MOVE WS-SPL-HORA(1:6)     TO HR-SPL
            MOVE WS-SPL-QT-LINHAS     TO QT-LINHAS-SPL
            MOVE WS-SPL-QT-PAGINAS    TO QT-PAGINAS-SPL
            SET SPL-PENDENTE          TO TRUE
            MOVE ZEROS                TO QT-ENVIOS-SPL
                                         DT-ENVIO-SPL
                                         HR-ENVIO-SPL
            WRITE REG-SPOOL
                INVALID KEY
                    DISPLAY 'ERRO AO REGISTRAR A IMPRESSAO NA FILA'
                NOT INVALID KEY
                    DISPLAY 'IMPRESSAO ' WS-SPL-ID ' (' WS-SPL-TIPO
                            ', ' WS-SPL-QT-PAGINAS ' PAG.) NA FILA'
                            ' DE IMPRESSAO'
            END-WRITE
            CLOSE SPOOL
            .
       Q9-SPOOL-REGISTRA-FIM.

      *ABRE A FILA (CRIANDO-A SE PRECISO) E DEVOLVE EM WS-SPL-ID O
      *PROXIMO NUMERO DE ENTRADA; A FILA FICA ABERTA EM I-O
       Q9-PROXIMO-ID.
            SET SPL-FQ-OK             TO TRUE
            OPEN I-O SPOOL
            IF WS-SPL-FQ EQUAL 35
               CLOSE SPOOL
               OPEN OUTPUT SPOOL
               CLOSE SPOOL
               OPEN I-O SPOOL
            END-IF
            IF NOT SPL-FQ-OK
               CLOSE SPOOL
               GO TO Q9-PROXIMO-ID-FIM
            END-IF

            MOVE ZEROS                TO WS-SPL-ID
            SET SPL-EOF               TO FALSE
            MOVE ZEROS                TO ID-SPOOL
            START SPOOL KEY NOT LESS THAN ID-SPOOL
                INVALID KEY
                    SET SPL-EOF       TO TRUE
            END-START
            PERFORM UNTIL SPL-EOF
                READ SPOOL NEXT RECORD
                    AT END
                        SET SPL-EOF   TO TRUE
                    NOT AT END
                        IF ID-SPOOL GREATER THAN WS-SPL-ID
                           MOVE ID-SPOOL TO WS-SPL-ID
                        END-IF
                END-READ
            END-PERFORM
            SET SPL-EOF               TO FALSE
            ADD 1                     TO WS-SPL-ID
            .
       Q9-PROXIMO-ID-FIM.
