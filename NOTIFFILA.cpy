      ******************************************************************
      * ROTINAS DA FILA DE NOTIFICACOES AS FAMILIAS (ARQUIVO NOTIFICA)
      * O PROGRAMA DECLARA O ARQUIVO NOTIFICA (CFPK0094, ACESSO
      * DINAMICO, FILE STATUS WS-NTF-FS) E COPIA NOTIFVARS.CPY.
      * CHAMAR COM WS-NTF-ID-ALUNO, WS-NTF-TIPO, WS-NTF-TEXTO E
      * WS-NTF-PROGRAMA PREENCHIDOS:
      *   N9-NOTIFICA-ALUNO     - ENFILEIRA UMA MENSAGEM PARA CADA
      *                           RESPONSAVEL DO ALUNO COM TELEFONE
      *                           (TL-RESP1) CADASTRADO. EXIGE O
      *                           ARQUIVO RESPONSAVEL (CFPK0015) COM
      *                           LEITURA SEQUENCIAL, FILE STATUS
      *                           WS-FRS/FRS-OK, FECHADO NA CHAMADA
      *   N9-GRAVA-NOTIFICACAO  - ENFILEIRA UMA MENSAGEM PARA O
      *                           TELEFONE EM WS-NTF-TELEFONE (E O
      *                           RESPONSAVEL EM WS-NTF-ID-RESP, ZERO
      *                           SE NAO HOUVER)
      * WS-NTF-QT DEVOLVE QUANTAS MENSAGENS FORAM ENFILEIRADAS
      ******************************************************************
       N9-NOTIFICA-ALUNO.
            MOVE ZEROS                TO WS-NTF-QT
            SET NTF-EOF-OK            TO FALSE
            SET FRS-OK                TO TRUE

            OPEN INPUT RESPONSAVEL
            IF NOT FRS-OK
               CLOSE RESPONSAVEL
               GO TO N9-NOTIFICA-ALUNO-FIM
            END-IF

            PERFORM UNTIL NTF-EOF-OK
                READ RESPONSAVEL NEXT RECORD
                    AT END
                        SET NTF-EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-RESP EQUAL WS-NTF-ID-ALUNO
                           AND (TL-PREFIXO-R1 GREATER THAN ZEROS
                                OR TL-SUFIXO-R1 GREATER THAN ZEROS)
                           MOVE ID-REGISTRO-RESP TO WS-NTF-ID-RESP
                           MOVE TL-RESP1         TO WS-NTF-TELEFONE
                           PERFORM N9-GRAVA-UMA
                                   THRU N9-GRAVA-UMA-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEL
            .
       N9-NOTIFICA-ALUNO-FIM.

       N9-GRAVA-NOTIFICACAO.
            MOVE ZEROS                TO WS-NTF-QT
            IF WS-NTF-TELEFONE EQUAL ZEROS
               GO TO N9-GRAVA-NOTIFICACAO-FIM
            END-IF
            PERFORM N9-GRAVA-UMA      THRU N9-GRAVA-UMA-FIM
            .
       N9-GRAVA-NOTIFICACAO-FIM.

      *GRAVA A MENSAGEM CORRENTE COMO PENDENTE; NA COLISAO DE CHAVE
      *(MESMO CENTESIMO) AVANCA A SEQUENCIA
       N9-GRAVA-UMA.
            SET NTF-FS-OK             TO TRUE
            OPEN I-O NOTIFICA
            IF WS-NTF-FS EQUAL 35
                 CLOSE NOTIFICA
                 OPEN OUTPUT NOTIFICA
                 CLOSE NOTIFICA
                 OPEN I-O NOTIFICA
            END-IF
            IF NOT NTF-FS-OK
               DISPLAY 'ERRO AO ABRIR A FILA DE NOTIFICACOES'
               CLOSE NOTIFICA
               GO TO N9-GRAVA-UMA-FIM
            END-IF

            ACCEPT WS-NTF-DATA FROM DATE YYYYMMDD
            ACCEPT WS-NTF-HORA FROM TIME

            MOVE WS-NTF-DATA          TO DT-NOTIF
            MOVE WS-NTF-HORA          TO HR-NOTIF
            MOVE ZEROS                TO NR-SEQ-NOTIF
            MOVE WS-NTF-ID-ALUNO      TO ID-ALUNO-NOTIF
            MOVE WS-NTF-ID-RESP       TO ID-RESP-NOTIF
            MOVE WS-NTF-TELEFONE      TO TL-DESTINO-NOTIF
            MOVE WS-NTF-TIPO          TO TP-NOTIF
            MOVE WS-NTF-TEXTO         TO TX-NOTIF
            MOVE WS-NTF-PROGRAMA      TO NM-PROGRAMA-NOTIF
            MOVE 'P'                  TO ST-NOTIF
            MOVE ZEROS                TO DT-ENVIO-NOTIF
                                         DT-RETORNO-NOTIF
            MOVE SPACES               TO CD-RETORNO-NOTIF

            SET NTF-GRAVOU            TO FALSE
            PERFORM UNTIL NTF-GRAVOU OR NR-SEQ-NOTIF EQUAL 99
                WRITE REG-NOTIFICA
                    INVALID KEY
                        ADD 1         TO NR-SEQ-NOTIF
                    NOT INVALID KEY
                        SET NTF-GRAVOU TO TRUE
                END-WRITE
            END-PERFORM
            IF NTF-GRAVOU
               ADD 1                  TO WS-NTF-QT
            ELSE
               DISPLAY 'ERRO AO GRAVAR NA FILA DE NOTIFICACOES'
            END-IF
            CLOSE NOTIFICA
            .
       N9-GRAVA-UMA-FIM.
