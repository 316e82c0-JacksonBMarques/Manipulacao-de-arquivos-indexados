      ******************************************************************
      * ROTINAS DO ARQUIVO DE SUSPENSOS DOS PROGRAMAS BATCH
      * (CFP001S110, LAYOUT CFPK0102). O PROGRAMA DECLARA O ARQUIVO
      * SUSPENSO (INDEXADO, ACESSO DINAMICO, CHAVE ID-SUSPENSO, FILE
      * STATUS WS-SUS-FS) E COPIA SUSVARS.CPY E JOBVARS.CPY:
      *   R9-SUSP-GRAVA     - COM WS-SUS-PROGRAMA, WS-SUS-TIPO,
      *                       WS-SUS-MOTIVO, WS-SUS-DESCRICAO (EM
      *                       BRANCO = DESCRICAO PADRAO DO CODIGO) E
      *                       WS-SUS-IMAGEM PREENCHIDOS, GRAVA UM ITEM
      *                       ABERTO COM O NUMERO DA EXECUCAO CORRENTE
      *                       (WS-JOB-ID-CORRENTE). DURANTE UM
      *                       REPROCESSAMENTO O ITEM NOVO FICA LIGADO
      *                       AO ITEM DE ORIGEM
      *   R9-SUSP-CARREGA   - COM WS-SUS-PROGRAMA (E WS-SUS-TIPO, OU
      *                       BRANCO PARA TODOS) PREENCHIDOS, CARREGA
      *                       EM WS-SUS-TAB-REENVIO OS ITENS
      *                       REENVIADOS PELO OPERADOR
      *   R9-SUSP-LE        - COM WS-SUS-ID PREENCHIDO, LE O ITEM
      *                       REENVIADO E DEVOLVE A IMAGEM CORRIGIDA EM
      *                       WS-SUS-IMAGEM (LIGA SUS-LIDO)
      *   R9-SUSP-CONCLUI   - DEPOIS DE PROCESSAR A IMAGEM, MARCA O
      *                       ITEM LIDO COMO REPROCESSADO
      * O ARQUIVO E ABERTO E FECHADO EM CADA ROTINA
      ******************************************************************
       R9-SUSP-GRAVA.
            MOVE ZEROS                TO WS-SUS-NOVO-ID
            PERFORM R9-SUSP-ABRE      THRU R9-SUSP-ABRE-FIM
            IF NOT SUS-FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SUSPENSOS - O ITEM'
                       ' NAO FOI GUARDADO'
               GO TO R9-SUSP-GRAVA-FIM
            END-IF

            MOVE ZEROS                TO WS-SUS-ID
            SET SUS-EOF               TO FALSE
            MOVE ZEROS                TO ID-SUSPENSO
            START SUSPENSO KEY NOT LESS THAN ID-SUSPENSO
                INVALID KEY
                    SET SUS-EOF       TO TRUE
            END-START
            PERFORM UNTIL SUS-EOF
                READ SUSPENSO NEXT RECORD
                    AT END
                        SET SUS-EOF   TO TRUE
                    NOT AT END
                        MOVE ID-SUSPENSO TO WS-SUS-ID
                END-READ
            END-PERFORM
            ADD 1                     TO WS-SUS-ID

            IF WS-SUS-DESCRICAO EQUAL SPACES
               PERFORM VARYING WS-SUS-IM FROM 1 BY 1
                       UNTIL WS-SUS-IM GREATER THAN 7
                   IF WS-SUS-MOT-COD(WS-SUS-IM) EQUAL WS-SUS-MOTIVO
                      MOVE WS-SUS-MOT-DESC(WS-SUS-IM)
                                      TO WS-SUS-DESCRICAO
                   END-IF
               END-PERFORM
            END-IF
            ACCEPT WS-SUS-DATA FROM DATE YYYYMMDD
            ACCEPT WS-SUS-HORA FROM TIME

            MOVE SPACES               TO REG-SUSPENSO
            MOVE WS-SUS-ID            TO ID-SUSPENSO
            MOVE WS-SUS-PROGRAMA      TO NM-PROGRAMA-SUS
            MOVE WS-JOB-ID-CORRENTE   TO ID-JOB-SUS
            MOVE WS-SUS-DATA          TO DT-SUS
            MOVE WS-SUS-HORA(1:6)     TO HR-SUS
            MOVE WS-SUS-TIPO          TO TP-REGISTRO-SUS
            MOVE WS-SUS-MOTIVO        TO CD-MOTIVO-SUS
            MOVE WS-SUS-DESCRICAO     TO DS-MOTIVO-SUS
            MOVE WS-SUS-IMAGEM        TO TX-REGISTRO-SUS
            SET SUS-ABERTO            TO TRUE
            MOVE WS-SUS-ORIGEM        TO ID-ORIGEM-SUS
            MOVE ZEROS                TO ID-NOVO-SUS
                                         DT-TRATA-SUS
                                         ID-JOB-REPROC-SUS
                                         DT-REPROC-SUS
            WRITE REG-SUSPENSO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O ITEM NO ARQUIVO DE'
                            ' SUSPENSOS'
                NOT INVALID KEY
                    ADD 1             TO WS-SUS-QT-GRAVADOS
                    MOVE WS-SUS-ID    TO WS-SUS-NOVO-ID
            END-WRITE
            CLOSE SUSPENSO
            MOVE SPACES               TO WS-SUS-DESCRICAO
            .
       R9-SUSP-GRAVA-FIM.

       R9-SUSP-CARREGA.
            MOVE ZEROS                TO WS-SUS-QT-REENVIO
            SET SUS-FS-OK             TO TRUE
            OPEN INPUT SUSPENSO
            IF NOT SUS-FS-OK
               CLOSE SUSPENSO
               GO TO R9-SUSP-CARREGA-FIM
            END-IF

            SET SUS-EOF               TO FALSE
            PERFORM UNTIL SUS-EOF
                READ SUSPENSO NEXT RECORD
                    AT END
                        SET SUS-EOF   TO TRUE
                    NOT AT END
                        IF SUS-REENVIADO
                           AND NM-PROGRAMA-SUS EQUAL WS-SUS-PROGRAMA
                           AND (WS-SUS-TIPO EQUAL SPACES
                                OR TP-REGISTRO-SUS EQUAL WS-SUS-TIPO)
                           AND WS-SUS-QT-REENVIO LESS THAN 200
                           ADD 1      TO WS-SUS-QT-REENVIO
                           MOVE ID-SUSPENSO TO WS-SUS-REENVIO-ID
                                                 (WS-SUS-QT-REENVIO)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUSPENSO
            IF WS-SUS-QT-REENVIO GREATER THAN ZEROS
               DISPLAY WS-SUS-QT-REENVIO ' ITEM(NS) SUSPENSO(S)'
                       ' REENVIADO(S) PARA REPROCESSAMENTO.'
            END-IF
            .
       R9-SUSP-CARREGA-FIM.

       R9-SUSP-LE.
            SET SUS-LIDO              TO FALSE
            MOVE ZEROS                TO WS-SUS-ORIGEM
            MOVE SPACES               TO WS-SUS-IMAGEM
            SET SUS-FS-OK             TO TRUE
            OPEN INPUT SUSPENSO
            IF SUS-FS-OK
               MOVE WS-SUS-ID         TO ID-SUSPENSO
               READ SUSPENSO
                   KEY IS ID-SUSPENSO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SUS-REENVIADO
                          SET SUS-LIDO TO TRUE
                          MOVE ID-SUSPENSO TO WS-SUS-ORIGEM
                          MOVE TX-REGISTRO-SUS TO WS-SUS-IMAGEM
                       END-IF
               END-READ
            END-IF
            CLOSE SUSPENSO
            MOVE ZEROS                TO WS-SUS-NOVO-ID
            .
       R9-SUSP-LE-FIM.

       R9-SUSP-CONCLUI.
            IF WS-SUS-ORIGEM EQUAL ZEROS
               GO TO R9-SUSP-CONCLUI-FIM
            END-IF
            SET SUS-FS-OK             TO TRUE
            OPEN I-O SUSPENSO
            IF SUS-FS-OK
               MOVE WS-SUS-ORIGEM     TO ID-SUSPENSO
               READ SUSPENSO
                   KEY IS ID-SUSPENSO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ACCEPT WS-SUS-DATA FROM DATE YYYYMMDD
                       SET SUS-REPROCESSADO TO TRUE
                       MOVE WS-JOB-ID-CORRENTE TO ID-JOB-REPROC-SUS
                       MOVE WS-SUS-DATA TO DT-REPROC-SUS
                       MOVE WS-SUS-NOVO-ID TO ID-NOVO-SUS
                       REWRITE REG-SUSPENSO
                           INVALID KEY
                               DISPLAY 'ERRO AO BAIXAR O ITEM '
                                       ID-SUSPENSO ' DOS SUSPENSOS'
                       END-REWRITE
                       IF WS-SUS-NOVO-ID EQUAL ZEROS
                          DISPLAY 'ITEM SUSPENSO ' ID-SUSPENSO
                                  ' REPROCESSADO COM SUCESSO.'
                       ELSE
                          DISPLAY 'ITEM SUSPENSO ' ID-SUSPENSO
                                  ' REJEITADO DE NOVO - NOVO ITEM '
                                  WS-SUS-NOVO-ID
                       END-IF
               END-READ
            END-IF
            CLOSE SUSPENSO
            MOVE ZEROS                TO WS-SUS-ORIGEM
                                         WS-SUS-NOVO-ID
            .
       R9-SUSP-CONCLUI-FIM.

      *ABRE O ARQUIVO DE SUSPENSOS EM I-O, CRIANDO-O SE PRECISO
       R9-SUSP-ABRE.
            SET SUS-FS-OK             TO TRUE
            OPEN I-O SUSPENSO
            IF WS-SUS-FS EQUAL 35
               CLOSE SUSPENSO
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO
            END-IF
            IF NOT SUS-FS-OK
               CLOSE SUSPENSO
            END-IF
            .
       R9-SUSP-ABRE-FIM.
