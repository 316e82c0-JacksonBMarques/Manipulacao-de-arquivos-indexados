      ******************************************************************
      * ROTINAS DA CONTA DE CREDITO DO ALUNO (ARQUIVOS CREDCONTA E
      * CREDMOV, DECLARADOS PELO PROGRAMA CHAMADOR)
      *   C9-LANCA-CREDITO  - LANCA UM MOVIMENTO NA CONTA DE
      *                       WS-CRD-ALUNO. CHAMAR COM WS-CRD-TIPO
      *                       (S=SOBRA, U=UTILIZADO, D=DEVOLUCAO
      *                       PAGA), WS-CRD-VALOR, WS-CRD-ORIGEM,
      *                       WS-CRD-AAAAMM, WS-CRD-DOC,
      *                       WS-CRD-DESCRICAO E WS-CRD-DATA (ZEROS =
      *                       HOJE) PREENCHIDOS. A SOBRA ABRE A CONTA
      *                       SE PRECISO; NO U O VALOR E O MAXIMO A
      *                       UTILIZAR E VOLTA REDUZIDO AO SALDO
      *                       DISPONIVEL (NAO RESERVADO); A DEVOLUCAO
      *                       PAGA LIBERA TAMBEM A RESERVA. DEVOLVE
      *                       CRD-LANCADO E O SALDO EM WS-CRD-SALDO
      *   C9-CREDITO-DO-MES - SOMA EM WS-CRD-VALOR O CREDITO UTILIZADO
      *                       (U) NA MENSALIDADE DE WS-CRD-ALUNO E
      *                       WS-CRD-AAAAMM
      ******************************************************************
       C9-LANCA-CREDITO.
            SET CRD-LANCADO           TO FALSE
            MOVE ZEROS                TO WS-CRD-SALDO
            IF WS-CRD-DATA EQUAL ZEROS
               ACCEPT WS-CRD-DATA FROM DATE YYYYMMDD
            END-IF

            SET CRD-FCC-OK            TO TRUE
            OPEN I-O CREDCONTA
            IF WS-CRD-FCC EQUAL 35
               CLOSE CREDCONTA
               OPEN OUTPUT CREDCONTA
               CLOSE CREDCONTA
               OPEN I-O CREDCONTA
            END-IF
            IF NOT CRD-FCC-OK
               DISPLAY 'ERRO AO ABRIR AS CONTAS DE CREDITO'
               MOVE WS-CRD-FCC TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-CRD-FCC ' - ' WS-FS-MSG
               CLOSE CREDCONTA
               GO TO C9-LANCA-CREDITO-FIM
            END-IF

            MOVE WS-CRD-ALUNO         TO ID-ALUNO-CRC
            READ CREDCONTA
                KEY IS ID-ALUNO-CRC
                INVALID KEY
                    IF WS-CRD-TIPO NOT EQUAL 'S'
                       MOVE ZEROS     TO WS-CRD-VALOR
                       CLOSE CREDCONTA
                       GO TO C9-LANCA-CREDITO-FIM
                    END-IF
                    MOVE ZEROS        TO VL-SALDO-CRC
                                         VL-RESERVADO-CRC
                    MOVE WS-CRD-DATA  TO DT-ABERTURA-CRC
                                         DT-ULT-MOV-CRC
                    WRITE REG-CREDCONTA
                        INVALID KEY
                            DISPLAY 'ERRO AO ABRIR A CONTA DE CREDITO'
                            CLOSE CREDCONTA
                            GO TO C9-LANCA-CREDITO-FIM
                    END-WRITE
            END-READ

            EVALUATE WS-CRD-TIPO
                WHEN 'S'
                    IF VL-SALDO-CRC + WS-CRD-VALOR
                       GREATER THAN 9999999,99
                       DISPLAY 'CREDITO ULTRAPASSA O SALDO MAXIMO'
                               ' DA CONTA.'
                       CLOSE CREDCONTA
                       GO TO C9-LANCA-CREDITO-FIM
                    END-IF
                    ADD WS-CRD-VALOR  TO VL-SALDO-CRC
                WHEN 'U'
                    COMPUTE WS-CRD-DISPONIVEL = VL-SALDO-CRC
                            - VL-RESERVADO-CRC
                    END-COMPUTE
                    IF WS-CRD-VALOR GREATER THAN WS-CRD-DISPONIVEL
                       MOVE WS-CRD-DISPONIVEL TO WS-CRD-VALOR
                    END-IF
                    SUBTRACT WS-CRD-VALOR FROM VL-SALDO-CRC
                WHEN 'D'
                    IF WS-CRD-VALOR GREATER THAN VL-SALDO-CRC
                       DISPLAY 'DEVOLUCAO MAIOR QUE O SALDO DE'
                               ' CREDITO (' VL-SALDO-CRC ').'
                       CLOSE CREDCONTA
                       GO TO C9-LANCA-CREDITO-FIM
                    END-IF
                    SUBTRACT WS-CRD-VALOR FROM VL-SALDO-CRC
                    IF WS-CRD-VALOR GREATER THAN VL-RESERVADO-CRC
                       MOVE ZEROS     TO VL-RESERVADO-CRC
                    ELSE
                       SUBTRACT WS-CRD-VALOR FROM VL-RESERVADO-CRC
                    END-IF
                WHEN OTHER
                    DISPLAY 'TIPO DE LANCAMENTO DE CREDITO INVALIDO'
                    MOVE ZEROS        TO WS-CRD-VALOR
            END-EVALUATE
            IF WS-CRD-VALOR EQUAL ZEROS
               CLOSE CREDCONTA
               GO TO C9-LANCA-CREDITO-FIM
            END-IF

            MOVE WS-CRD-DATA          TO DT-ULT-MOV-CRC
            REWRITE REG-CREDCONTA
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A CONTA DE CREDITO'
                    CLOSE CREDCONTA
                    GO TO C9-LANCA-CREDITO-FIM
            END-REWRITE
            MOVE VL-SALDO-CRC         TO WS-CRD-SALDO
            CLOSE CREDCONTA

            SET CRD-FCM-OK            TO TRUE
            OPEN I-O CREDMOV
            IF WS-CRD-FCM EQUAL 35
               CLOSE CREDMOV
               OPEN OUTPUT CREDMOV
               CLOSE CREDMOV
               OPEN I-O CREDMOV
            END-IF
            IF NOT CRD-FCM-OK
               DISPLAY 'ERRO AO ABRIR OS MOVIMENTOS DE CREDITO'
               MOVE WS-CRD-FCM TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-CRD-FCM ' - ' WS-FS-MSG
               CLOSE CREDMOV
               GO TO C9-LANCA-CREDITO-FIM
            END-IF

            ACCEPT WS-CRD-HORA FROM TIME
            MOVE WS-CRD-ALUNO         TO ID-ALUNO-MCR
            MOVE WS-CRD-DATA          TO DT-MOV-CRD
            MOVE WS-CRD-HORA          TO HR-MOV-CRD
            MOVE WS-CRD-TIPO          TO TP-MOV-CRD
            MOVE WS-CRD-ORIGEM        TO OR-MOV-CRD
            MOVE WS-CRD-VALOR         TO VL-MOV-CRD
            MOVE WS-CRD-AAAAMM        TO AAAAMM-REF-CRD
            MOVE WS-CRD-DOC           TO NR-DOC-CRD
            MOVE WS-CRD-DESCRICAO     TO DS-MOV-CRD
            MOVE WS-CRD-SALDO         TO VL-SALDO-APOS-CRD
            MOVE WS-AUD-OPERADOR      TO OP-MOV-CRD
            MOVE ZEROS                TO WS-CRD-TENTATIVAS
            PERFORM UNTIL CRD-LANCADO OR WS-CRD-TENTATIVAS EQUAL 10
                WRITE REG-CREDMOV
                    INVALID KEY
                        ADD 1         TO HR-MOV-CRD
                        ADD 1         TO WS-CRD-TENTATIVAS
                    NOT INVALID KEY
                        SET CRD-LANCADO TO TRUE
                END-WRITE
            END-PERFORM
            IF NOT CRD-LANCADO
               DISPLAY 'ERRO AO GRAVAR O MOVIMENTO DE CREDITO'
            END-IF
            CLOSE CREDMOV
            .
       C9-LANCA-CREDITO-FIM.

       C9-CREDITO-DO-MES.
            MOVE ZEROS                TO WS-CRD-VALOR
            SET CRD-FCM-OK            TO TRUE
            OPEN INPUT CREDMOV
            IF NOT CRD-FCM-OK
               CLOSE CREDMOV
               GO TO C9-CREDITO-DO-MES-FIM
            END-IF

            SET CRD-EOF-OK            TO FALSE
            MOVE WS-CRD-ALUNO         TO ID-ALUNO-MCR
            MOVE ZEROS                TO DT-MOV-CRD
                                         HR-MOV-CRD
            START CREDMOV KEY NOT LESS THAN ID-CREDMOV
                INVALID KEY
                    SET CRD-EOF-OK    TO TRUE
            END-START
            PERFORM UNTIL CRD-EOF-OK
                READ CREDMOV NEXT RECORD
                    AT END
                        SET CRD-EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MCR NOT EQUAL WS-CRD-ALUNO
                           SET CRD-EOF-OK TO TRUE
                        ELSE
                           IF TP-MOV-CRD EQUAL 'U' AND
                              AAAAMM-REF-CRD EQUAL WS-CRD-AAAAMM
                              ADD VL-MOV-CRD TO WS-CRD-VALOR
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CREDMOV
            .
       C9-CREDITO-DO-MES-FIM.
