      ******************************************************************
      * ROTINA DE BAIXA DA NEGATIVACAO (ARQUIVOS NEGATIVACAO E
      * NEGBAIXA, DECLARADOS PELO PROGRAMA CHAMADOR)
      *   N9-BAIXA-NEGATIVACAO - CHAMAR COM WS-NEG-ALUNO, WS-NEG-AAAAMM,
      *                          WS-NEG-PROGRAMA E WS-NEG-DATA (ZEROS =
      *                          HOJE) LOGO APOS A QUITACAO DA
      *                          MENSALIDADE. SE O DEBITO ESTIVER
      *                          INCLUIDO NO BIRO, ACRESCENTA A LINHA
      *                          DE BAIXA (TIPO E) AO ARQUIVO DE BAIXAS,
      *                          MARCA O REGISTRO COMO BAIXADO E GRAVA
      *                          A AUDITORIA. DEVOLVE NEG-BAIXA-GERADA.
      *                          SEM REGISTRO DE NEGATIVACOES NAO FAZ
      *                          NADA
      ******************************************************************
       N9-BAIXA-NEGATIVACAO.
            SET NEG-BAIXA-GERADA      TO FALSE
            IF WS-NEG-DATA EQUAL ZEROS
               ACCEPT WS-NEG-DATA FROM DATE YYYYMMDD
            END-IF

            SET NEG-FN-OK             TO TRUE
            OPEN I-O NEGATIVACAO
            IF NOT NEG-FN-OK
               CLOSE NEGATIVACAO
               GO TO N9-BAIXA-NEGATIVACAO-FIM
            END-IF

            MOVE WS-NEG-ALUNO         TO ID-ALUNO-NEG
            MOVE WS-NEG-AAAAMM        TO AAAAMM-NEG
            READ NEGATIVACAO
                KEY IS ID-NEGATIVACAO
                INVALID KEY
                    CLOSE NEGATIVACAO
                    GO TO N9-BAIXA-NEGATIVACAO-FIM
            END-READ
            IF NOT NEG-INCLUIDA
               CLOSE NEGATIVACAO
               GO TO N9-BAIXA-NEGATIVACAO-FIM
            END-IF

            SET NEG-FB-OK             TO TRUE
            OPEN EXTEND NEGBAIXA
            IF WS-NEG-FB EQUAL 35
               OPEN OUTPUT NEGBAIXA
            END-IF
            IF NOT NEG-FB-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE BAIXAS DO BIRO'
               MOVE WS-NEG-FB TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-NEG-FB ' - ' WS-FS-MSG
               CLOSE NEGATIVACAO
               GO TO N9-BAIXA-NEGATIVACAO-FIM
            END-IF

            MOVE SPACES               TO WS-NEG-LINHA
            MOVE 'E'                  TO WS-NEG-TIPO
            MOVE ID-ALUNO-NEG         TO WS-NEG-COD-ALUNO
            MOVE AAAAMM-NEG           TO WS-NEG-COMPETENCIA
            MOVE DT-VENC-NEG          TO WS-NEG-VENCIMENTO
            MOVE VL-DEBITO-NEG        TO WS-NEG-VALOR
            MOVE FL-PROTESTO-NEG      TO WS-NEG-PROTESTO
            MOVE NM-RESP-NEG          TO WS-NEG-NM-RESP
            MOVE PARENTESCO-NEG       TO WS-NEG-PARENTESCO
            MOVE TL-RESP-NEG          TO WS-NEG-TELEFONE
            MOVE NM-ALUNO-NEG         TO WS-NEG-NM-ALUNO
            MOVE NR-DOCUMENTO-NEG     TO WS-NEG-DOCUMENTO
            MOVE WS-NEG-DATA          TO WS-NEG-DT-MOVIMENTO
            MOVE WS-NEG-TEXTO         TO REG-NEGBAIXA
            WRITE REG-NEGBAIXA
            CLOSE NEGBAIXA

            MOVE 'B'                  TO ST-NEGATIVACAO
            MOVE WS-NEG-DATA          TO DT-BAIXA-NEG
            MOVE WS-NEG-PROGRAMA      TO OR-BAIXA-NEG
            REWRITE REG-NEGATIVACAO
                INVALID KEY
                    DISPLAY 'ERRO AO MARCAR A BAIXA DA NEGATIVACAO DO'
                            ' ALUNO ' WS-NEG-ALUNO ' MES '
                            WS-NEG-AAAAMM
                NOT INVALID KEY
                    SET NEG-BAIXA-GERADA TO TRUE
            END-REWRITE
            CLOSE NEGATIVACAO

            IF NEG-BAIXA-GERADA
               DISPLAY 'DEBITO NEGATIVADO - BAIXA GERADA PARA O BIRO'
                       ' (ALUNO ' WS-NEG-ALUNO ' MES ' WS-NEG-AAAAMM
                       ').'
               MOVE WS-NEG-PROGRAMA   TO WS-AUD-PROGRAMA
               MOVE 'BAIXA NEG'       TO WS-AUD-OPERACAO
               MOVE SPACES            TO WS-AUD-DETALHE
               STRING 'ALUNO ' WS-NEG-ALUNO ' MES ' WS-NEG-AAAAMM
                      ' PROTESTO ' FL-PROTESTO-NEG
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            END-IF
            .
       N9-BAIXA-NEGATIVACAO-FIM.
