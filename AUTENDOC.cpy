      ******************************************************************
      * ROTINAS DO CODIGO DE VERIFICACAO DOS DOCUMENTOS OFICIAIS
      * (REGISTRO CENTRAL DE AUTENTICIDADE - ARQUIVO AUTENTICA)
      * O PROGRAMA DECLARA O ARQUIVO AUTENTICA (CFPK0095, ACESSO
      * DINAMICO, FILE STATUS WS-AUT-FS) E O ARQUIVO CONTADOR
      * (CFPK0008, ACESSO RANDOMICO, FILE STATUS WS-FSC/FSC-OK) E
      * COPIA AUTENVARS.CPY:
      *   V9-GERA-CODIGO      - COM WS-AUT-TIPO E WS-AUT-ID-ALUNO
      *                         PREENCHIDOS, DEVOLVE EM WS-AUT-CODIGO
      *                         O CODIGO A IMPRIMIR NO DOCUMENTO
      *                         (ESPACOS SE O CONTADOR 39 ESTIVER
      *                         INDISPONIVEL)
      *   V9-REGISTRA-CODIGO  - GRAVA O CODIGO GERADO NO REGISTRO
      *                         CENTRAL COM WS-AUT-NR-DOC,
      *                         WS-AUT-NM-ALUNO, WS-AUT-DESCRICAO E
      *                         WS-AUT-OPERADOR PREENCHIDOS
      * O DIGITO DE CONTROLE COMBINA O SEQUENCIAL, O ALUNO E A DATA
      * DA EMISSAO, PARA QUE UM CODIGO NAO SEJA DEDUZIDO DE OUTRO
      ******************************************************************
       V9-GERA-CODIGO.
            MOVE SPACES               TO WS-AUT-CODIGO
            ACCEPT WS-AUT-DATA        FROM DATE YYYYMMDD
            SET FSC-OK                TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF
            IF NOT FSC-OK
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE CONTADOR'
               CLOSE CONTADOR
               GO TO V9-GERA-CODIGO-FIM
            END-IF

            MOVE 39                   TO ID-CONTADOR
            READ CONTADOR
                INVALID KEY
                    MOVE ZEROS        TO NR-ULTIMO-REGISTRO
            END-READ
            ADD 1                     TO NR-ULTIMO-REGISTRO
            REWRITE REG-CONTADOR
                INVALID KEY
                    WRITE REG-CONTADOR
            END-REWRITE
            MOVE NR-ULTIMO-REGISTRO   TO WS-AUT-CD-NR
            CLOSE CONTADOR

            MOVE WS-AUT-TIPO          TO WS-AUT-CD-TIPO
            COMPUTE WS-AUT-BASE = WS-AUT-CD-NR * 7919
                                + WS-AUT-ID-ALUNO * 104729
                                + WS-AUT-DATA
            END-COMPUTE
            DIVIDE WS-AUT-BASE BY 997 GIVING WS-AUT-QUOCIENTE
                   REMAINDER WS-AUT-CD-DV
            .
       V9-GERA-CODIGO-FIM.

       V9-REGISTRA-CODIGO.
            SET AUT-GRAVOU            TO FALSE
            IF WS-AUT-CODIGO EQUAL SPACES
               GO TO V9-REGISTRA-CODIGO-FIM
            END-IF

            SET AUT-FS-OK             TO TRUE
            OPEN I-O AUTENTICA
            IF WS-AUT-FS EQUAL 35
                 CLOSE AUTENTICA
                 OPEN OUTPUT AUTENTICA
                 CLOSE AUTENTICA
                 OPEN I-O AUTENTICA
            END-IF
            IF NOT AUT-FS-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE AUTENTICIDADE'
               CLOSE AUTENTICA
               GO TO V9-REGISTRA-CODIGO-FIM
            END-IF

            MOVE WS-AUT-CODIGO        TO CD-VERIFICACAO-AUT
            MOVE WS-AUT-NR-DOC        TO NR-DOCUMENTO-AUT
            MOVE WS-AUT-ID-ALUNO      TO ID-ALUNO-AUT
            MOVE WS-AUT-NM-ALUNO      TO NM-ALUNO-AUT
            MOVE WS-AUT-DESCRICAO     TO DS-DOCUMENTO-AUT
            MOVE WS-AUT-DATA          TO DT-EMISSAO-AUT
            MOVE WS-AUT-OPERADOR      TO OP-EMISSAO-AUT
            MOVE 'V'                  TO ST-AUT
            MOVE ZEROS                TO DT-CANCEL-AUT
            MOVE SPACES               TO OP-CANCEL-AUT
                                         DS-MOTIVO-AUT
            WRITE REG-AUTENTICA
                INVALID KEY
                    DISPLAY 'ERRO AO REGISTRAR O CODIGO DE'
                            ' VERIFICACAO ' WS-AUT-CODIGO
                NOT INVALID KEY
                    SET AUT-GRAVOU    TO TRUE
            END-WRITE
            CLOSE AUTENTICA
            .
       V9-REGISTRA-CODIGO-FIM.
