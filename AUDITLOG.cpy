      * CHAMAR COM: WS-AUD-PROGRAMA, WS-AUD-OPERACAO, WS-AUD-DETALHE E
      *             WS-AUD-OPERADOR PREENCHIDOS, DEPOIS
      *             PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
      * CADA LINHA E ENCADEADA NA ANTERIOR: APOS O OPERADOR VEM O
      * SEQUENCIAL (7 DIGITOS, POSICOES 96-102) E O ELO (10 DIGITOS,
      * POSICOES 104-113), CALCULADO POR A9-CALCULA-ELO SOBRE O ELO DA
      * LINHA ANTERIOR E AS POSICOES 1-102 DA LINHA. ALTERAR, INCLUIR
      * OU APAGAR UMA LINHA QUEBRA A CADEIA DALI EM DIANTE (VEJA
      * VERIAUDIT)
      ******************************************************************
       A9-GRAVA-AUDITORIA.
            ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
            ACCEPT WS-AUD-HORA FROM TIME

            PERFORM A9-LE-ULTIMO-ELO THRU A9-LE-ULTIMO-ELO-FIM
            ADD 1                     TO WS-AUD-SEQ

            MOVE SPACES               TO WS-AUD-LINHA
            STRING WS-AUD-DATA      DELIMITED BY SIZE
                   ';'              DELIMITED BY SIZE
                   WS-AUD-HORA      DELIMITED BY SIZE
                   WS-AUD-DETALHE   DELIMITED BY SIZE
                   ';'              DELIMITED BY SIZE
                   WS-AUD-OPERADOR  DELIMITED BY SIZE
                   ';'              DELIMITED BY SIZE
                   WS-AUD-SEQ       DELIMITED BY SIZE
                   ';'              DELIMITED BY SIZE
                   INTO WS-AUD-LINHA
            END-STRING

            MOVE WS-AUD-ELO           TO WS-AUD-BL-ELO
            MOVE WS-AUD-LINHA (1:102) TO WS-AUD-BL-LINHA
            PERFORM A9-CALCULA-ELO    THRU A9-CALCULA-ELO-FIM
            MOVE WS-AUD-ELO           TO WS-AUD-LINHA (104:10)

            OPEN EXTEND AUDITORIA
            IF WS-AUD-FS EQUAL 35
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
            END-IF

            MOVE WS-AUD-LINHA         TO REG-AUDITORIA
            WRITE REG-AUDITORIA

            CLOSE AUDITORIA
            .
       A9-GRAVA-AUDITORIA-FIM.

      *DEVOLVE EM WS-AUD-SEQ E WS-AUD-ELO OS DA ULTIMA LINHA DO LOG
      *CORRENTE. LOG VAZIO: USA A LINHA HERDADA DA ROTACAO, SE HOUVER,
      *OU COMECA A CADEIA DO ZERO. LINHAS ANTIGAS, SEM SEQUENCIAL,
      *TAMBEM RECOMECAM A CADEIA
       A9-LE-ULTIMO-ELO.
            MOVE ZEROS                TO WS-AUD-SEQ
                                         WS-AUD-ELO
            IF NOT AUD-HERDA
               MOVE SPACES            TO WS-AUD-ULTIMA
            END-IF
            SET AUD-HERDA             TO FALSE

            OPEN INPUT AUDITORIA
            IF WS-AUD-FS EQUAL ZEROS
               SET AUD-EOF            TO FALSE
               PERFORM UNTIL AUD-EOF
                   READ AUDITORIA INTO WS-AUD-ULTIMA
                       AT END
                           SET AUD-EOF TO TRUE
                   END-READ
               END-PERFORM
            END-IF
            CLOSE AUDITORIA

            IF WS-AUD-U-SEQ IS NUMERIC
               AND WS-AUD-U-ELO IS NUMERIC
               MOVE WS-AUD-U-SEQ      TO WS-AUD-SEQ
               MOVE WS-AUD-U-ELO      TO WS-AUD-ELO
            END-IF
            .
       A9-LE-ULTIMO-ELO-FIM.

      *CALCULA O ELO DO BLOCO WS-AUD-BLOCO (ELO ANTERIOR + LINHA) E O
      *DEVOLVE EM WS-AUD-ELO
       A9-CALCULA-ELO.
            MOVE 5381                 TO WS-AUD-ACUM
            PERFORM VARYING WS-AUD-I FROM 1 BY 1
                    UNTIL WS-AUD-I GREATER THAN 112
                MOVE WS-AUD-BL-CAR(WS-AUD-I) TO WS-AUD-CAR
                MOVE ZEROS            TO WS-AUD-COD
                INSPECT WS-AUD-ALFABETO TALLYING WS-AUD-COD
                        FOR CHARACTERS BEFORE INITIAL WS-AUD-CAR
                ADD 1                 TO WS-AUD-COD
                COMPUTE WS-AUD-PRODUTO = WS-AUD-ACUM * 131
                                       + WS-AUD-COD * 17
                                       + WS-AUD-I
                END-COMPUTE
                DIVIDE WS-AUD-PRODUTO BY 9999999967
                       GIVING WS-AUD-QUOCIENTE
                       REMAINDER WS-AUD-ACUM
            END-PERFORM
            MOVE WS-AUD-ACUM          TO WS-AUD-ELO
            .
       A9-CALCULA-ELO-FIM.
