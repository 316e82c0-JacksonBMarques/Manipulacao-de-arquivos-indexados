      ******************************************************************
      * ROTINAS DE LEITURA DO EXTRATO NOTURNO DE RELATORIOS
      * (CFP001T28.AAAA, LAYOUT CFPK0099, GERADO PELO EXTRELAT).
      * O PROGRAMA DECLARA O ARQUIVO EXTREL (LINE SEQUENTIAL, ASSIGN
      * TO WS-PATH-EXTANO, FILE STATUS WS-EXR-FS) E COPIA EXTVARS.CPY:
      *   X9-MONTA-CAMINHO  - COM WS-EXR-ANO PREENCHIDO, MONTA EM
      *                       WS-PATH-EXTANO O CAMINHO DO EXTRATO DO
      *                       ANO (MESMA REGRA DO ARQUIVAMENTO ANUAL)
      *   X9-ABRE-EXTRATO   - ABRE O EXTRATO DO ANO, CONFERE O HEADER
      *                       E AVISA QUANDO ELE NAO E DE HOJE; LIGA
      *                       EXR-ABERTO SE O EXTRATO PODE SER USADO
      *   X9-LE-EXTRATO     - LE O PROXIMO DETALHE (EXR-EOF NO FIM)
      *   X9-FECHA-EXTRATO  - FECHA O EXTRATO
      * SEM EXTRATO UTILIZAVEL O RELATORIO VOLTA A LER OS ARQUIVOS
      ******************************************************************
       X9-MONTA-CAMINHO.
            MOVE SPACES               TO WS-EXR-PREFIXO
            UNSTRING WS-PATH-EXTRATO DELIMITED BY '.DAT'
                INTO WS-EXR-PREFIXO
            END-UNSTRING
            MOVE SPACES               TO WS-PATH-EXTANO
            STRING FUNCTION TRIM(WS-EXR-PREFIXO) '.' WS-EXR-ANO
                   DELIMITED BY SIZE
                   INTO WS-PATH-EXTANO
            END-STRING
            .
       X9-MONTA-CAMINHO-FIM.

       X9-ABRE-EXTRATO.
            SET EXR-ABERTO            TO FALSE
            SET EXR-EOF               TO FALSE
            ACCEPT WS-EXR-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM X9-MONTA-CAMINHO  THRU X9-MONTA-CAMINHO-FIM

            SET EXR-FS-OK             TO TRUE
            OPEN INPUT EXTREL
            IF NOT EXR-FS-OK
               CLOSE EXTREL
               DISPLAY 'EXTRATO DO ANO ' WS-EXR-ANO
                       ' NAO ENCONTRADO - LENDO OS ARQUIVOS.'
               GO TO X9-ABRE-EXTRATO-FIM
            END-IF

            READ EXTREL
                AT END
                    MOVE SPACES       TO TP-REG-CAB
            END-READ
            IF TP-REG-CAB NOT EQUAL '0'
               OR ANO-LETIVO-CAB NOT EQUAL WS-EXR-ANO
               CLOSE EXTREL
               DISPLAY 'EXTRATO DO ANO ' WS-EXR-ANO
                       ' INVALIDO - LENDO OS ARQUIVOS.'
               GO TO X9-ABRE-EXTRATO-FIM
            END-IF

            SET EXR-ABERTO            TO TRUE
            MOVE DT-GERACAO-CAB       TO WS-EXR-DT-GERACAO
            MOVE HR-GERACAO-CAB       TO WS-EXR-HR-GERACAO
            DISPLAY 'EXTRATO DO ANO ' WS-EXR-ANO ' GERADO EM '
                    WS-EXR-DD '/' WS-EXR-MM '/' WS-EXR-AAAA ' AS '
                    WS-EXR-HH ':' WS-EXR-MI ' - '
                    QT-DETALHES-CAB ' LINHAS'
            IF WS-EXR-DT-GERACAO LESS THAN WS-EXR-DATA-HOJE
               DISPLAY '*** ATENCAO: EXTRATO DESATUALIZADO - OS'
                       ' LANCAMENTOS DE HOJE NAO ESTAO NELE ***'
            END-IF
            .
       X9-ABRE-EXTRATO-FIM.

       X9-LE-EXTRATO.
            READ EXTREL
                AT END
                    SET EXR-EOF       TO TRUE
                NOT AT END
                    IF NOT EXR-DETALHE
                       SET EXR-EOF    TO TRUE
                    END-IF
            END-READ
            .
       X9-LE-EXTRATO-FIM.

       X9-FECHA-EXTRATO.
            IF EXR-ABERTO
               CLOSE EXTREL
               SET EXR-ABERTO         TO FALSE
            END-IF
            .
       X9-FECHA-EXTRATO-FIM.
