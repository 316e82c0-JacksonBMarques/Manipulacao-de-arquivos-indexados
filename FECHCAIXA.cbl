      * UPDATE: 02/09/2026 - O FECHAMENTO PASSA A INCLUIR AS PARCELAS
      *         DE ACORDO (CFP001S44) PAGAS NA DATA, LANCADAS SOB O
      *         ROTULO ACORDO/RENEG NO DETALHE E NOS TOTAIS
      * UPDATE: 15/10/2026 - AS RECARGAS DA CANTINA RECEBIDAS NO
      *         BALCAO (CFP001S76, FORMA B) ENTRAM NO FECHAMENTO EM
      *         LINHAS PROPRIAS, SOB O ROTULO CANTINA/RECARGA
      * UPDATE: 15/10/2026 - AS SOBRAS DE PAGAMENTO LANCADAS NO CREDITO
      *         DO ALUNO (CFP001S94) ENTRAM NO FECHAMENTO COMO
      *         RECEBIMENTO E AS DEVOLUCOES DE CREDITO PAGAS NO DIA SAEM
      *         DO CAIXA, COM O SALDO LIQUIDO NOS TOTAIS
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHCAIXA.
                RECORD KEY IS ID-PARCELA
                FILE STATUS IS WS-FPA.

                SELECT CANTMOV ASSIGN TO WS-PATH-CANTMOV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CANTMOV
                FILE STATUS IS WS-FCM.

                SELECT CREDMOV ASSIGN TO WS-PATH-CREDMOV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CREDMOV
                FILE STATUS IS WS-FCR.

                SELECT CAIXALST ASSIGN TO WS-PATH-CAIXALST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FCX.
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
       FD MENSALIDADE.
          COPY CFPK0032.
       FD PARCELA.
          COPY CFPK0036.
       FD CANTMOV.
          COPY CFPK0067.
       FD CREDMOV.
          COPY CFPK0085.
       FD CAIXALST.
       01 REG-CAIXALST                    PIC X(80).
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
       77 WS-FME                          PIC 99.
          88 FME-OK                       VALUE 0.
          88 FCX-OK                       VALUE 0.
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FCM                          PIC 99.
          88 FCM-OK                       VALUE 0.
       77 WS-FCR                          PIC 99.
          88 FCR-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF3                         PIC X VALUE 'N'.
          88 EOF3-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF4                         PIC X VALUE 'N'.
          88 EOF4-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF5                         PIC X VALUE 'N'.
          88 EOF5-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INF                     PIC 9(08) VALUE ZEROS.
      *SUBTOTAIS POR OPERADOR (ATE 20 OPERADORES NO DIA)
       77 WS-VL-PAGTO-ATUAL               PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-QT-PAGTOS                    PIC 9(04) VALUE ZEROS.
       77 WS-VL-TOTAL-DIA                 PIC 9(07)V9(02) VALUE ZEROS.
      *DEVOLUCOES DE CREDITO PAGAS NO DIA (SAIDAS DO CAIXA)
       77 WS-QT-DEVOLUCOES                PIC 9(04) VALUE ZEROS.
       77 WS-VL-DEVOLUCOES                PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-LIQUIDO-DIA               PIC S9(07)V9(02) VALUE ZEROS.
       77 WS-VL-LIQUIDO-ED                PIC -ZZZZZZ9,99.
       77 WS-LINHA-CX                     PIC X(80) VALUE SPACES.
      *SALTO DE PAGINA (FORM FEED) APOS O FECHAMENTO IMPRESSO
       77 WS-SALTO-PAGINA                 PIC X VALUE X'0C'.
            END-IF

            SET FCX-OK                    TO TRUE
            MOVE WS-PATH-CAIXALST         TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND CAIXALST
            IF WS-FCX EQUAL 35
               OPEN OUTPUT CAIXALST
            MOVE ZEROS                    TO WS-QT-OPER
                                             WS-QT-PAGTOS
                                             WS-VL-TOTAL-DIA
                                             WS-QT-DEVOLUCOES
                                             WS-VL-DEVOLUCOES
            MOVE SPACES                   TO WS-TAB-OPERADORES

            MOVE ALL '='                  TO REG-CAIXALST
            END-IF
            CLOSE PARCELA

            SET FCM-OK                    TO TRUE
            OPEN INPUT CANTMOV
            IF FCM-OK
               MOVE 'RECARGAS DA CANTINA RECEBIDAS NO BALCAO:'
                                          TO REG-CAIXALST
               WRITE REG-CAIXALST
               SET EOF4-OK                TO FALSE
               PERFORM P2D-RECARGA-DO-DIA
                       THRU P2D-RECARGA-DO-DIA-FIM UNTIL EOF4-OK
            END-IF
            CLOSE CANTMOV

            SET FCR-OK                    TO TRUE
            OPEN INPUT CREDMOV
            IF FCR-OK
               MOVE 'CREDITOS (SOBRAS) E DEVOLUCOES DE CREDITO:'
                                          TO REG-CAIXALST
               WRITE REG-CAIXALST
               SET EOF5-OK                TO FALSE
               PERFORM P2E-CREDITO-DO-DIA
                       THRU P2E-CREDITO-DO-DIA-FIM UNTIL EOF5-OK
            END-IF
            CLOSE CREDMOV

            PERFORM P4-IMPRIME-TOTAIS     THRU P4-IMPRIME-TOTAIS-FIM
            CLOSE CAIXALST
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'FECHCAIXA'              TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM

            DISPLAY 'PAGAMENTOS DO DIA: ' WS-QT-PAGTOS
                    ' TOTAL: ' WS-VL-TOTAL-DIA
            .
       P2B-PARCELA-DO-DIA-FIM.

      *TRATA UM MOVIMENTO DA CANTINA: RECARGA EM DINHEIRO NO BALCAO
      *NA DATA INFORMADA ENTRA NA GAVETA SOB O ROTULO CANTINA/RECARGA
      *(RECARGA POR TRANSFERENCIA E CONSUMO NAO PASSAM PELO CAIXA)
       P2D-RECARGA-DO-DIA.
            READ CANTMOV NEXT RECORD
                AT END
                    SET EOF4-OK TO TRUE
                    GO TO P2D-RECARGA-DO-DIA-FIM
            END-READ

            IF TP-MOV-CANT NOT EQUAL 'C' OR
               FM-RECARGA-CANT NOT EQUAL 'B' OR
               DT-MOV-CANT NOT EQUAL WS-DATA-INF
               GO TO P2D-RECARGA-DO-DIA-FIM
            END-IF

            MOVE 'CANTINA/RECARGA'        TO WS-OPER-PAGTO
            MOVE VL-MOV-CANT              TO WS-VL-PAGTO-ATUAL
            PERFORM P2C-ACUMULA-OPERADOR
                    THRU P2C-ACUMULA-OPERADOR-FIM

            MOVE SPACES                   TO WS-LINHA-CX
            STRING 'CANTINA ' ID-ALUNO-MOVC ' RECARGA  '
                   VL-MOV-CANT '  ' OP-MOV-CANT
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CX
            END-STRING
            MOVE WS-LINHA-CX              TO REG-CAIXALST
            WRITE REG-CAIXALST
            .
       P2D-RECARGA-DO-DIA-FIM.

      *TRATA UM MOVIMENTO DE CREDITO DO ALUNO NA DATA INFORMADA: A
      *SOBRA DE PAGAMENTO ENTRA COMO RECEBIMENTO (NO OPERADOR QUE A
      *LANCOU, OU BANCO/AUTOM SE VEIO DO RETORNO BANCARIO) E A
      *DEVOLUCAO PAGA SAI DO CAIXA; O CREDITO UTILIZADO NAO E DINHEIRO
       P2E-CREDITO-DO-DIA.
            READ CREDMOV NEXT RECORD
                AT END
                    SET EOF5-OK TO TRUE
                    GO TO P2E-CREDITO-DO-DIA-FIM
            END-READ

            IF DT-MOV-CRD NOT EQUAL WS-DATA-INF
               GO TO P2E-CREDITO-DO-DIA-FIM
            END-IF

            EVALUATE TP-MOV-CRD
                WHEN 'S'
                    IF OR-MOV-CRD EQUAL 'R'
                       MOVE 'BANCO/AUTOM' TO WS-OPER-PAGTO
                    ELSE
                       MOVE OP-MOV-CRD    TO WS-OPER-PAGTO
                    END-IF
                    MOVE VL-MOV-CRD       TO WS-VL-PAGTO-ATUAL
                    PERFORM P2C-ACUMULA-OPERADOR
                            THRU P2C-ACUMULA-OPERADOR-FIM
                    MOVE SPACES           TO WS-LINHA-CX
                    STRING 'CREDITO ' ID-ALUNO-MCR ' SOBRA    '
                           VL-MOV-CRD '  ' WS-OPER-PAGTO
                           DELIMITED BY SIZE
                           INTO WS-LINHA-CX
                    END-STRING
                WHEN 'D'
                    ADD 1                 TO WS-QT-DEVOLUCOES
                    ADD VL-MOV-CRD        TO WS-VL-DEVOLUCOES
                    MOVE SPACES           TO WS-LINHA-CX
                    STRING 'CREDITO ' ID-ALUNO-MCR ' DEVOLUCAO '
                           VL-MOV-CRD ' (SAIDA) ' OP-MOV-CRD
                           DELIMITED BY SIZE
                           INTO WS-LINHA-CX
                    END-STRING
                WHEN OTHER
                    GO TO P2E-CREDITO-DO-DIA-FIM
            END-EVALUATE
            MOVE WS-LINHA-CX              TO REG-CAIXALST
            WRITE REG-CAIXALST
            .
       P2E-CREDITO-DO-DIA-FIM.

      *ACUMULA O PAGAMENTO CORRENTE (WS-VL-PAGTO-ATUAL) NO TOTAL DO
      *DIA E NO SUBTOTAL DO OPERADOR EM WS-OPER-PAGTO
       P2C-ACUMULA-OPERADOR.
            END-STRING
            MOVE WS-LINHA-CX              TO REG-CAIXALST
            WRITE REG-CAIXALST

            IF WS-QT-DEVOLUCOES GREATER THAN ZEROS
               MOVE SPACES                TO WS-LINHA-CX
               STRING 'DEVOLUCOES DE CREDITO PAGAS: ' WS-VL-DEVOLUCOES
                      ' (' WS-QT-DEVOLUCOES ' DEVOLUCOES)'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-CX
               END-STRING
               MOVE WS-LINHA-CX           TO REG-CAIXALST
               WRITE REG-CAIXALST
               COMPUTE WS-VL-LIQUIDO-DIA = WS-VL-TOTAL-DIA
                       - WS-VL-DEVOLUCOES
               END-COMPUTE
               MOVE WS-VL-LIQUIDO-DIA     TO WS-VL-LIQUIDO-ED
               MOVE SPACES                TO WS-LINHA-CX
               STRING 'SALDO LIQUIDO DO CAIXA: ' WS-VL-LIQUIDO-ED
                      DELIMITED BY SIZE
                      INTO WS-LINHA-CX
               END-STRING
               MOVE WS-LINHA-CX           TO REG-CAIXALST
               WRITE REG-CAIXALST
            END-IF
            MOVE WS-SALTO-PAGINA          TO REG-CAIXALST
            WRITE REG-CAIXALST
            .
       P4-IMPRIME-TOTAIS-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

