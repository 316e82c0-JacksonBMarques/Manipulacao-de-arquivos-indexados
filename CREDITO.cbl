      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: conta de credito do aluno (CFP001S93): o que a
      *          familia pagou a mais (pagamento em duplicidade ou
      *          acima do valor cobrado, no balcao pelo MENSALID ou no
      *          retorno bancario) fica como credito, consumido
      *          automaticamente na geracao da proxima mensalidade.
      *          este modulo mostra o extrato da conta (CFP001S94),
      *          registra o pedido de devolucao do credito (CFP001S95,
      *          o valor fica reservado), a aprovacao ou recusa pelo
      *          perfil DIRECAO e o pagamento da devolucao aprovada, e
      *          lista os saldos de credito (passivo com as familias)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO MODULO DE CREDITO E DEVOLUCOES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDITO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CREDCONTA ASSIGN TO WS-PATH-CREDCONTA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO-CRC
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-CRD-FCC.

                SELECT CREDMOV ASSIGN TO WS-PATH-CREDMOV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CREDMOV
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-CRD-FCM.

                SELECT DEVOLUCAO ASSIGN TO WS-PATH-DEVOLUCAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-DEVOLUCAO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FDV.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTADOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDCONTA.
          COPY CFPK0084.
       FD CREDMOV.
          COPY CFPK0085.
       FD DEVOLUCAO.
          COPY CFPK0086.
       FD ALUNO.
          COPY CFPK0001.
       FD CONTADOR.
          COPY CFPK0008.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY CREDVARS.
       77 WS-FDV                          PIC 99.
          88 FDV-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
      *ALUNO E CONTA EM TRATAMENTO
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO                     PIC X(20) VALUE SPACES.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-VL-DISPONIVEL                PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-DS-TIPO                      PIC X(10) VALUE SPACES.
      *PEDIDO DE DEVOLUCAO
       77 WS-ID-DEVOLUCAO-INF             PIC 9(05) VALUE ZEROS.
       77 WS-VL-INFORMADO                 PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-MOTIVO-INF                   PIC X(30) VALUE SPACES.
      *LISTAGEM DOS SALDOS (PASSIVO COM AS FAMILIAS)
       77 WS-QT-CONTAS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-PENDENTES                 PIC 9(05) VALUE ZEROS.
       77 WS-VL-TOTAL-SALDO               PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-TOTAL-RESERVADO           PIC 9(09)V9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).
         03 LK-PERFIL                    PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** CREDITO DO ALUNO E DEVOLUCOES ***'
            DISPLAY 'TECLE <E> PARA O EXTRATO DO CREDITO, <P> PARA'
            DISPLAY 'PEDIR DEVOLUCAO, <A> PARA APROVAR OU RECUSAR'
            DISPLAY 'UM PEDIDO, <G> PARA PAGAR A DEVOLUCAO, <L> PARA'
            DISPLAY 'LISTAR OS SALDOS DE CREDITO OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'E'
                WHEN 'e'
                    PERFORM P2-EXTRATO    THRU P2-EXTRATO-FIM
                WHEN 'P'
                WHEN 'p'
                    PERFORM P3-PEDIDO     THRU P3-PEDIDO-FIM
                WHEN 'A'
                WHEN 'a'
                    PERFORM P4-APROVACAO  THRU P4-APROVACAO-FIM
                WHEN 'G'
                WHEN 'g'
                    PERFORM P5-PAGAMENTO  THRU P5-PAGAMENTO-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P6-LISTA      THRU P6-LISTA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *EXTRATO DA CONTA DE CREDITO: SALDO, RESERVA E TODOS OS
      *LANCAMENTOS DO ALUNO COM O SALDO APOS CADA UM
       P2-EXTRATO.
            PERFORM P7-PEDE-ALUNO         THRU P7-PEDE-ALUNO-FIM
            IF NOT ACHOU
               GO TO P2-EXTRATO-FIM
            END-IF

            PERFORM P8-LE-CONTA           THRU P8-LE-CONTA-FIM
            IF NOT CRD-FCC-OK
               DISPLAY 'ALUNO SEM CONTA DE CREDITO.'
               GO TO P2-EXTRATO-FIM
            END-IF

            SET CRD-FCM-OK                TO TRUE
            OPEN INPUT CREDMOV
            IF NOT CRD-FCM-OK
               DISPLAY 'NENHUM MOVIMENTO DE CREDITO.'
               CLOSE CREDMOV
               GO TO P2-EXTRATO-FIM
            END-IF

            DISPLAY 'DATA     TIPO       DESCRICAO            VALOR'
                    '       SALDO'
            SET EOF-OK                    TO FALSE
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-MCR
            MOVE ZEROS                    TO DT-MOV-CRD
                                             HR-MOV-CRD
            START CREDMOV KEY NOT LESS THAN ID-CREDMOV
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ CREDMOV NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-MCR NOT EQUAL WS-ID-ALUNO-INF
                           SET EOF-OK     TO TRUE
                        ELSE
                           EVALUATE TP-MOV-CRD
                               WHEN 'S'
                                   MOVE 'SOBRA'     TO WS-DS-TIPO
                               WHEN 'U'
                                   MOVE 'UTILIZADO' TO WS-DS-TIPO
                               WHEN OTHER
                                   MOVE 'DEVOLUCAO' TO WS-DS-TIPO
                           END-EVALUATE
                           DISPLAY DT-MOV-CRD ' ' WS-DS-TIPO ' '
                                   DS-MOV-CRD ' ' VL-MOV-CRD ' '
                                   VL-SALDO-APOS-CRD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CREDMOV
            .
       P2-EXTRATO-FIM.

      *PEDIDO DE DEVOLUCAO DO CREDITO: ATE O SALDO DISPONIVEL (NAO
      *RESERVADO), QUE FICA RESERVADO ATE A DECISAO DA DIRECAO
       P3-PEDIDO.
            PERFORM P7-PEDE-ALUNO         THRU P7-PEDE-ALUNO-FIM
            IF NOT ACHOU
               GO TO P3-PEDIDO-FIM
            END-IF

            SET CRD-FCC-OK                TO TRUE
            OPEN I-O CREDCONTA
            IF NOT CRD-FCC-OK
               DISPLAY 'NENHUMA CONTA DE CREDITO ABERTA.'
               CLOSE CREDCONTA
               GO TO P3-PEDIDO-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-CRC
            READ CREDCONTA
                KEY IS ID-ALUNO-CRC
                INVALID KEY
                    DISPLAY 'ALUNO SEM CONTA DE CREDITO.'
                    CLOSE CREDCONTA
                    GO TO P3-PEDIDO-FIM
            END-READ

            COMPUTE WS-VL-DISPONIVEL = VL-SALDO-CRC - VL-RESERVADO-CRC
            END-COMPUTE
            DISPLAY 'SALDO: ' VL-SALDO-CRC ' RESERVADO: '
                    VL-RESERVADO-CRC ' DISPONIVEL: ' WS-VL-DISPONIVEL
            IF WS-VL-DISPONIVEL EQUAL ZEROS
               DISPLAY 'NAO HA CREDITO DISPONIVEL PARA DEVOLUCAO.'
               CLOSE CREDCONTA
               GO TO P3-PEDIDO-FIM
            END-IF

            DISPLAY 'Valor a devolver (0 = todo o disponivel): '
            ACCEPT WS-VL-INFORMADO
            IF WS-VL-INFORMADO EQUAL ZEROS
               MOVE WS-VL-DISPONIVEL      TO WS-VL-INFORMADO
            END-IF
            IF WS-VL-INFORMADO GREATER THAN WS-VL-DISPONIVEL
               DISPLAY 'VALOR ACIMA DO CREDITO DISPONIVEL.'
               CLOSE CREDCONTA
               GO TO P3-PEDIDO-FIM
            END-IF
            DISPLAY 'Motivo do pedido: '
            ACCEPT WS-MOTIVO-INF

            PERFORM P9-GERA-NUMERO        THRU P9-GERA-NUMERO-FIM
            IF WS-ID-DEVOLUCAO-INF EQUAL ZEROS
               DISPLAY 'PEDIDO NAO REGISTRADO - CONTADOR INDISPONIVEL'
               CLOSE CREDCONTA
               GO TO P3-PEDIDO-FIM
            END-IF

            PERFORM P10-ABRE-DEVOLUCAO    THRU P10-ABRE-DEVOLUCAO-FIM
            IF NOT FDV-OK
               CLOSE DEVOLUCAO
               CLOSE CREDCONTA
               GO TO P3-PEDIDO-FIM
            END-IF

            MOVE WS-ID-DEVOLUCAO-INF      TO ID-DEVOLUCAO
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-DEV
            MOVE WS-VL-INFORMADO          TO VL-DEVOLUCAO
            MOVE WS-MOTIVO-INF            TO MOTIVO-DEV
            MOVE 'P'                      TO ST-DEVOLUCAO
            MOVE WS-DATA-HOJE             TO DT-PEDIDO-DEV
            MOVE LK-OPERADOR              TO OP-PEDIDO-DEV
            MOVE ZEROS                    TO DT-DECISAO-DEV
                                             DT-PAGTO-DEV
            MOVE SPACES                   TO OP-DECISAO-DEV
                                             OP-PAGTO-DEV
            WRITE REG-DEVOLUCAO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O PEDIDO DE DEVOLUCAO'
                    CLOSE DEVOLUCAO
                    CLOSE CREDCONTA
                    GO TO P3-PEDIDO-FIM
            END-WRITE
            CLOSE DEVOLUCAO

            ADD WS-VL-INFORMADO           TO VL-RESERVADO-CRC
            REWRITE REG-CREDCONTA
                INVALID KEY
                    DISPLAY 'ERRO AO RESERVAR O CREDITO'
            END-REWRITE
            CLOSE CREDCONTA

            DISPLAY 'PEDIDO DE DEVOLUCAO ' WS-ID-DEVOLUCAO-INF
                    ' REGISTRADO - AGUARDA APROVACAO DA DIRECAO.'

            MOVE 'CREDITO'                TO WS-AUD-PROGRAMA
            MOVE 'PEDIDO-DEV'             TO WS-AUD-OPERACAO
            STRING 'DEVOL ' WS-ID-DEVOLUCAO-INF ' ALUNO '
                   WS-ID-ALUNO-INF ' VALOR ' WS-VL-INFORMADO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P3-PEDIDO-FIM.

      *APROVACAO OU RECUSA DE UM PEDIDO PENDENTE - RESTRITA AO PERFIL
      *DIRECAO; A RECUSA LIBERA O VALOR RESERVADO NA CONTA
       P4-APROVACAO.
            IF LK-PERFIL NOT EQUAL 'DIRECAO'
               AND LK-PERFIL NOT EQUAL SPACES
               DISPLAY 'APROVACAO DE DEVOLUCAO RESTRITA AO PERFIL'
                       ' DIRECAO.'
               GO TO P4-APROVACAO-FIM
            END-IF

            DISPLAY 'Informe o numero do pedido de devolucao: '
            ACCEPT WS-ID-DEVOLUCAO-INF

            PERFORM P10-ABRE-DEVOLUCAO    THRU P10-ABRE-DEVOLUCAO-FIM
            IF NOT FDV-OK
               CLOSE DEVOLUCAO
               GO TO P4-APROVACAO-FIM
            END-IF

            MOVE WS-ID-DEVOLUCAO-INF      TO ID-DEVOLUCAO
            READ DEVOLUCAO
                KEY IS ID-DEVOLUCAO
                INVALID KEY
                    DISPLAY 'PEDIDO DE DEVOLUCAO NAO ENCONTRADO.'
                    CLOSE DEVOLUCAO
                    GO TO P4-APROVACAO-FIM
            END-READ

            IF ST-DEVOLUCAO NOT EQUAL 'P'
               DISPLAY 'PEDIDO NAO ESTA PENDENTE (SITUACAO '
                       ST-DEVOLUCAO ').'
               CLOSE DEVOLUCAO
               GO TO P4-APROVACAO-FIM
            END-IF

            DISPLAY 'ALUNO ' ID-ALUNO-DEV ' VALOR ' VL-DEVOLUCAO
            DISPLAY 'MOTIVO: ' MOTIVO-DEV
            DISPLAY 'PEDIDO EM ' DT-PEDIDO-DEV ' POR ' OP-PEDIDO-DEV
            DISPLAY 'Tecle <A> para aprovar ou <R> para recusar: '
            ACCEPT WS-RESPOSTA
            EVALUATE WS-RESPOSTA
                WHEN 'A'
                WHEN 'a'
                    MOVE 'A'              TO ST-DEVOLUCAO
                    MOVE 'APROVA-DEV'     TO WS-AUD-OPERACAO
                WHEN 'R'
                WHEN 'r'
                    MOVE 'R'              TO ST-DEVOLUCAO
                    MOVE 'RECUSA-DEV'     TO WS-AUD-OPERACAO
                WHEN OTHER
                    DISPLAY 'RESPOSTA INVALIDA - PEDIDO MANTIDO.'
                    CLOSE DEVOLUCAO
                    GO TO P4-APROVACAO-FIM
            END-EVALUATE

            MOVE WS-DATA-HOJE             TO DT-DECISAO-DEV
            MOVE LK-OPERADOR              TO OP-DECISAO-DEV
            REWRITE REG-DEVOLUCAO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A DECISAO'
                    CLOSE DEVOLUCAO
                    GO TO P4-APROVACAO-FIM
            END-REWRITE
            MOVE ID-ALUNO-DEV             TO WS-ID-ALUNO-INF
            MOVE VL-DEVOLUCAO             TO WS-VL-INFORMADO
            CLOSE DEVOLUCAO

            IF ST-DEVOLUCAO EQUAL 'R'
               PERFORM P11-LIBERA-RESERVA THRU P11-LIBERA-RESERVA-FIM
               DISPLAY 'PEDIDO RECUSADO - CREDITO LIBERADO.'
            ELSE
               DISPLAY 'PEDIDO APROVADO - AGUARDA O PAGAMENTO.'
            END-IF

            MOVE 'CREDITO'                TO WS-AUD-PROGRAMA
            STRING 'DEVOL ' WS-ID-DEVOLUCAO-INF ' ALUNO '
                   WS-ID-ALUNO-INF ' VALOR ' WS-VL-INFORMADO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P4-APROVACAO-FIM.

      *PAGAMENTO DE UMA DEVOLUCAO APROVADA: DEBITA A CONTA DE CREDITO
      *(MOVIMENTO D, QUE SAI NO FECHAMENTO DE CAIXA) E BAIXA O PEDIDO
       P5-PAGAMENTO.
            DISPLAY 'Informe o numero do pedido de devolucao: '
            ACCEPT WS-ID-DEVOLUCAO-INF

            PERFORM P10-ABRE-DEVOLUCAO    THRU P10-ABRE-DEVOLUCAO-FIM
            IF NOT FDV-OK
               CLOSE DEVOLUCAO
               GO TO P5-PAGAMENTO-FIM
            END-IF

            MOVE WS-ID-DEVOLUCAO-INF      TO ID-DEVOLUCAO
            READ DEVOLUCAO
                KEY IS ID-DEVOLUCAO
                INVALID KEY
                    DISPLAY 'PEDIDO DE DEVOLUCAO NAO ENCONTRADO.'
                    CLOSE DEVOLUCAO
                    GO TO P5-PAGAMENTO-FIM
            END-READ

            IF ST-DEVOLUCAO NOT EQUAL 'A'
               DISPLAY 'SO PEDIDO APROVADO PODE SER PAGO (SITUACAO '
                       ST-DEVOLUCAO ').'
               CLOSE DEVOLUCAO
               GO TO P5-PAGAMENTO-FIM
            END-IF

            DISPLAY 'ALUNO ' ID-ALUNO-DEV ' VALOR ' VL-DEVOLUCAO
            DISPLAY 'Confirma o pagamento a familia (S/N)? '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY 'PAGAMENTO NAO EFETUADO.'
               CLOSE DEVOLUCAO
               GO TO P5-PAGAMENTO-FIM
            END-IF

            MOVE ID-ALUNO-DEV             TO WS-CRD-ALUNO
            MOVE 'D'                      TO WS-CRD-TIPO
            MOVE SPACES                   TO WS-CRD-ORIGEM
            MOVE VL-DEVOLUCAO             TO WS-CRD-VALOR
            MOVE ZEROS                    TO WS-CRD-AAAAMM
                                             WS-CRD-DATA
            MOVE ID-DEVOLUCAO             TO WS-CRD-DOC
            MOVE 'DEVOLUCAO PAGA'         TO WS-CRD-DESCRICAO
            PERFORM C9-LANCA-CREDITO      THRU C9-LANCA-CREDITO-FIM
            IF NOT CRD-LANCADO
               DISPLAY 'DEVOLUCAO NAO LANCADA NA CONTA DE CREDITO.'
               CLOSE DEVOLUCAO
               GO TO P5-PAGAMENTO-FIM
            END-IF

            MOVE 'G'                      TO ST-DEVOLUCAO
            MOVE WS-DATA-HOJE             TO DT-PAGTO-DEV
            MOVE LK-OPERADOR              TO OP-PAGTO-DEV
            REWRITE REG-DEVOLUCAO
                INVALID KEY
                    DISPLAY 'ERRO AO BAIXAR O PEDIDO DE DEVOLUCAO'
            END-REWRITE
            CLOSE DEVOLUCAO

            DISPLAY 'DEVOLUCAO PAGA! SALDO DE CREDITO DO ALUNO: '
                    WS-CRD-SALDO

            MOVE 'CREDITO'                TO WS-AUD-PROGRAMA
            MOVE 'PAGTO-DEV'              TO WS-AUD-OPERACAO
            STRING 'DEVOL ' WS-ID-DEVOLUCAO-INF ' ALUNO '
                   WS-CRD-ALUNO ' VALOR ' WS-CRD-VALOR
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P5-PAGAMENTO-FIM.

      *LISTA AS CONTAS COM SALDO DE CREDITO E O TOTAL DO PASSIVO COM
      *AS FAMILIAS, E OS PEDIDOS DE DEVOLUCAO AINDA NAO PAGOS
       P6-LISTA.
            MOVE ZEROS                    TO WS-QT-CONTAS
                                             WS-QT-PENDENTES
                                             WS-VL-TOTAL-SALDO
                                             WS-VL-TOTAL-RESERVADO
            SET CRD-FCC-OK                TO TRUE
            OPEN INPUT CREDCONTA
            IF NOT CRD-FCC-OK
               DISPLAY 'NENHUMA CONTA DE CREDITO ABERTA.'
               CLOSE CREDCONTA
               GO TO P6-LISTA-FIM
            END-IF

            DISPLAY '*** SALDOS DE CREDITO DOS ALUNOS ***'
            DISPLAY 'ALUNO        SALDO   RESERVADO  ULT.MOV'
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ CREDCONTA NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF VL-SALDO-CRC GREATER THAN ZEROS
                           ADD 1          TO WS-QT-CONTAS
                           ADD VL-SALDO-CRC TO WS-VL-TOTAL-SALDO
                           ADD VL-RESERVADO-CRC
                               TO WS-VL-TOTAL-RESERVADO
                           DISPLAY ID-ALUNO-CRC ' ' VL-SALDO-CRC ' '
                                   VL-RESERVADO-CRC ' '
                                   DT-ULT-MOV-CRC
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CREDCONTA

            SET FDV-OK                    TO TRUE
            OPEN INPUT DEVOLUCAO
            IF FDV-OK
               DISPLAY 'PEDIDOS DE DEVOLUCAO EM ANDAMENTO:'
               SET EOF-OK                 TO FALSE
               PERFORM UNTIL EOF-OK
                   READ DEVOLUCAO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF ST-DEVOLUCAO EQUAL 'P' OR
                              ST-DEVOLUCAO EQUAL 'A'
                              ADD 1       TO WS-QT-PENDENTES
                              DISPLAY '  PEDIDO ' ID-DEVOLUCAO
                                      ' ALUNO ' ID-ALUNO-DEV ' '
                                      VL-DEVOLUCAO ' SITUACAO '
                                      ST-DEVOLUCAO
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE DEVOLUCAO

            DISPLAY 'CONTAS COM SALDO: ' WS-QT-CONTAS
            DISPLAY 'TOTAL DE CREDITO A FAVOR DAS FAMILIAS (PASSIVO): '
                    WS-VL-TOTAL-SALDO
            DISPLAY 'RESERVADO PARA DEVOLUCAO: ' WS-VL-TOTAL-RESERVADO
                    ' (' WS-QT-PENDENTES ' PEDIDOS)'
            .
       P6-LISTA-FIM.

      *PEDE O ALUNO E CONFERE O CADASTRO
       P7-PEDE-ALUNO.
            MOVE 'N'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-NM-ALUNO
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF

            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       DISPLAY 'ALUNO NAO EXISTE!'
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-NM-ALUNO
                       MOVE 'S'           TO WS-ACHOU
                       DISPLAY 'ALUNO ' ID-ALUNO ' - '
                               FUNCTION TRIM(NM-ALUNO)
               END-READ
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
            END-IF
            CLOSE ALUNO
            .
       P7-PEDE-ALUNO-FIM.

      *LE A CONTA DE CREDITO DO ALUNO E MOSTRA O SALDO; SEM CONTA
      *DEVOLVE CRD-FCC-OK DESLIGADO
       P8-LE-CONTA.
            SET CRD-FCC-OK                TO TRUE
            OPEN INPUT CREDCONTA
            IF CRD-FCC-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO-CRC
               READ CREDCONTA
                   KEY IS ID-ALUNO-CRC
                   INVALID KEY
                       MOVE 23            TO WS-CRD-FCC
                   NOT INVALID KEY
                       COMPUTE WS-VL-DISPONIVEL = VL-SALDO-CRC
                               - VL-RESERVADO-CRC
                       END-COMPUTE
                       DISPLAY 'SALDO: ' VL-SALDO-CRC
                               ' RESERVADO: ' VL-RESERVADO-CRC
                               ' DISPONIVEL: ' WS-VL-DISPONIVEL
                       DISPLAY 'CONTA ABERTA EM ' DT-ABERTURA-CRC
                               ' ULTIMO MOVIMENTO EM ' DT-ULT-MOV-CRC
               END-READ
            END-IF
            CLOSE CREDCONTA
            .
       P8-LE-CONTA-FIM.

      *GERA O PROXIMO NUMERO DE PEDIDO DE DEVOLUCAO (CONTADOR 36)
       P9-GERA-NUMERO.
            MOVE ZEROS                    TO WS-ID-DEVOLUCAO-INF
            SET FSC-OK                    TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF

            IF FSC-OK THEN
               MOVE 36                    TO ID-CONTADOR
               READ CONTADOR
                   INVALID KEY
                       MOVE ZEROS         TO NR-ULTIMO-REGISTRO
               END-READ

               ADD 1                      TO NR-ULTIMO-REGISTRO
               MOVE NR-ULTIMO-REGISTRO    TO WS-ID-DEVOLUCAO-INF

               REWRITE REG-CONTADOR
                   INVALID KEY
                       WRITE REG-CONTADOR
               END-REWRITE
            ELSE
              DISPLAY 'ERRO AO ABRIR ARQUIVO DE CONTADOR'
              MOVE WS-FSC TO WS-FS-CODE
              PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
              DISPLAY 'FILE STATUS: ' WS-FSC ' - ' WS-FS-MSG
            END-IF

            CLOSE CONTADOR
            .
       P9-GERA-NUMERO-FIM.

      *ABRE OS PEDIDOS DE DEVOLUCAO EM I-O, CRIANDO O ARQUIVO SE NAO
      *EXISTIR
       P10-ABRE-DEVOLUCAO.
            SET FDV-OK                    TO TRUE
            OPEN I-O DEVOLUCAO
            IF WS-FDV EQUAL 35
                 CLOSE DEVOLUCAO
                 OPEN OUTPUT DEVOLUCAO
                 CLOSE DEVOLUCAO
                 OPEN I-O DEVOLUCAO
            END-IF
            IF NOT FDV-OK
               DISPLAY 'ERRO AO ABRIR OS PEDIDOS DE DEVOLUCAO'
               MOVE WS-FDV TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FDV ' - ' WS-FS-MSG
            END-IF
            .
       P10-ABRE-DEVOLUCAO-FIM.

      *LIBERA NA CONTA DO ALUNO A RESERVA DO PEDIDO RECUSADO
       P11-LIBERA-RESERVA.
            SET CRD-FCC-OK                TO TRUE
            OPEN I-O CREDCONTA
            IF NOT CRD-FCC-OK
               DISPLAY 'ERRO AO ABRIR AS CONTAS DE CREDITO'
               CLOSE CREDCONTA
               GO TO P11-LIBERA-RESERVA-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-CRC
            READ CREDCONTA
                KEY IS ID-ALUNO-CRC
                INVALID KEY
                    DISPLAY 'CONTA DE CREDITO DO ALUNO NAO ENCONTRADA'
                    CLOSE CREDCONTA
                    GO TO P11-LIBERA-RESERVA-FIM
            END-READ

            IF WS-VL-INFORMADO GREATER THAN VL-RESERVADO-CRC
               MOVE ZEROS                 TO VL-RESERVADO-CRC
            ELSE
               SUBTRACT WS-VL-INFORMADO   FROM VL-RESERVADO-CRC
            END-IF
            REWRITE REG-CREDCONTA
                INVALID KEY
                    DISPLAY 'ERRO AO LIBERAR A RESERVA'
            END-REWRITE
            CLOSE CREDCONTA
            .
       P11-LIBERA-RESERVA-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY CREDLANC.

       P0-FIM.
            GOBACK.
       END PROGRAM CREDITO.
