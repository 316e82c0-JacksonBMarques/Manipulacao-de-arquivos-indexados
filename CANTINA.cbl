      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: conta pre-paga da cantina por aluno (CFP001S75):
      *          abertura da conta com o limite diario de consumo
      *          definido pelo responsavel (CFP001S19), recargas no
      *          balcao ou por transferencia, venda no caixa da
      *          cantina (debito recusado acima do saldo ou do limite
      *          do dia) e extrato mensal por aluno no arquivo de
      *          impressao. todo lancamento fica no CFP001S76; as
      *          recargas de balcao entram no fechamento de caixa
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO MODULO DA CANTINA
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANTINA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CANTCONTA ASSIGN TO WS-PATH-CANTCONTA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO-CNT
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCC.

                SELECT CANTMOV ASSIGN TO WS-PATH-CANTMOV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CANTMOV
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCM.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT RESPONSAVEL ASSIGN TO WS-PATH-RESPONSAVEL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-REGISTRO-RESP
                FILE STATUS IS WS-FRS.

                SELECT BOLETIM ASSIGN TO WS-PATH-BOLETIM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FBOL.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
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
       FD CANTCONTA.
          COPY CFPK0066.
       FD CANTMOV.
          COPY CFPK0067.
       FD ALUNO.
          COPY CFPK0001.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD BOLETIM.
       01 REG-BOLETIM                     PIC X(80).
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
       77 WS-FCC                          PIC 99.
          88 FCC-OK                       VALUE 0.
       77 WS-FCM                          PIC 99.
          88 FCM-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FRS                          PIC 99.
          88 FRS-OK                       VALUE 0.
       77 WS-FBOL                         PIC 99.
          88 FBOL-OK                      VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA                   PIC 9(08) VALUE ZEROS.
      *ALUNO E CONTA EM TRATAMENTO
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO-CNT                 PIC X(20) VALUE SPACES.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-ID-RESP-INF                  PIC 9(05) VALUE ZEROS.
       77 WS-VL-LIMITE-INF                PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-VL-INFORMADO                 PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-FM-RECARGA                   PIC X VALUE SPACES.
       77 WS-DS-CONSUMO                   PIC X(20) VALUE SPACES.
       77 WS-VL-CONSUMO-HOJE              PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-VL-DISPONIVEL-DIA            PIC S9(05)V9(02) VALUE ZEROS.
      *GRAVACAO DO MOVIMENTO (CHAVE COM A HORA; COLISAO NO MESMO
      *CENTESIMO AVANCA A HORA ATE ACHAR CHAVE LIVRE)
       77 WS-MOV-GRAVADO                  PIC X VALUE 'N'.
          88 MOV-GRAVADO                  VALUE 'S' FALSE 'N'.
       77 WS-TENTATIVAS                   PIC 9(02) VALUE ZEROS.
      *EXTRATO MENSAL
       77 WS-AAAAMM-INF                   PIC 9(06) VALUE ZEROS.
       77 WS-AAAAMM-MOV                   PIC 9(06) VALUE ZEROS.
       77 WS-VL-CREDITOS                  PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-DEBITOS                   PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-QT-MOVS                      PIC 9(05) VALUE ZEROS.
       77 WS-DS-TIPO                      PIC X(08) VALUE SPACES.
       77 WS-LINHA-CNT                    PIC X(80) VALUE SPACES.
      *SALTO DE PAGINA (FORM FEED) APOS O EXTRATO IMPRESSO
       77 WS-SALTO-PAGINA                 PIC X VALUE X'0C'.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).

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
            DISPLAY '*** CANTINA - CONTA PRE-PAGA ***'
            DISPLAY 'TECLE <A> PARA ABRIR A CONTA OU DEFINIR O LIMITE,'
            DISPLAY '<R> PARA RECARGA, <V> PARA VENDA NO CAIXA,'
            DISPLAY '<E> PARA O EXTRATO MENSAL'
            DISPLAY 'OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'A'
                WHEN 'a'
                    PERFORM P2-CONTA      THRU P2-CONTA-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P3-RECARGA    THRU P3-RECARGA-FIM
                WHEN 'V'
                WHEN 'v'
                    PERFORM P4-VENDA      THRU P4-VENDA-FIM
                WHEN 'E'
                WHEN 'e'
                    PERFORM P5-EXTRATO    THRU P5-EXTRATO-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *ABRE A CONTA DO ALUNO OU ALTERA O LIMITE DIARIO, SEMPRE
      *AUTORIZADO POR UM RESPONSAVEL CADASTRADO DO PROPRIO ALUNO
       P2-CONTA.
            PERFORM P7-PEDE-ALUNO         THRU P7-PEDE-ALUNO-FIM
            IF NOT ACHOU
               GO TO P2-CONTA-FIM
            END-IF

            DISPLAY 'Registro do responsavel que autoriza: '
            ACCEPT WS-ID-RESP-INF
            SET FRS-OK                    TO TRUE
            MOVE 'N'                      TO WS-ACHOU
            OPEN INPUT RESPONSAVEL
            IF FRS-OK
               MOVE WS-ID-RESP-INF        TO ID-REGISTRO-RESP
               READ RESPONSAVEL
                   KEY IS ID-REGISTRO-RESP
                   INVALID KEY
                       DISPLAY 'RESPONSAVEL NAO CADASTRADO!'
                   NOT INVALID KEY
                       IF ID-ALUNO-RESP NOT EQUAL WS-ID-ALUNO-INF
                          DISPLAY 'RESPONSAVEL NAO E DESTE ALUNO!'
                       ELSE
                          DISPLAY 'RESPONSAVEL: '
                                  FUNCTION TRIM(NM-RESP) ' ('
                                  FUNCTION TRIM(PARENTESCO) ')'
                          MOVE 'S'        TO WS-ACHOU
                       END-IF
               END-READ
            ELSE
               DISPLAY 'NENHUM RESPONSAVEL CADASTRADO.'
            END-IF
            CLOSE RESPONSAVEL
            IF NOT ACHOU
               GO TO P2-CONTA-FIM
            END-IF

            DISPLAY 'Limite diario de consumo (0 = sem limite): '
            ACCEPT WS-VL-LIMITE-INF

            PERFORM P8-ABRE-CONTA         THRU P8-ABRE-CONTA-FIM
            IF NOT FCC-OK
               CLOSE CANTCONTA
               GO TO P2-CONTA-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-CNT
            READ CANTCONTA
                KEY IS ID-ALUNO-CNT
                INVALID KEY
                    MOVE ZEROS            TO VL-SALDO-CNT
                                             DT-ULT-CONSUMO-CNT
                                             VL-CONSUMO-DIA-CNT
                    MOVE WS-DATA-HOJE     TO DT-ABERTURA-CNT
                    MOVE WS-VL-LIMITE-INF TO VL-LIMITE-DIA-CNT
                    MOVE WS-ID-RESP-INF   TO ID-RESP-LIMITE-CNT
                    MOVE WS-DATA-HOJE     TO DT-LIMITE-CNT
                    WRITE REG-CANTCONTA
                        INVALID KEY
                            DISPLAY 'ERRO AO ABRIR A CONTA'
                        NOT INVALID KEY
                            DISPLAY 'Conta aberta com saldo zero!'
                            MOVE 'ABERTURA' TO WS-AUD-OPERACAO
                    END-WRITE
                NOT INVALID KEY
                    DISPLAY 'LIMITE ANTERIOR: ' VL-LIMITE-DIA-CNT
                            ' (RESP ' ID-RESP-LIMITE-CNT ' EM '
                            DT-LIMITE-CNT ')'
                    MOVE WS-VL-LIMITE-INF TO VL-LIMITE-DIA-CNT
                    MOVE WS-ID-RESP-INF   TO ID-RESP-LIMITE-CNT
                    MOVE WS-DATA-HOJE     TO DT-LIMITE-CNT
                    REWRITE REG-CANTCONTA
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR O LIMITE'
                        NOT INVALID KEY
                            DISPLAY 'Limite alterado!'
                            MOVE 'LIMITE'   TO WS-AUD-OPERACAO
                    END-REWRITE
            END-READ
            CLOSE CANTCONTA

            MOVE 'CANTINA'                TO WS-AUD-PROGRAMA
            STRING 'ALUNO ' WS-ID-ALUNO-INF ' LIMITE '
                   WS-VL-LIMITE-INF ' RESP ' WS-ID-RESP-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-CONTA-FIM.

      *RECARGA DE CREDITO NA CONTA (BALCAO OU TRANSFERENCIA)
       P3-RECARGA.
            PERFORM P7-PEDE-ALUNO         THRU P7-PEDE-ALUNO-FIM
            IF NOT ACHOU
               GO TO P3-RECARGA-FIM
            END-IF

            SET FCC-OK                    TO TRUE
            OPEN I-O CANTCONTA
            IF NOT FCC-OK
               DISPLAY 'NENHUMA CONTA DE CANTINA ABERTA.'
               CLOSE CANTCONTA
               GO TO P3-RECARGA-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-CNT
            READ CANTCONTA
                KEY IS ID-ALUNO-CNT
                INVALID KEY
                    DISPLAY 'ALUNO SEM CONTA NA CANTINA - ABRA A'
                            ' CONTA PRIMEIRO.'
                    CLOSE CANTCONTA
                    GO TO P3-RECARGA-FIM
            END-READ

            DISPLAY 'SALDO ATUAL: ' VL-SALDO-CNT
            DISPLAY 'Valor da recarga: '
            ACCEPT WS-VL-INFORMADO
            IF WS-VL-INFORMADO EQUAL ZEROS
               DISPLAY 'VALOR INVALIDO.'
               CLOSE CANTCONTA
               GO TO P3-RECARGA-FIM
            END-IF
            DISPLAY 'Forma: <B> balcao (dinheiro) ou <T>'
                    ' transferencia: '
            ACCEPT WS-FM-RECARGA
            EVALUATE WS-FM-RECARGA
                WHEN 'B'
                WHEN 'b'
                    MOVE 'B'              TO WS-FM-RECARGA
                WHEN 'T'
                WHEN 't'
                    MOVE 'T'              TO WS-FM-RECARGA
                WHEN OTHER
                    DISPLAY 'FORMA INVALIDA - INFORME B OU T.'
                    CLOSE CANTCONTA
                    GO TO P3-RECARGA-FIM
            END-EVALUATE

            IF VL-SALDO-CNT + WS-VL-INFORMADO GREATER THAN 99999,99
               DISPLAY 'RECARGA ULTRAPASSA O SALDO MAXIMO DA CONTA.'
               CLOSE CANTCONTA
               GO TO P3-RECARGA-FIM
            END-IF

            ADD WS-VL-INFORMADO           TO VL-SALDO-CNT
            REWRITE REG-CANTCONTA
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A RECARGA'
                    CLOSE CANTCONTA
                    GO TO P3-RECARGA-FIM
            END-REWRITE
            CLOSE CANTCONTA

            MOVE 'C'                      TO TP-MOV-CANT
            MOVE WS-FM-RECARGA            TO FM-RECARGA-CANT
            MOVE 'RECARGA'                TO DS-MOV-CANT
            PERFORM P9-GRAVA-MOVIMENTO    THRU P9-GRAVA-MOVIMENTO-FIM

            DISPLAY 'Recarga registrada! NOVO SALDO: ' VL-SALDO-CNT

            MOVE 'CANTINA'                TO WS-AUD-PROGRAMA
            MOVE 'RECARGA'                TO WS-AUD-OPERACAO
            STRING 'ALUNO ' WS-ID-ALUNO-INF ' VALOR '
                   WS-VL-INFORMADO ' ' WS-FM-RECARGA
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P3-RECARGA-FIM.

      *VENDA NO CAIXA DA CANTINA: DEBITA O SALDO, RECUSANDO A COMPRA
      *ACIMA DO SALDO OU DO QUE RESTA DO LIMITE DIARIO
       P4-VENDA.
            PERFORM P7-PEDE-ALUNO         THRU P7-PEDE-ALUNO-FIM
            IF NOT ACHOU
               GO TO P4-VENDA-FIM
            END-IF

            SET FCC-OK                    TO TRUE
            OPEN I-O CANTCONTA
            IF NOT FCC-OK
               DISPLAY 'NENHUMA CONTA DE CANTINA ABERTA.'
               CLOSE CANTCONTA
               GO TO P4-VENDA-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-CNT
            READ CANTCONTA
                KEY IS ID-ALUNO-CNT
                INVALID KEY
                    DISPLAY 'ALUNO SEM CONTA NA CANTINA.'
                    CLOSE CANTCONTA
                    GO TO P4-VENDA-FIM
            END-READ

            IF DT-ULT-CONSUMO-CNT EQUAL WS-DATA-HOJE
               MOVE VL-CONSUMO-DIA-CNT    TO WS-VL-CONSUMO-HOJE
            ELSE
               MOVE ZEROS                 TO WS-VL-CONSUMO-HOJE
            END-IF

            DISPLAY 'SALDO: ' VL-SALDO-CNT '  CONSUMO HOJE: '
                    WS-VL-CONSUMO-HOJE '  LIMITE DIARIO: '
                    VL-LIMITE-DIA-CNT
            DISPLAY 'Valor da compra: '
            ACCEPT WS-VL-INFORMADO
            IF WS-VL-INFORMADO EQUAL ZEROS
               DISPLAY 'VALOR INVALIDO.'
               CLOSE CANTCONTA
               GO TO P4-VENDA-FIM
            END-IF
            DISPLAY 'Descricao: '
            ACCEPT WS-DS-CONSUMO

            IF WS-VL-INFORMADO GREATER THAN VL-SALDO-CNT
               DISPLAY 'COMPRA RECUSADA - SALDO INSUFICIENTE ('
                       VL-SALDO-CNT ').'
               CLOSE CANTCONTA
               GO TO P4-VENDA-FIM
            END-IF

            IF VL-LIMITE-DIA-CNT GREATER THAN ZEROS
               COMPUTE WS-VL-DISPONIVEL-DIA = VL-LIMITE-DIA-CNT
                       - WS-VL-CONSUMO-HOJE
               END-COMPUTE
               IF WS-VL-INFORMADO GREATER THAN WS-VL-DISPONIVEL-DIA
                  DISPLAY 'COMPRA RECUSADA - ULTRAPASSA O LIMITE'
                          ' DIARIO DEFINIDO PELO RESPONSAVEL.'
                  CLOSE CANTCONTA
                  GO TO P4-VENDA-FIM
               END-IF
            END-IF

            SUBTRACT WS-VL-INFORMADO      FROM VL-SALDO-CNT
            ADD WS-VL-INFORMADO           TO WS-VL-CONSUMO-HOJE
            MOVE WS-VL-CONSUMO-HOJE       TO VL-CONSUMO-DIA-CNT
            MOVE WS-DATA-HOJE             TO DT-ULT-CONSUMO-CNT
            REWRITE REG-CANTCONTA
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A VENDA'
                    CLOSE CANTCONTA
                    GO TO P4-VENDA-FIM
            END-REWRITE
            CLOSE CANTCONTA

            MOVE 'D'                      TO TP-MOV-CANT
            MOVE SPACES                   TO FM-RECARGA-CANT
            MOVE WS-DS-CONSUMO            TO DS-MOV-CANT
            PERFORM P9-GRAVA-MOVIMENTO    THRU P9-GRAVA-MOVIMENTO-FIM

            DISPLAY 'Venda registrada! SALDO RESTANTE: ' VL-SALDO-CNT
            .
       P4-VENDA-FIM.

      *EXTRATO MENSAL DO ALUNO: LANCAMENTOS DO MES COM O SALDO APOS
      *CADA UM, NA TELA E NO ARQUIVO DE IMPRESSAO
       P5-EXTRATO.
            PERFORM P7-PEDE-ALUNO         THRU P7-PEDE-ALUNO-FIM
            IF NOT ACHOU
               GO TO P5-EXTRATO-FIM
            END-IF
            DISPLAY 'Informe o mes do extrato (AAAAMM): '
            ACCEPT WS-AAAAMM-INF
            IF WS-AAAAMM-INF EQUAL ZEROS
               COMPUTE WS-AAAAMM-INF = WS-DATA-HOJE / 100
               END-COMPUTE
            END-IF

            SET FCM-OK                    TO TRUE
            OPEN INPUT CANTMOV
            IF NOT FCM-OK
               DISPLAY 'NENHUM MOVIMENTO NA CANTINA.'
               CLOSE CANTMOV
               GO TO P5-EXTRATO-FIM
            END-IF

            SET FBOL-OK                   TO TRUE
            MOVE WS-PATH-BOLETIM          TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND BOLETIM
            IF WS-FBOL EQUAL 35
               OPEN OUTPUT BOLETIM
            END-IF
            IF NOT FBOL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
               CLOSE CANTMOV
               GO TO P5-EXTRATO-FIM
            END-IF

            MOVE ALL '='                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-CNT
            STRING 'EXTRATO DA CANTINA - ' WS-AAAAMM-INF
                   '  ALUNO ' WS-ID-ALUNO-INF ' - '
                   FUNCTION TRIM(WS-NM-ALUNO-CNT)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CNT
            END-STRING
            MOVE WS-LINHA-CNT             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-CNT
            MOVE 'DATA     TIPO     DESCRICAO            VALOR    SALDO'
                                          TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY REG-BOLETIM

            MOVE ZEROS                    TO WS-VL-CREDITOS
                                             WS-VL-DEBITOS
                                             WS-QT-MOVS
            SET EOF-OK                    TO FALSE
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-MOVC
            COMPUTE DT-MOV-CANT = WS-AAAAMM-INF * 100
            END-COMPUTE
            MOVE ZEROS                    TO HR-MOV-CANT
            START CANTMOV KEY NOT LESS THAN ID-CANTMOV
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM P6-LINHA-EXTRATO      THRU P6-LINHA-EXTRATO-FIM
                    UNTIL EOF-OK
            CLOSE CANTMOV

            MOVE ALL '-'                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-CNT
            STRING 'RECARGAS: ' WS-VL-CREDITOS
                   '  CONSUMO: ' WS-VL-DEBITOS
                   '  LANCAMENTOS: ' WS-QT-MOVS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CNT
            END-STRING
            MOVE WS-LINHA-CNT             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-CNT
            MOVE WS-SALTO-PAGINA          TO REG-BOLETIM
            WRITE REG-BOLETIM
            CLOSE BOLETIM
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'CANTINA'                TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P5-EXTRATO-FIM.

      *UMA LINHA DO EXTRATO; TERMINA AO SAIR DO ALUNO OU DO MES
       P6-LINHA-EXTRATO.
            READ CANTMOV NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P6-LINHA-EXTRATO-FIM
            END-READ

            COMPUTE WS-AAAAMM-MOV = DT-MOV-CANT / 100
            END-COMPUTE
            IF ID-ALUNO-MOVC NOT EQUAL WS-ID-ALUNO-INF
               OR WS-AAAAMM-MOV NOT EQUAL WS-AAAAMM-INF
               SET EOF-OK                 TO TRUE
               GO TO P6-LINHA-EXTRATO-FIM
            END-IF

            ADD 1                         TO WS-QT-MOVS
            IF TP-MOV-CANT EQUAL 'C'
               MOVE 'RECARGA'             TO WS-DS-TIPO
               ADD VL-MOV-CANT            TO WS-VL-CREDITOS
            ELSE
               MOVE 'CONSUMO'             TO WS-DS-TIPO
               ADD VL-MOV-CANT            TO WS-VL-DEBITOS
            END-IF

            MOVE SPACES                   TO WS-LINHA-CNT
            STRING DT-MOV-CANT ' ' WS-DS-TIPO ' ' DS-MOV-CANT ' '
                   VL-MOV-CANT ' ' VL-SALDO-APOS-CANT
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CNT
            END-STRING
            MOVE WS-LINHA-CNT             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-CNT
            .
       P6-LINHA-EXTRATO-FIM.

      *PEDE O ALUNO E CONFERE O CADASTRO
       P7-PEDE-ALUNO.
            MOVE 'N'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-NM-ALUNO-CNT
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
                       MOVE NM-ALUNO      TO WS-NM-ALUNO-CNT
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

      *ABRE AS CONTAS EM I-O, CRIANDO O ARQUIVO SE NAO EXISTIR
       P8-ABRE-CONTA.
            SET FCC-OK                    TO TRUE
            OPEN I-O CANTCONTA
            IF WS-FCC EQUAL 35
                 CLOSE CANTCONTA
                 OPEN OUTPUT CANTCONTA
                 CLOSE CANTCONTA
                 OPEN I-O CANTCONTA
            END-IF
            IF NOT FCC-OK
               DISPLAY 'ERRO AO ABRIR AS CONTAS DA CANTINA'
               MOVE WS-FCC TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCC ' - ' WS-FS-MSG
            END-IF
            .
       P8-ABRE-CONTA-FIM.

      *GRAVA O MOVIMENTO DO LANCAMENTO CORRENTE (TIPO, FORMA E
      *DESCRICAO JA MOVIDOS) COM O SALDO RESULTANTE DA CONTA
       P9-GRAVA-MOVIMENTO.
            SET FCM-OK                    TO TRUE
            OPEN I-O CANTMOV
            IF WS-FCM EQUAL 35
                 CLOSE CANTMOV
                 OPEN OUTPUT CANTMOV
                 CLOSE CANTMOV
                 OPEN I-O CANTMOV
            END-IF
            IF NOT FCM-OK
               DISPLAY 'ERRO AO ABRIR OS MOVIMENTOS DA CANTINA'
               MOVE WS-FCM TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCM ' - ' WS-FS-MSG
               CLOSE CANTMOV
               GO TO P9-GRAVA-MOVIMENTO-FIM
            END-IF

            ACCEPT WS-HORA-AGORA FROM TIME
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-MOVC
            MOVE WS-DATA-HOJE             TO DT-MOV-CANT
            MOVE WS-HORA-AGORA            TO HR-MOV-CANT
            MOVE WS-VL-INFORMADO          TO VL-MOV-CANT
            MOVE VL-SALDO-CNT             TO VL-SALDO-APOS-CANT
            MOVE LK-OPERADOR              TO OP-MOV-CANT
            SET MOV-GRAVADO               TO FALSE
            MOVE ZEROS                    TO WS-TENTATIVAS
            PERFORM UNTIL MOV-GRAVADO OR WS-TENTATIVAS EQUAL 10
                WRITE REG-CANTMOV
                    INVALID KEY
                        ADD 1             TO HR-MOV-CANT
                        ADD 1             TO WS-TENTATIVAS
                    NOT INVALID KEY
                        SET MOV-GRAVADO   TO TRUE
                END-WRITE
            END-PERFORM
            IF NOT MOV-GRAVADO
               DISPLAY 'ERRO AO GRAVAR O MOVIMENTO DA CANTINA'
            END-IF
            CLOSE CANTMOV
            .
       P9-GRAVA-MOVIMENTO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM CANTINA.
