      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: remessa bancaria de boletos (CFP001T9): gera o
      *          arquivo enviado ao banco com um titulo para cada
      *          mensalidade em aberto da competencia informada
      *          (CFP001S37), numerado pelo contador 30 do CFP001S8.
      *          o valor do titulo e a mensalidade liquida mais os
      *          itens em aberto da cobranca do mes (atividades do
      *          CFP001S85 e taxas avulsas do CFP001S115), que o
      *          RETBANCO quita junto na baixa.
      *          cada titulo enviado fica no registro de remessas
      *          (CFP001S72) com o nosso numero (remessa + sequencia),
      *          e o RETBANCO usa esse registro para casar o retorno.
      *          mensalidade ja enviada nao vai de novo, salvo se o
      *          envio for cancelado aqui. layout fixo de 100 posicoes:
      *          HEADER (TIPO 0)
      *            POS 001-001  TIPO '0'
      *            POS 002-008  'REMESSA'
      *            POS 009-016  'COBRANCA'
      *            POS 017-021  NUMERO DA REMESSA    9(05)
      *            POS 022-029  DATA DA GERACAO      AAAAMMDD
      *            POS 030-035  COMPETENCIA          AAAAMM
      *            POS 036-095  BRANCOS
      *            POS 096-100  SEQUENCIA DA LINHA   9(05)
      *          DETALHE (TIPO 1)
      *            POS 001-001  TIPO '1'
      *            POS 002-011  NOSSO NUMERO         9(10)
      *            POS 012-016  CODIGO DO ALUNO      9(05)
      *            POS 017-022  COMPETENCIA          AAAAMM
      *            POS 023-030  VENCIMENTO           AAAAMMDD
      *            POS 031-039  VALOR DO TITULO      9(07)V9(02)
      *            POS 040-059  NOME DO PAGADOR      X(20)
      *            POS 060-079  NOME DO ALUNO        X(20)
      *            POS 080-095  BRANCOS
      *            POS 096-100  SEQUENCIA DA LINHA   9(05)
      *          TRAILER (TIPO 9)
      *            POS 001-001  TIPO '9'
      *            POS 002-007  QUANTIDADE DE TITULOS 9(06)
      *            POS 008-018  VALOR TOTAL          9(09)V9(02)
      *            POS 019-095  BRANCOS
      *            POS 096-100  SEQUENCIA DA LINHA   9(05)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO MODULO DE REMESSA BANCARIA
      * UPDATE: 15/10/2026 - VALOR DO TITULO PASSA A INCLUIR OS ITENS EM
      *         ABERTO DA COBRANCA DO MES (ATIVIDADES E TAXAS AVULSAS),
      *         QUITADOS PELO RETBANCO NA BAIXA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMBANCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT MENSALIDADE ASSIGN TO WS-PATH-MENSALIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-MENSALIDADE
                FILE STATUS IS WS-FME.

                SELECT REMESSA ASSIGN TO WS-PATH-REMESSA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-REMESSA-MEN
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FRM.

                SELECT REMARQ ASSIGN TO WS-PATH-REMARQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FRA.

      * ITENS DA COBRANCA DO MES QUE ENTRAM NO VALOR DO TITULO
                SELECT COBATIV ASSIGN TO WS-PATH-COBATIV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-COBATIV
                FILE STATUS IS WS-FCA.

                SELECT COBAVULSA ASSIGN TO WS-PATH-COBAVULSA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-COBAVULSA
                FILE STATUS IS WS-FCV.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT RESPONSAVEL ASSIGN TO WS-PATH-RESPONSAVEL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO-RESP
                FILE STATUS IS WS-FRS.

                SELECT PARAMETRO ASSIGN TO WS-PATH-PARAMETRO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PARAMETRO
                FILE STATUS IS WS-FPA.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTADOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

                SELECT JOBCTRL ASSIGN TO WS-PATH-JOBCTRL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-JOBCTRL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-JOB-FS.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADE.
          COPY CFPK0031.
       FD REMESSA.
          COPY CFPK0063.
       FD REMARQ.
       01 REG-REMARQ                      PIC X(100).
       FD COBATIV.
          COPY CFPK0076.
       FD COBAVULSA.
          COPY CFPK0107.
       FD ALUNO.
          COPY CFPK0001.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD PARAMETRO.
          COPY CFPK0025.
       FD CONTADOR.
          COPY CFPK0008.
       FD JOBCTRL.
          COPY CFPK0021.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY JOBVARS.
       77 WS-FME                          PIC 99.
          88 FME-OK                       VALUE 0.
       77 WS-FRM                          PIC 99.
          88 FRM-OK                       VALUE 0.
       77 WS-FRA                          PIC 99.
          88 FRA-OK                       VALUE 0.
       77 WS-FCA                          PIC 99.
          88 FCA-OK                       VALUE 0.
       77 WS-FCV                          PIC 99.
          88 FCV-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FRS                          PIC 99.
          88 FRS-OK                       VALUE 0.
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-AAAAMM-HOJE                  PIC 9(06) VALUE ZEROS.
      *GERACAO DA REMESSA
       77 WS-AAAAMM-INF                   PIC 9(06) VALUE ZEROS.
       77 WS-NR-REMESSA                   PIC 9(05) VALUE ZEROS.
       77 WS-NR-SEQ                       PIC 9(05) VALUE ZEROS.
       77 WS-NR-LINHA                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-ELEGIVEIS                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-ENVIADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-JA-ENVIADAS               PIC 9(05) VALUE ZEROS.
       77 WS-VL-TOTAL                     PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-TITULO                    PIC 9(05)V9(02) VALUE ZEROS.
      *ITENS EM ABERTO DA COBRANCA (ATIVIDADES E TAXAS AVULSAS)
       77 WS-VL-ITENS                     PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-QT-ITENS                     PIC 9(03) VALUE ZEROS.
       77 WS-ELEGIVEL                     PIC X VALUE 'N'.
          88 ELEGIVEL-OK                  VALUE 'S' FALSE 'N'.
       77 WS-REENVIO                      PIC X VALUE 'N'.
          88 REENVIO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-ID-ALUNO-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-NM-PAGADOR                   PIC X(20) VALUE SPACES.
       77 WS-NM-ALUNO-REM                 PIC X(20) VALUE SPACES.
      *VENCIMENTO DO TITULO: DIA DE VENCIMENTO DOS PARAMETROS NA
      *COMPETENCIA, LIMITADO AO ULTIMO DIA DO MES
       77 WS-DD-VENC                      PIC 9(02) VALUE ZEROS.
       77 WS-ANO-VENC                     PIC 9(04) VALUE ZEROS.
       77 WS-MES-VENC                     PIC 9(02) VALUE ZEROS.
       77 WS-DIA-VENC                     PIC 9(02) VALUE ZEROS.
       77 WS-ULT-DIA                      PIC 9(02) VALUE ZEROS.
       77 WS-QUOCIENTE                    PIC 9(04) VALUE ZEROS.
       77 WS-RESTO                        PIC 9(04) VALUE ZEROS.
       77 WS-DT-VENC                      PIC 9(08) VALUE ZEROS.
      *CONSULTA E CANCELAMENTO DE ENVIOS
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-LISTADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
      *LINHAS DO ARQUIVO DE REMESSA (LAYOUT FIXO DE 100 POSICOES)
       01 WS-REM-HEADER.
          03 WS-RH-TIPO                   PIC X(01) VALUE '0'.
          03 WS-RH-LITERAL                PIC X(07) VALUE 'REMESSA'.
          03 WS-RH-SERVICO                PIC X(08) VALUE 'COBRANCA'.
          03 WS-RH-NR-REMESSA             PIC 9(05) VALUE ZEROS.
          03 WS-RH-DATA                   PIC 9(08) VALUE ZEROS.
          03 WS-RH-AAAAMM                 PIC 9(06) VALUE ZEROS.
          03 FILLER                       PIC X(60) VALUE SPACES.
          03 WS-RH-SEQ                    PIC 9(05) VALUE ZEROS.
       01 WS-REM-DETALHE.
          03 WS-RD-TIPO                   PIC X(01) VALUE '1'.
          03 WS-RD-NOSSO-NR.
             05 WS-RD-NR-REMESSA          PIC 9(05) VALUE ZEROS.
             05 WS-RD-NR-SEQ              PIC 9(05) VALUE ZEROS.
          03 WS-RD-ALUNO                  PIC 9(05) VALUE ZEROS.
          03 WS-RD-AAAAMM                 PIC 9(06) VALUE ZEROS.
          03 WS-RD-VENCIMENTO             PIC 9(08) VALUE ZEROS.
          03 WS-RD-VALOR                  PIC 9(07)V9(02) VALUE ZEROS.
          03 WS-RD-PAGADOR                PIC X(20) VALUE SPACES.
          03 WS-RD-NM-ALUNO               PIC X(20) VALUE SPACES.
          03 FILLER                       PIC X(16) VALUE SPACES.
          03 WS-RD-SEQ                    PIC 9(05) VALUE ZEROS.
       01 WS-REM-TRAILER.
          03 WS-RT-TIPO                   PIC X(01) VALUE '9'.
          03 WS-RT-QT-TITULOS             PIC 9(06) VALUE ZEROS.
          03 WS-RT-VL-TOTAL               PIC 9(09)V9(02) VALUE ZEROS.
          03 FILLER                       PIC X(77) VALUE SPACES.
          03 WS-RT-SEQ                    PIC 9(05) VALUE ZEROS.

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
            COMPUTE WS-AAAAMM-HOJE = WS-DATA-HOJE / 100
            END-COMPUTE
            PERFORM P9-LE-PARAMETROS      THRU P9-LE-PARAMETROS-FIM
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** REMESSA BANCARIA DE BOLETOS ***'
            DISPLAY 'TECLE <G> PARA GERAR A REMESSA DE UM MES,'
            DISPLAY '<L> PARA LISTAR OS TITULOS ENVIADOS,'
            DISPLAY '<C> PARA CANCELAR O ENVIO DE UM TITULO'
            DISPLAY 'OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'G'
                WHEN 'g'
                    PERFORM P2-GERA       THRU P2-GERA-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P6-LISTA      THRU P6-LISTA-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P7-CANCELA    THRU P7-CANCELA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *GERA A REMESSA DA COMPETENCIA SOB O CONTROLE DE JOBS: CONTA OS
      *TITULOS A ENVIAR, NUMERA A REMESSA E GRAVA HEADER, DETALHES E
      *TRAILER, REGISTRANDO CADA TITULO NO CFP001S72
       P2-GERA.
            DISPLAY 'Informe o mes a enviar (AAAAMM): '
            ACCEPT WS-AAAAMM-INF
            IF WS-AAAAMM-INF EQUAL ZEROS
               MOVE WS-AAAAMM-HOJE        TO WS-AAAAMM-INF
            END-IF

            MOVE 'REMBANCO'               TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            STRING 'REMESSA ' WS-AAAAMM-INF
                   DELIMITED BY SIZE
                   INTO WS-JOB-DETALHE
            END-STRING
            PERFORM J8-VERIFICA-JOB       THRU J8-VERIFICA-JOB-FIM
            IF JOB-EM-CURSO
               DISPLAY 'JA EXISTE UMA EXECUCAO DESTE PROGRAMA EM'
                       ' CURSO - AGUARDE O TERMINO.'
               DISPLAY 'SE A EXECUCAO ANTERIOR ABORTOU, ENCERRE O'
                       ' JOB NA LISTAGEM DE JOBS.'
               GO TO P2-GERA-FIM
            END-IF

            SET FME-OK                    TO TRUE
            OPEN INPUT MENSALIDADE
            IF NOT FME-OK
               DISPLAY 'NENHUMA MENSALIDADE GERADA ATE O MOMENTO.'
               CLOSE MENSALIDADE
               GO TO P2-GERA-FIM
            END-IF

            PERFORM P8-ABRE-REMESSA       THRU P8-ABRE-REMESSA-FIM
            IF NOT FRM-OK
               CLOSE MENSALIDADE
               CLOSE REMESSA
               GO TO P2-GERA-FIM
            END-IF

      *PRIMEIRA PASSADA: SO CONTA, PARA NAO CONSUMIR NUMERO DE
      *REMESSA QUANDO NAO HA NADA A ENVIAR
            MOVE ZEROS                    TO WS-QT-ELEGIVEIS
                                             WS-QT-JA-ENVIADAS
            SET EOF-OK                    TO FALSE
            PERFORM P3-CONTA              THRU P3-CONTA-FIM
                    UNTIL EOF-OK
            CLOSE MENSALIDADE

            IF WS-QT-ELEGIVEIS EQUAL ZEROS
               DISPLAY 'NENHUM TITULO A ENVIAR EM ' WS-AAAAMM-INF
               IF WS-QT-JA-ENVIADAS GREATER THAN ZEROS
                  DISPLAY 'TITULOS JA ENVIADOS EM REMESSA ANTERIOR: '
                          WS-QT-JA-ENVIADAS
               END-IF
               CLOSE REMESSA
               GO TO P2-GERA-FIM
            END-IF

            SET FRA-OK                    TO TRUE
            OPEN OUTPUT REMARQ
            IF NOT FRA-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE REMESSA'
               MOVE WS-FRA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FRA ' - ' WS-FS-MSG
               CLOSE REMARQ
               CLOSE REMESSA
               GO TO P2-GERA-FIM
            END-IF

            PERFORM P10-GERA-NUMERO       THRU P10-GERA-NUMERO-FIM
            IF WS-NR-REMESSA EQUAL ZEROS
               CLOSE REMARQ
               CLOSE REMESSA
               GO TO P2-GERA-FIM
            END-IF

            PERFORM J8-JOB-INICIA         THRU J8-JOB-INICIA-FIM

            MOVE ZEROS                    TO WS-NR-SEQ
                                             WS-QT-ENVIADAS
                                             WS-VL-TOTAL
            MOVE 1                        TO WS-NR-LINHA
            MOVE WS-NR-REMESSA            TO WS-RH-NR-REMESSA
            MOVE WS-DATA-HOJE             TO WS-RH-DATA
            MOVE WS-AAAAMM-INF            TO WS-RH-AAAAMM
            MOVE WS-NR-LINHA              TO WS-RH-SEQ
            MOVE WS-REM-HEADER            TO REG-REMARQ
            WRITE REG-REMARQ

            PERFORM P12-CALCULA-VENCIMENTO
                    THRU P12-CALCULA-VENCIMENTO-FIM

            SET FME-OK                    TO TRUE
            OPEN INPUT MENSALIDADE
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            SET EOF-OK                    TO FALSE
            PERFORM P4-ENVIA              THRU P4-ENVIA-FIM
                    UNTIL EOF-OK
            CLOSE MENSALIDADE
            CLOSE ALUNO

            ADD 1                         TO WS-NR-LINHA
            MOVE WS-QT-ENVIADAS           TO WS-RT-QT-TITULOS
            MOVE WS-VL-TOTAL              TO WS-RT-VL-TOTAL
            MOVE WS-NR-LINHA              TO WS-RT-SEQ
            MOVE WS-REM-TRAILER           TO REG-REMARQ
            WRITE REG-REMARQ

            CLOSE REMARQ
            CLOSE REMESSA

            DISPLAY 'REMESSA NR ' WS-NR-REMESSA ' GERADA.'
            DISPLAY 'TITULOS ENVIADOS : ' WS-QT-ENVIADAS
            DISPLAY 'VALOR TOTAL      : ' WS-VL-TOTAL
            DISPLAY 'VENCIMENTO       : ' WS-DT-VENC

            MOVE 'CONCLUIDO'              TO WS-JOB-RESULTADO
            MOVE WS-QT-ENVIADAS           TO WS-JOB-QT
            PERFORM J8-JOB-ENCERRA        THRU J8-JOB-ENCERRA-FIM

            MOVE 'REMBANCO'               TO WS-AUD-PROGRAMA
            MOVE 'REMESSA'                TO WS-AUD-OPERACAO
            STRING 'NR ' WS-NR-REMESSA ' MES ' WS-AAAAMM-INF
                   ' TITULOS ' WS-QT-ENVIADAS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-GERA-FIM.

      *CONTA AS MENSALIDADES DA COMPETENCIA QUE VAO NA REMESSA
       P3-CONTA.
            READ MENSALIDADE NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P3-CONTA-FIM
            END-READ

            PERFORM P5-VERIFICA-ELEGIVEL  THRU P5-VERIFICA-ELEGIVEL-FIM
            IF ELEGIVEL-OK
               ADD 1                      TO WS-QT-ELEGIVEIS
            END-IF
            .
       P3-CONTA-FIM.

      *GRAVA O DETALHE DE UMA MENSALIDADE ELEGIVEL E O SEU REGISTRO
      *NO CFP001S72 (NOVO, OU REAPROVEITANDO UM ENVIO CANCELADO)
       P4-ENVIA.
            READ MENSALIDADE NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P4-ENVIA-FIM
            END-READ

            PERFORM P5-VERIFICA-ELEGIVEL  THRU P5-VERIFICA-ELEGIVEL-FIM
            IF NOT ELEGIVEL-OK
               GO TO P4-ENVIA-FIM
            END-IF

            MOVE ID-ALUNO-MEN             TO WS-ID-ALUNO-ATUAL
            PERFORM P11-BUSCA-NOMES       THRU P11-BUSCA-NOMES-FIM

            ADD 1                         TO WS-NR-SEQ
            ADD 1                         TO WS-NR-LINHA
            MOVE WS-NR-REMESSA            TO WS-RD-NR-REMESSA
            MOVE WS-NR-SEQ                TO WS-RD-NR-SEQ
            MOVE ID-ALUNO-MEN             TO WS-RD-ALUNO
            MOVE AAAAMM-MEN               TO WS-RD-AAAAMM
            MOVE WS-DT-VENC               TO WS-RD-VENCIMENTO
            MOVE WS-VL-TITULO             TO WS-RD-VALOR
            MOVE WS-NM-PAGADOR            TO WS-RD-PAGADOR
            MOVE WS-NM-ALUNO-REM          TO WS-RD-NM-ALUNO
            MOVE WS-NR-LINHA              TO WS-RD-SEQ
            MOVE WS-REM-DETALHE           TO REG-REMARQ
            WRITE REG-REMARQ

            MOVE ID-ALUNO-MEN             TO ID-ALUNO-REM
            MOVE AAAAMM-MEN               TO AAAAMM-REM
            MOVE WS-NR-REMESSA            TO NR-REMESSA
            MOVE WS-NR-SEQ                TO NR-SEQ-REM
            MOVE WS-DATA-HOJE             TO DT-REMESSA
            MOVE WS-DT-VENC               TO DT-VENC-REM
            MOVE WS-VL-TITULO             TO VL-TITULO-REM
            MOVE 'E'                      TO ST-REMESSA
            MOVE ZEROS                    TO DT-RETORNO-REM
            MOVE LK-OPERADOR              TO OP-REMESSA
            IF REENVIO-OK
               REWRITE REG-REMESSA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGISTRAR O TITULO DO ALUNO '
                               ID-ALUNO-MEN
               END-REWRITE
            ELSE
               WRITE REG-REMESSA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGISTRAR O TITULO DO ALUNO '
                               ID-ALUNO-MEN
               END-WRITE
            END-IF

            ADD 1                         TO WS-QT-ENVIADAS
            ADD WS-VL-TITULO              TO WS-VL-TOTAL
            .
       P4-ENVIA-FIM.

      *A MENSALIDADE VAI NA REMESSA SE FOR DA COMPETENCIA, ESTIVER EM
      *ABERTO, TIVER VALOR A COBRAR E NAO TIVER SIDO ENVIADA (OU SE O
      *ENVIO ANTERIOR FOI CANCELADO). O TITULO LEVA A MENSALIDADE
      *LIQUIDA E OS ITENS EM ABERTO DA COBRANCA DO MES
       P5-VERIFICA-ELEGIVEL.
            SET ELEGIVEL-OK               TO FALSE
            SET REENVIO-OK                TO FALSE

            IF AAAAMM-MEN NOT EQUAL WS-AAAAMM-INF
               OR ST-MENSALIDADE NOT EQUAL 'A'
               GO TO P5-VERIFICA-ELEGIVEL-FIM
            END-IF

            MOVE ZEROS                    TO WS-VL-TITULO
            IF VL-DESCONTO LESS THAN VL-MENSALIDADE
               COMPUTE WS-VL-TITULO = VL-MENSALIDADE - VL-DESCONTO
               END-COMPUTE
            END-IF
            PERFORM P13-SOMA-ITENS        THRU P13-SOMA-ITENS-FIM
            ADD WS-VL-ITENS               TO WS-VL-TITULO
            IF WS-VL-TITULO EQUAL ZEROS
               GO TO P5-VERIFICA-ELEGIVEL-FIM
            END-IF

            MOVE ID-ALUNO-MEN             TO ID-ALUNO-REM
            MOVE AAAAMM-MEN               TO AAAAMM-REM
            READ REMESSA
                KEY IS ID-REMESSA-MEN
                INVALID KEY
                    SET ELEGIVEL-OK       TO TRUE
                NOT INVALID KEY
                    IF ST-REMESSA EQUAL 'C'
                       SET ELEGIVEL-OK    TO TRUE
                       SET REENVIO-OK     TO TRUE
                    ELSE
                       ADD 1              TO WS-QT-JA-ENVIADAS
                    END-IF
            END-READ
            .
       P5-VERIFICA-ELEGIVEL-FIM.

      *LISTA OS TITULOS REGISTRADOS DE UMA COMPETENCIA (OU TODOS)
       P6-LISTA.
            DISPLAY 'Informe o mes (AAAAMM, ZERO PARA TODOS): '
            ACCEPT WS-AAAAMM-INF

            SET FRM-OK                    TO TRUE
            OPEN INPUT REMESSA
            IF NOT FRM-OK
               DISPLAY 'NENHUMA REMESSA GERADA ATE O MOMENTO.'
               CLOSE REMESSA
               GO TO P6-LISTA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-LISTADAS
            DISPLAY 'ALUNO MES    REMESSA SEQ   VENCTO   VALOR'
                    '     SIT RETORNO'
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ REMESSA NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-AAAAMM-INF EQUAL ZEROS
                           OR AAAAMM-REM EQUAL WS-AAAAMM-INF
                           DISPLAY ID-ALUNO-REM ' ' AAAAMM-REM ' '
                                   NR-REMESSA '   ' NR-SEQ-REM ' '
                                   DT-VENC-REM ' ' VL-TITULO-REM ' '
                                   ST-REMESSA '   ' DT-RETORNO-REM
                           ADD 1 TO WS-QT-LISTADAS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REMESSA

            DISPLAY 'TITULOS LISTADOS: ' WS-QT-LISTADAS
            DISPLAY 'SITUACAO: E=ENVIADO L=LIQUIDADO C=CANCELADO'
            .
       P6-LISTA-FIM.

      *CANCELA O ENVIO DE UM TITULO AINDA NAO LIQUIDADO, LIBERANDO A
      *MENSALIDADE PARA UMA NOVA REMESSA
       P7-CANCELA.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF
            DISPLAY 'Informe o mes do titulo (AAAAMM): '
            ACCEPT WS-AAAAMM-INF

            SET FRM-OK                    TO TRUE
            OPEN I-O REMESSA
            IF NOT FRM-OK
               DISPLAY 'NENHUMA REMESSA GERADA ATE O MOMENTO.'
               CLOSE REMESSA
               GO TO P7-CANCELA-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-REM
            MOVE WS-AAAAMM-INF            TO AAAAMM-REM
            READ REMESSA
                KEY IS ID-REMESSA-MEN
                INVALID KEY
                    DISPLAY 'TITULO NAO ENVIADO AO BANCO.'
                    CLOSE REMESSA
                    GO TO P7-CANCELA-FIM
            END-READ

            IF ST-REMESSA EQUAL 'L'
               DISPLAY 'TITULO JA LIQUIDADO PELO RETORNO EM '
                       DT-RETORNO-REM ' - CANCELAMENTO RECUSADO.'
               CLOSE REMESSA
               GO TO P7-CANCELA-FIM
            END-IF

            IF ST-REMESSA EQUAL 'C'
               DISPLAY 'ENVIO JA CANCELADO.'
               CLOSE REMESSA
               GO TO P7-CANCELA-FIM
            END-IF

            DISPLAY 'REMESSA ' NR-REMESSA ' SEQ ' NR-SEQ-REM
                    ' VALOR ' VL-TITULO-REM
            DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'CANCELAMENTO NAO REALIZADO.'
               CLOSE REMESSA
               GO TO P7-CANCELA-FIM
            END-IF

            MOVE 'C'                      TO ST-REMESSA
            REWRITE REG-REMESSA
                INVALID KEY
                    DISPLAY 'ERRO AO CANCELAR O ENVIO.'
                NOT INVALID KEY
                    DISPLAY 'ENVIO CANCELADO - O TITULO SERA'
                            ' REENVIADO NA PROXIMA REMESSA DO MES.'
                    MOVE 'REMBANCO'       TO WS-AUD-PROGRAMA
                    MOVE 'CANCELA'        TO WS-AUD-OPERACAO
                    STRING 'ALUNO ' ID-ALUNO-REM ' MES ' AAAAMM-REM
                           ' REMESSA ' NR-REMESSA
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            CLOSE REMESSA
            .
       P7-CANCELA-FIM.

      *ABRE O REGISTRO DE REMESSAS EM I-O, CRIANDO-O SE NAO EXISTIR
       P8-ABRE-REMESSA.
            SET FRM-OK                    TO TRUE
            OPEN I-O REMESSA
            IF WS-FRM EQUAL 35
                 CLOSE REMESSA
                 OPEN OUTPUT REMESSA
                 CLOSE REMESSA
                 OPEN I-O REMESSA
            END-IF
            IF NOT FRM-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE REMESSAS'
               MOVE WS-FRM TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FRM ' - ' WS-FS-MSG
            END-IF
            .
       P8-ABRE-REMESSA-FIM.

      *DIA DE VENCIMENTO DAS MENSALIDADES (PARAMETROS DA ESCOLA)
       P9-LE-PARAMETROS.
            MOVE 10                       TO WS-DD-VENC
            SET FPA-OK                    TO TRUE
            OPEN INPUT PARAMETRO
            IF FPA-OK
               MOVE 1                     TO ID-PARAMETRO
               READ PARAMETRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DD-VENCIMENTO GREATER THAN ZEROS
                          MOVE DD-VENCIMENTO TO WS-DD-VENC
                       END-IF
               END-READ
            END-IF
            CLOSE PARAMETRO
            .
       P9-LE-PARAMETROS-FIM.

      *NUMERO DA REMESSA: CONTADOR 30 DO CFP001S8
       P10-GERA-NUMERO.
            MOVE ZEROS                    TO WS-NR-REMESSA
            SET FSC-OK                    TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF

            IF FSC-OK THEN
               MOVE 30                    TO ID-CONTADOR
               READ CONTADOR
                   INVALID KEY
                       MOVE ZEROS         TO NR-ULTIMO-REGISTRO
               END-READ

               ADD 1                      TO NR-ULTIMO-REGISTRO
               MOVE NR-ULTIMO-REGISTRO    TO WS-NR-REMESSA

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
       P10-GERA-NUMERO-FIM.

      *NOME DO ALUNO E DO PAGADOR (PRIMEIRO RESPONSAVEL CADASTRADO;
      *SEM RESPONSAVEL, O PROPRIO ALUNO)
       P11-BUSCA-NOMES.
            MOVE SPACES                   TO WS-NM-ALUNO-REM
                                             WS-NM-PAGADOR
            IF FLS-OK
               MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO
               READ ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-NM-ALUNO-REM
               END-READ
            END-IF

            SET EOF2-OK                   TO FALSE
            SET FRS-OK                    TO TRUE
            OPEN INPUT RESPONSAVEL
            IF FRS-OK
               PERFORM UNTIL EOF2-OK
                   READ RESPONSAVEL NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO-RESP EQUAL WS-ID-ALUNO-ATUAL
                              MOVE NM-RESP TO WS-NM-PAGADOR
                              SET EOF2-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE RESPONSAVEL

            IF WS-NM-PAGADOR EQUAL SPACES
               MOVE WS-NM-ALUNO-REM       TO WS-NM-PAGADOR
            END-IF
            .
       P11-BUSCA-NOMES-FIM.

      *VENCIMENTO DOS TITULOS DA COMPETENCIA: DD-VENCIMENTO NO MES,
      *LIMITADO AO ULTIMO DIA (FEVEREIRO CONSIDERA O ANO BISSEXTO)
       P12-CALCULA-VENCIMENTO.
            DIVIDE WS-AAAAMM-INF BY 100 GIVING WS-ANO-VENC
                   REMAINDER WS-MES-VENC
            END-DIVIDE

            EVALUATE WS-MES-VENC
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                    MOVE 30               TO WS-ULT-DIA
                WHEN 2
                    MOVE 28               TO WS-ULT-DIA
                    DIVIDE WS-ANO-VENC BY 4 GIVING WS-QUOCIENTE
                           REMAINDER WS-RESTO
                    END-DIVIDE
                    IF WS-RESTO EQUAL ZEROS
                       MOVE 29            TO WS-ULT-DIA
                       DIVIDE WS-ANO-VENC BY 100 GIVING WS-QUOCIENTE
                              REMAINDER WS-RESTO
                       END-DIVIDE
                       IF WS-RESTO EQUAL ZEROS
                          MOVE 28         TO WS-ULT-DIA
                          DIVIDE WS-ANO-VENC BY 400
                                 GIVING WS-QUOCIENTE
                                 REMAINDER WS-RESTO
                          END-DIVIDE
                          IF WS-RESTO EQUAL ZEROS
                             MOVE 29      TO WS-ULT-DIA
                          END-IF
                       END-IF
                    END-IF
                WHEN OTHER
                    MOVE 31               TO WS-ULT-DIA
            END-EVALUATE

            MOVE WS-DD-VENC               TO WS-DIA-VENC
            IF WS-DIA-VENC GREATER THAN WS-ULT-DIA
               MOVE WS-ULT-DIA            TO WS-DIA-VENC
            END-IF
            COMPUTE WS-DT-VENC = (WS-AAAAMM-INF * 100) + WS-DIA-VENC
            END-COMPUTE
            .
       P12-CALCULA-VENCIMENTO-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.

      *SOMA OS ITENS EM ABERTO DA COBRANCA DA MENSALIDADE LIDA:
      *ATIVIDADES EXTRACURRICULARES E TAXAS AVULSAS DO ALUNO NO MES
      *(MESMA REGRA DA SOMA DO MENSALID NO PAGAMENTO NO BALCAO)
       P13-SOMA-ITENS.
            MOVE ZEROS                    TO WS-VL-ITENS
                                             WS-QT-ITENS
            SET FCA-OK                    TO TRUE
            OPEN INPUT COBATIV
            IF FCA-OK
               MOVE ID-ALUNO-MEN          TO ID-ALUNO-CAT
               MOVE AAAAMM-MEN            TO AAAAMM-CAT
               MOVE ZEROS                 TO ID-ATIVIDADE-CAT
               SET EOF2-OK                TO FALSE
               START COBATIV KEY IS NOT LESS THAN ID-COBATIV
                   INVALID KEY
                       SET EOF2-OK        TO TRUE
               END-START
               PERFORM UNTIL EOF2-OK
                   READ COBATIV NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO-CAT NOT EQUAL ID-ALUNO-MEN OR
                              AAAAMM-CAT NOT EQUAL AAAAMM-MEN
                              SET EOF2-OK TO TRUE
                           ELSE
                              IF ST-COBATIV EQUAL 'A'
                                 ADD 1    TO WS-QT-ITENS
                                 ADD VL-ATIVIDADE-CAT TO WS-VL-ITENS
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE COBATIV

            SET FCV-OK                    TO TRUE
            OPEN INPUT COBAVULSA
            IF FCV-OK
               MOVE ID-ALUNO-MEN          TO ID-ALUNO-CAV
               MOVE AAAAMM-MEN            TO AAAAMM-CAV
               MOVE SPACES                TO TP-ORIGEM-CAV
               MOVE ZEROS                 TO NR-ORIGEM-CAV
               SET EOF2-OK                TO FALSE
               START COBAVULSA KEY IS NOT LESS THAN ID-COBAVULSA
                   INVALID KEY
                       SET EOF2-OK        TO TRUE
               END-START
               PERFORM UNTIL EOF2-OK
                   READ COBAVULSA NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO-CAV NOT EQUAL ID-ALUNO-MEN OR
                              AAAAMM-CAV NOT EQUAL AAAAMM-MEN
                              SET EOF2-OK TO TRUE
                           ELSE
                              IF ST-COBAVULSA EQUAL 'A'
                                 ADD 1    TO WS-QT-ITENS
                                 ADD VL-COBAVULSA TO WS-VL-ITENS
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE COBAVULSA
            .
       P13-SOMA-ITENS-FIM.

       P0-FIM.
            GOBACK.
       END PROGRAM REMBANCO.
