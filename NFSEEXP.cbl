      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: lote diario de RPS para emissao da NFS-e (CFP001T13):
      *          gera o arquivo enviado a prefeitura com um RPS para
      *          cada recibo de mensalidade (CFP001S38) emitido na
      *          data informada, numerado em lote pelo contador 34 do
      *          CFP001S8. o numero do RPS e o proprio numero do
      *          recibo; o tomador e o primeiro responsavel cadastrado
      *          do aluno (sem responsavel, o proprio aluno), com o
      *          documento do cadastro do aluno. cada RPS enviado fica
      *          no registro de NFS-e (CFP001S88), onde o NFSERET
      *          grava o numero da nota devolvido pela prefeitura.
      *          recibo ja enviado nao vai de novo, salvo se o envio
      *          for cancelado aqui. layout fixo de 100 posicoes:
      *          HEADER (TIPO 0)
      *            POS 001-001  TIPO '0'
      *            POS 002-004  'RPS'
      *            POS 005-009  NUMERO DO LOTE       9(05)
      *            POS 010-017  DATA DOS RECIBOS     AAAAMMDD
      *            POS 018-025  DATA DA GERACAO      AAAAMMDD
      *            POS 026-095  BRANCOS
      *            POS 096-100  SEQUENCIA DA LINHA   9(05)
      *          DETALHE (TIPO 1)
      *            POS 001-001  TIPO '1'
      *            POS 002-006  NUMERO DO RPS        9(05)
      *            POS 007-014  DATA DO RPS          AAAAMMDD
      *            POS 015-029  DOCUMENTO TOMADOR    X(15)
      *            POS 030-049  NOME DO TOMADOR      X(20)
      *            POS 050-054  CODIGO DO ALUNO      9(05)
      *            POS 055-060  COMPETENCIA          AAAAMM
      *            POS 061-069  VALOR DO SERVICO     9(07)V9(02)
      *            POS 070-076  MULTA (INCLUSA)      9(05)V9(02)
      *            POS 077-083  JUROS (INCLUSOS)     9(05)V9(02)
      *            POS 084-095  BRANCOS
      *            POS 096-100  SEQUENCIA DA LINHA   9(05)
      *          TRAILER (TIPO 9)
      *            POS 001-001  TIPO '9'
      *            POS 002-007  QUANTIDADE DE RPS    9(06)
      *            POS 008-018  VALOR TOTAL          9(09)V9(02)
      *            POS 019-095  BRANCOS
      *            POS 096-100  SEQUENCIA DA LINHA   9(05)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO LOTE DE RPS PARA A NFS-E
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSEEXP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT RECIBO ASSIGN TO WS-PATH-RECIBO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-RECIBO
                FILE STATUS IS WS-FRC.

                SELECT NFSE ASSIGN TO WS-PATH-NFSE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-RECIBO-NFS
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FNF.

                SELECT RPSARQ ASSIGN TO WS-PATH-RPSARQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FRA.

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
       FD RECIBO.
          COPY CFPK0032.
       FD NFSE.
          COPY CFPK0079.
       FD RPSARQ.
       01 REG-RPSARQ                      PIC X(100).
       FD ALUNO.
          COPY CFPK0001.
       FD RESPONSAVEL.
          COPY CFPK0015.
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
       77 WS-FRC                          PIC 99.
          88 FRC-OK                       VALUE 0.
       77 WS-FNF                          PIC 99.
          88 FNF-OK                       VALUE 0.
       77 WS-FRA                          PIC 99.
          88 FRA-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FRS                          PIC 99.
          88 FRS-OK                       VALUE 0.
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
      *GERACAO DO LOTE
       77 WS-DT-RECIBO-INF                PIC 9(08) VALUE ZEROS.
       77 WS-NR-LOTE                      PIC 9(05) VALUE ZEROS.
       77 WS-NR-LINHA                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-ELEGIVEIS                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-ENVIADOS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-JA-ENVIADOS               PIC 9(05) VALUE ZEROS.
       77 WS-VL-TOTAL                     PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-ELEGIVEL                     PIC X VALUE 'N'.
          88 ELEGIVEL-OK                  VALUE 'S' FALSE 'N'.
       77 WS-REENVIO                      PIC X VALUE 'N'.
          88 REENVIO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-ID-ALUNO-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-NM-TOMADOR                   PIC X(20) VALUE SPACES.
       77 WS-NM-ALUNO-RPS                 PIC X(20) VALUE SPACES.
       77 WS-DOC-TOMADOR                  PIC X(15) VALUE SPACES.
      *CONSULTA E CANCELAMENTO DE ENVIOS
       77 WS-ID-RECIBO-INF                PIC 9(05) VALUE ZEROS.
       77 WS-QT-LISTADOS                  PIC 9(05) VALUE ZEROS.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
      *LINHAS DO ARQUIVO DE RPS (LAYOUT FIXO DE 100 POSICOES)
       01 WS-RPS-HEADER.
          03 WS-RH-TIPO                   PIC X(01) VALUE '0'.
          03 WS-RH-LITERAL                PIC X(03) VALUE 'RPS'.
          03 WS-RH-NR-LOTE                PIC 9(05) VALUE ZEROS.
          03 WS-RH-DT-RECIBOS             PIC 9(08) VALUE ZEROS.
          03 WS-RH-DATA                   PIC 9(08) VALUE ZEROS.
          03 FILLER                       PIC X(70) VALUE SPACES.
          03 WS-RH-SEQ                    PIC 9(05) VALUE ZEROS.
       01 WS-RPS-DETALHE.
          03 WS-RD-TIPO                   PIC X(01) VALUE '1'.
          03 WS-RD-NR-RPS                 PIC 9(05) VALUE ZEROS.
          03 WS-RD-DT-RPS                 PIC 9(08) VALUE ZEROS.
          03 WS-RD-DOCUMENTO              PIC X(15) VALUE SPACES.
          03 WS-RD-TOMADOR                PIC X(20) VALUE SPACES.
          03 WS-RD-ALUNO                  PIC 9(05) VALUE ZEROS.
          03 WS-RD-AAAAMM                 PIC 9(06) VALUE ZEROS.
          03 WS-RD-VALOR                  PIC 9(07)V9(02) VALUE ZEROS.
          03 WS-RD-MULTA                  PIC 9(05)V9(02) VALUE ZEROS.
          03 WS-RD-JUROS                  PIC 9(05)V9(02) VALUE ZEROS.
          03 FILLER                       PIC X(12) VALUE SPACES.
          03 WS-RD-SEQ                    PIC 9(05) VALUE ZEROS.
       01 WS-RPS-TRAILER.
          03 WS-RT-TIPO                   PIC X(01) VALUE '9'.
          03 WS-RT-QT-RPS                 PIC 9(06) VALUE ZEROS.
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
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** LOTE DE RPS PARA A NFS-E ***'
            DISPLAY 'TECLE <G> PARA GERAR O LOTE DE UM DIA,'
            DISPLAY '<L> PARA LISTAR OS RPS ENVIADOS,'
            DISPLAY '<C> PARA CANCELAR O ENVIO DE UM RPS'
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

      *GERA O LOTE DE RPS DOS RECIBOS DE UM DIA SOB O CONTROLE DE
      *JOBS: CONTA OS RECIBOS A ENVIAR, NUMERA O LOTE E GRAVA HEADER,
      *DETALHES E TRAILER, REGISTRANDO CADA RPS NO CFP001S88
       P2-GERA.
            DISPLAY 'Informe a data dos recibos (AAAAMMDD, ZERO PARA'
                    ' HOJE): '
            ACCEPT WS-DT-RECIBO-INF
            IF WS-DT-RECIBO-INF EQUAL ZEROS
               MOVE WS-DATA-HOJE          TO WS-DT-RECIBO-INF
            END-IF

            MOVE 'NFSEEXP'                TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            STRING 'RPS ' WS-DT-RECIBO-INF
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

            SET FRC-OK                    TO TRUE
            OPEN INPUT RECIBO
            IF NOT FRC-OK
               DISPLAY 'NENHUM RECIBO EMITIDO ATE O MOMENTO.'
               CLOSE RECIBO
               GO TO P2-GERA-FIM
            END-IF

            PERFORM P8-ABRE-NFSE          THRU P8-ABRE-NFSE-FIM
            IF NOT FNF-OK
               CLOSE RECIBO
               CLOSE NFSE
               GO TO P2-GERA-FIM
            END-IF

      *PRIMEIRA PASSADA: SO CONTA, PARA NAO CONSUMIR NUMERO DE
      *LOTE QUANDO NAO HA NADA A ENVIAR
            MOVE ZEROS                    TO WS-QT-ELEGIVEIS
                                             WS-QT-JA-ENVIADOS
            SET EOF-OK                    TO FALSE
            PERFORM P3-CONTA              THRU P3-CONTA-FIM
                    UNTIL EOF-OK
            CLOSE RECIBO

            IF WS-QT-ELEGIVEIS EQUAL ZEROS
               DISPLAY 'NENHUM RECIBO A ENVIAR EM ' WS-DT-RECIBO-INF
               IF WS-QT-JA-ENVIADOS GREATER THAN ZEROS
                  DISPLAY 'RECIBOS JA ENVIADOS EM LOTE ANTERIOR: '
                          WS-QT-JA-ENVIADOS
               END-IF
               CLOSE NFSE
               GO TO P2-GERA-FIM
            END-IF

            SET FRA-OK                    TO TRUE
            OPEN OUTPUT RPSARQ
            IF NOT FRA-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE RPS'
               MOVE WS-FRA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FRA ' - ' WS-FS-MSG
               CLOSE RPSARQ
               CLOSE NFSE
               GO TO P2-GERA-FIM
            END-IF

            PERFORM P10-GERA-NUMERO       THRU P10-GERA-NUMERO-FIM
            IF WS-NR-LOTE EQUAL ZEROS
               CLOSE RPSARQ
               CLOSE NFSE
               GO TO P2-GERA-FIM
            END-IF

            PERFORM J8-JOB-INICIA         THRU J8-JOB-INICIA-FIM

            MOVE ZEROS                    TO WS-QT-ENVIADOS
                                             WS-VL-TOTAL
            MOVE 1                        TO WS-NR-LINHA
            MOVE WS-NR-LOTE               TO WS-RH-NR-LOTE
            MOVE WS-DT-RECIBO-INF         TO WS-RH-DT-RECIBOS
            MOVE WS-DATA-HOJE             TO WS-RH-DATA
            MOVE WS-NR-LINHA              TO WS-RH-SEQ
            MOVE WS-RPS-HEADER            TO REG-RPSARQ
            WRITE REG-RPSARQ

            SET FRC-OK                    TO TRUE
            OPEN INPUT RECIBO
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            SET EOF-OK                    TO FALSE
            PERFORM P4-ENVIA              THRU P4-ENVIA-FIM
                    UNTIL EOF-OK
            CLOSE RECIBO
            CLOSE ALUNO

            ADD 1                         TO WS-NR-LINHA
            MOVE WS-QT-ENVIADOS           TO WS-RT-QT-RPS
            MOVE WS-VL-TOTAL              TO WS-RT-VL-TOTAL
            MOVE WS-NR-LINHA              TO WS-RT-SEQ
            MOVE WS-RPS-TRAILER           TO REG-RPSARQ
            WRITE REG-RPSARQ

            CLOSE RPSARQ
            CLOSE NFSE

            DISPLAY 'LOTE DE RPS NR ' WS-NR-LOTE ' GERADO.'
            DISPLAY 'RPS ENVIADOS : ' WS-QT-ENVIADOS
            DISPLAY 'VALOR TOTAL  : ' WS-VL-TOTAL

            MOVE 'CONCLUIDO'              TO WS-JOB-RESULTADO
            MOVE WS-QT-ENVIADOS           TO WS-JOB-QT
            PERFORM J8-JOB-ENCERRA        THRU J8-JOB-ENCERRA-FIM

            MOVE 'NFSEEXP'                TO WS-AUD-PROGRAMA
            MOVE 'LOTE RPS'               TO WS-AUD-OPERACAO
            STRING 'LOTE ' WS-NR-LOTE ' DIA ' WS-DT-RECIBO-INF
                   ' RPS ' WS-QT-ENVIADOS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-GERA-FIM.

      *CONTA OS RECIBOS DO DIA QUE VAO NO LOTE
       P3-CONTA.
            READ RECIBO NEXT RECORD
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

      *GRAVA O RPS DE UM RECIBO ELEGIVEL E O SEU REGISTRO NO
      *CFP001S88 (NOVO, OU REAPROVEITANDO UM ENVIO CANCELADO)
       P4-ENVIA.
            READ RECIBO NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P4-ENVIA-FIM
            END-READ

            PERFORM P5-VERIFICA-ELEGIVEL  THRU P5-VERIFICA-ELEGIVEL-FIM
            IF NOT ELEGIVEL-OK
               GO TO P4-ENVIA-FIM
            END-IF

            MOVE ID-ALUNO-RCB             TO WS-ID-ALUNO-ATUAL
            PERFORM P11-BUSCA-TOMADOR     THRU P11-BUSCA-TOMADOR-FIM

            ADD 1                         TO WS-NR-LINHA
            MOVE ID-RECIBO                TO WS-RD-NR-RPS
            MOVE DT-RECIBO                TO WS-RD-DT-RPS
            MOVE WS-DOC-TOMADOR           TO WS-RD-DOCUMENTO
            MOVE WS-NM-TOMADOR            TO WS-RD-TOMADOR
            MOVE ID-ALUNO-RCB             TO WS-RD-ALUNO
            MOVE AAAAMM-RCB               TO WS-RD-AAAAMM
            MOVE VL-PAGO-RCB              TO WS-RD-VALOR
            MOVE VL-MULTA-RCB             TO WS-RD-MULTA
            MOVE VL-JUROS-RCB             TO WS-RD-JUROS
            MOVE WS-NR-LINHA              TO WS-RD-SEQ
            MOVE WS-RPS-DETALHE           TO REG-RPSARQ
            WRITE REG-RPSARQ

            MOVE ID-RECIBO                TO ID-RECIBO-NFS
            MOVE ID-ALUNO-RCB             TO ID-ALUNO-NFS
            MOVE DT-RECIBO                TO DT-RECIBO-NFS
            MOVE WS-NR-LOTE               TO NR-LOTE-NFS
            MOVE WS-DATA-HOJE             TO DT-ENVIO-NFS
            MOVE VL-PAGO-RCB              TO VL-SERVICO-NFS
            MOVE 'E'                      TO ST-NFSE
            MOVE ZEROS                    TO NR-NFSE
                                             DT-EMISSAO-NFSE
                                             DT-RETORNO-NFS
            MOVE SPACES                   TO CD-VERIF-NFSE
            MOVE LK-OPERADOR              TO OP-NFSE
            IF REENVIO-OK
               REWRITE REG-NFSE
                   INVALID KEY
                       DISPLAY 'ERRO AO REGISTRAR O RPS DO RECIBO '
                               ID-RECIBO
               END-REWRITE
            ELSE
               WRITE REG-NFSE
                   INVALID KEY
                       DISPLAY 'ERRO AO REGISTRAR O RPS DO RECIBO '
                               ID-RECIBO
               END-WRITE
            END-IF

            ADD 1                         TO WS-QT-ENVIADOS
            ADD VL-PAGO-RCB               TO WS-VL-TOTAL
            .
       P4-ENVIA-FIM.

      *O RECIBO VAI NO LOTE SE FOR DO DIA, TIVER VALOR E NAO TIVER
      *SIDO ENVIADO (OU SE O ENVIO ANTERIOR FOI CANCELADO)
       P5-VERIFICA-ELEGIVEL.
            SET ELEGIVEL-OK               TO FALSE
            SET REENVIO-OK                TO FALSE

            IF DT-RECIBO NOT EQUAL WS-DT-RECIBO-INF
               OR VL-PAGO-RCB EQUAL ZEROS
               GO TO P5-VERIFICA-ELEGIVEL-FIM
            END-IF

            MOVE ID-RECIBO                TO ID-RECIBO-NFS
            READ NFSE
                KEY IS ID-RECIBO-NFS
                INVALID KEY
                    SET ELEGIVEL-OK       TO TRUE
                NOT INVALID KEY
                    IF ST-NFSE EQUAL 'C'
                       SET ELEGIVEL-OK    TO TRUE
                       SET REENVIO-OK     TO TRUE
                    ELSE
                       ADD 1              TO WS-QT-JA-ENVIADOS
                    END-IF
            END-READ
            .
       P5-VERIFICA-ELEGIVEL-FIM.

      *LISTA OS RPS REGISTRADOS DE UM DIA DE RECIBOS (OU TODOS)
       P6-LISTA.
            DISPLAY 'Informe a data dos recibos (AAAAMMDD, ZERO PARA'
                    ' TODOS): '
            ACCEPT WS-DT-RECIBO-INF

            SET FNF-OK                    TO TRUE
            OPEN INPUT NFSE
            IF NOT FNF-OK
               DISPLAY 'NENHUM LOTE DE RPS GERADO ATE O MOMENTO.'
               CLOSE NFSE
               GO TO P6-LISTA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-LISTADOS
            DISPLAY 'RPS   ALUNO DATA     LOTE  VALOR    SIT'
                    ' NFS-E      EMISSAO'
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ NFSE NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-DT-RECIBO-INF EQUAL ZEROS
                           OR DT-RECIBO-NFS EQUAL WS-DT-RECIBO-INF
                           DISPLAY ID-RECIBO-NFS ' ' ID-ALUNO-NFS ' '
                                   DT-RECIBO-NFS ' ' NR-LOTE-NFS ' '
                                   VL-SERVICO-NFS ' ' ST-NFSE '   '
                                   NR-NFSE ' ' DT-EMISSAO-NFSE
                           ADD 1 TO WS-QT-LISTADOS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NFSE

            DISPLAY 'RPS LISTADOS: ' WS-QT-LISTADOS
            DISPLAY 'SITUACAO: E=ENVIADO N=NFS-E EMITIDA C=CANCELADO'
            .
       P6-LISTA-FIM.

      *CANCELA O ENVIO DE UM RPS AINDA SEM NFS-E, LIBERANDO O RECIBO
      *PARA UM NOVO LOTE
       P7-CANCELA.
            DISPLAY 'Informe o numero do recibo (RPS): '
            ACCEPT WS-ID-RECIBO-INF

            SET FNF-OK                    TO TRUE
            OPEN I-O NFSE
            IF NOT FNF-OK
               DISPLAY 'NENHUM LOTE DE RPS GERADO ATE O MOMENTO.'
               CLOSE NFSE
               GO TO P7-CANCELA-FIM
            END-IF

            MOVE WS-ID-RECIBO-INF         TO ID-RECIBO-NFS
            READ NFSE
                KEY IS ID-RECIBO-NFS
                INVALID KEY
                    DISPLAY 'RECIBO NAO ENVIADO A PREFEITURA.'
                    CLOSE NFSE
                    GO TO P7-CANCELA-FIM
            END-READ

            IF ST-NFSE EQUAL 'N'
               DISPLAY 'RPS JA CONVERTIDO NA NFS-E ' NR-NFSE
                       ' - CANCELAMENTO RECUSADO.'
               CLOSE NFSE
               GO TO P7-CANCELA-FIM
            END-IF

            IF ST-NFSE EQUAL 'C'
               DISPLAY 'ENVIO JA CANCELADO.'
               CLOSE NFSE
               GO TO P7-CANCELA-FIM
            END-IF

            DISPLAY 'LOTE ' NR-LOTE-NFS ' ENVIADO EM ' DT-ENVIO-NFS
                    ' VALOR ' VL-SERVICO-NFS
            DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'CANCELAMENTO NAO REALIZADO.'
               CLOSE NFSE
               GO TO P7-CANCELA-FIM
            END-IF

            MOVE 'C'                      TO ST-NFSE
            REWRITE REG-NFSE
                INVALID KEY
                    DISPLAY 'ERRO AO CANCELAR O ENVIO.'
                NOT INVALID KEY
                    DISPLAY 'ENVIO CANCELADO - O RECIBO SERA'
                            ' REENVIADO NO PROXIMO LOTE DO DIA.'
                    MOVE 'NFSEEXP'        TO WS-AUD-PROGRAMA
                    MOVE 'CANCELA'        TO WS-AUD-OPERACAO
                    STRING 'RPS ' ID-RECIBO-NFS ' LOTE ' NR-LOTE-NFS
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            CLOSE NFSE
            .
       P7-CANCELA-FIM.

      *ABRE O REGISTRO DE NFS-E EM I-O, CRIANDO-O SE NAO EXISTIR
       P8-ABRE-NFSE.
            SET FNF-OK                    TO TRUE
            OPEN I-O NFSE
            IF WS-FNF EQUAL 35
                 CLOSE NFSE
                 OPEN OUTPUT NFSE
                 CLOSE NFSE
                 OPEN I-O NFSE
            END-IF
            IF NOT FNF-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE NFS-E'
               MOVE WS-FNF TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FNF ' - ' WS-FS-MSG
            END-IF
            .
       P8-ABRE-NFSE-FIM.

      *NUMERO DO LOTE DE RPS: CONTADOR 34 DO CFP001S8
       P10-GERA-NUMERO.
            MOVE ZEROS                    TO WS-NR-LOTE
            SET FSC-OK                    TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF

            IF FSC-OK THEN
               MOVE 34                    TO ID-CONTADOR
               READ CONTADOR
                   INVALID KEY
                       MOVE ZEROS         TO NR-ULTIMO-REGISTRO
               END-READ

               ADD 1                      TO NR-ULTIMO-REGISTRO
               MOVE NR-ULTIMO-REGISTRO    TO WS-NR-LOTE

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

      *TOMADOR DO SERVICO: NOME DO PRIMEIRO RESPONSAVEL CADASTRADO
      *(SEM RESPONSAVEL, O PROPRIO ALUNO) E DOCUMENTO DO CADASTRO DO
      *ALUNO
       P11-BUSCA-TOMADOR.
            MOVE SPACES                   TO WS-NM-ALUNO-RPS
                                             WS-NM-TOMADOR
                                             WS-DOC-TOMADOR
            IF FLS-OK
               MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO
               READ ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-NM-ALUNO-RPS
                       MOVE NR-DOCUMENTO  TO WS-DOC-TOMADOR
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
                              MOVE NM-RESP TO WS-NM-TOMADOR
                              SET EOF2-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE RESPONSAVEL

            IF WS-NM-TOMADOR EQUAL SPACES
               MOVE WS-NM-ALUNO-RPS       TO WS-NM-TOMADOR
            END-IF
            .
       P11-BUSCA-TOMADOR-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.

       P0-FIM.
            GOBACK.
       END PROGRAM NFSEEXP.
