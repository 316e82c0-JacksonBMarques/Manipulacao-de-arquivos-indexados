      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: declaracoes anuais do financeiro para as familias:
      *          le as mensalidades (CFP001S37), as parcelas de
      *          acordo (CFP001S43/S44) e os recibos (CFP001S38) do
      *          ano civil informado e emite em print-image, para
      *          cada aluno, enderecadas ao primeiro responsavel
      *          cadastrado (sem responsavel, ao proprio aluno):
      *          - a declaracao de quitacao anual de debitos, so
      *            quando todas as competencias do ano estao pagas
      *            (nenhuma em aberto, nem renegociada com parcela
      *            do acordo ainda em aberto);
      *          - o demonstrativo de despesas com educacao para o
      *            imposto de renda, com os valores pagos no ano
      *            (VL-PAGO das mensalidades e parcelas de acordo
      *            pagas no ano civil) e o recibo de cada pagamento.
      *          cada documento emitido vai para o registro de
      *          declaracoes anuais (CFP001S89); a geracao do ano nao
      *          repete o que ja foi emitido e a reemissao de um
      *          aluno soma uma via. roda sob o controle de jobs
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DAS DECLARACOES ANUAIS DE
      *         QUITACAO E DE DESPESAS COM EDUCACAO
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      * UPDATE: 15/10/2026 - CODIGO DE VERIFICACAO IMPRESSO NA
      *         DECLARACAO DE QUITACAO (QA) E NO DEMONSTRATIVO DE
      *         DESPESAS (DE) E GRAVADO NO REGISTRO CENTRAL DE
      *         AUTENTICIDADE (CFP001S104)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLANUAL.

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

                SELECT DECLANUAL ASSIGN TO WS-PATH-DECLANUAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-DECLANUAL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FDA.

                SELECT ACORDO ASSIGN TO WS-PATH-ACORDO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-ACORDO
                FILE STATUS IS WS-FAC.

                SELECT PARCELA ASSIGN TO WS-PATH-PARCELA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PARCELA
                FILE STATUS IS WS-FPC.

                SELECT RECIBO ASSIGN TO WS-PATH-RECIBO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-RECIBO
                FILE STATUS IS WS-FRC.

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

                SELECT BOLETIM ASSIGN TO WS-PATH-BOLETIM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FBOL.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTADOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

                SELECT AUTENTICA ASSIGN TO WS-PATH-AUTENTICA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CD-VERIFICACAO-AUT
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-AUT-FS.

                SELECT JOBCTRL ASSIGN TO WS-PATH-JOBCTRL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-JOBCTRL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-JOB-FS.

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
       FD MENSALIDADE.
          COPY CFPK0031.
       FD DECLANUAL.
          COPY CFPK0080.
       FD ACORDO.
          COPY CFPK0035.
       FD PARCELA.
          COPY CFPK0036.
       FD RECIBO.
          COPY CFPK0032.
       FD ALUNO.
          COPY CFPK0001.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD BOLETIM.
       01 REG-BOLETIM                     PIC X(80).
       FD CONTADOR.
          COPY CFPK0008.
       FD AUTENTICA.
          COPY CFPK0095.
       FD JOBCTRL.
          COPY CFPK0021.
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
       COPY JOBVARS.
       COPY AUTENVARS.
       77 WS-FME                          PIC 99.
          88 FME-OK                       VALUE 0.
       77 WS-FDA                          PIC 99.
          88 FDA-OK                       VALUE 0.
       77 WS-FAC                          PIC 99.
          88 FAC-OK                       VALUE 0.
       77 WS-FPC                          PIC 99.
          88 FPC-OK                       VALUE 0.
       77 WS-FRC                          PIC 99.
          88 FRC-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FRS                          PIC 99.
          88 FRS-OK                       VALUE 0.
       77 WS-FBOL                         PIC 99.
          88 FBOL-OK                      VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EOF3                         PIC X VALUE 'N'.
          88 EOF3-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-ANO-HOJE                     PIC 9(04) VALUE ZEROS.
      *ANO CIVIL DAS DECLARACOES E ALUNO DA REEMISSAO (ZERO = TODOS)
       77 WS-ANO-INF                      PIC 9(04) VALUE ZEROS.
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-REEMISSAO                    PIC X VALUE 'N'.
          88 REEMISSAO-OK                 VALUE 'S' FALSE 'N'.
      *ALUNO EM APURACAO (QUEBRA POR ALUNO NO CFP001S37)
       77 WS-ALUNO-ATUAL                  PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO-DAN                 PIC X(20) VALUE SPACES.
       77 WS-NM-RESP-DAN                  PIC X(20) VALUE SPACES.
       77 WS-QT-COMP-ANO                  PIC 9(02) VALUE ZEROS.
       77 WS-QT-PENDENTES                 PIC 9(02) VALUE ZEROS.
       77 WS-VL-PAGO-ANO                  PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-ANO-AUX                      PIC 9(04) VALUE ZEROS.
       77 WS-ACORDO-ABERTO                PIC X VALUE 'N'.
          88 ACORDO-ABERTO                VALUE 'S' FALSE 'N'.
       77 WS-ID-ACORDO-AUX                PIC 9(05) VALUE ZEROS.
      *PAGAMENTOS DO ANO DO ALUNO (M = MENSALIDADE, A = PARCELA DE
      *ACORDO), COM O RECIBO DA MENSALIDADE QUANDO HOUVER
       77 WS-QT-PAGTO                     PIC 9(02) VALUE ZEROS.
       77 WS-IP                           PIC 9(02) VALUE ZEROS.
       01 WS-TAB-PAGTO.
          03 WS-PG-ENT OCCURS 36 TIMES.
             05 WS-PG-TIPO                PIC X(01).
             05 WS-PG-AAAAMM              PIC 9(06).
             05 WS-PG-ACORDO              PIC 9(05).
             05 WS-PG-PARCELA             PIC 9(02).
             05 WS-PG-DATA                PIC 9(08).
             05 WS-PG-VALOR               PIC 9(05)V9(02).
             05 WS-PG-RECIBO              PIC 9(05).
      *EMISSAO DE UM DOCUMENTO
       77 WS-TP-DOC                       PIC X(01) VALUE SPACES.
       77 WS-VIA-DOC                      PIC X(20) VALUE SPACES.
       77 WS-EMITE                        PIC X VALUE 'N'.
          88 EMITE-OK                     VALUE 'S' FALSE 'N'.
       77 WS-LINHA-DAN                    PIC X(80) VALUE SPACES.
      *TOTAIS DO PROCESSAMENTO
       77 WS-QT-ALUNOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-QUITACOES                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-DEMONSTR                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-SEM-QUITACAO              PIC 9(05) VALUE ZEROS.
       77 WS-QT-JA-EMITIDAS               PIC 9(05) VALUE ZEROS.
       77 WS-QT-LISTADAS                  PIC 9(05) VALUE ZEROS.
      *SALTO DE PAGINA (FORM FEED) APOS CADA DOCUMENTO IMPRESSO
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
            COMPUTE WS-ANO-HOJE = WS-DATA-HOJE / 10000
            END-COMPUTE
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** DECLARACOES ANUAIS DO FINANCEIRO ***'
            DISPLAY 'TECLE <G> PARA GERAR AS DECLARACOES DO ANO,'
            DISPLAY '<R> PARA REEMITIR AS DE UM ALUNO,'
            DISPLAY '<C> PARA CONSULTAR AS EMISSOES DE UM ALUNO'
            DISPLAY 'OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'G'
                WHEN 'g'
                    PERFORM P2-GERA       THRU P2-GERA-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P15-REEMITE   THRU P15-REEMITE-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P16-CONSULTA  THRU P16-CONSULTA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *GERACAO DO ANO SOB O CONTROLE DE JOBS: TODOS OS ALUNOS COM
      *COBRANCA OU PAGAMENTO NO ANO, SEM REPETIR O QUE JA FOI EMITIDO
       P2-GERA.
            DISPLAY 'Informe o ano civil (AAAA, ZERO PARA O ANO'
                    ' ANTERIOR): '
            ACCEPT WS-ANO-INF
            IF WS-ANO-INF EQUAL ZEROS
               COMPUTE WS-ANO-INF = WS-ANO-HOJE - 1
               END-COMPUTE
            END-IF

            MOVE 'DECLANUAL'              TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            STRING 'DECLARACOES ' WS-ANO-INF
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

            MOVE ZEROS                    TO WS-ID-ALUNO-INF
            SET REEMISSAO-OK              TO FALSE
            PERFORM J8-JOB-INICIA         THRU J8-JOB-INICIA-FIM
            PERFORM P20-PROCESSA-ANO      THRU P20-PROCESSA-ANO-FIM

            MOVE 'CONCLUIDO'              TO WS-JOB-RESULTADO
            MOVE WS-QT-ALUNOS             TO WS-JOB-QT
            PERFORM J8-JOB-ENCERRA        THRU J8-JOB-ENCERRA-FIM

            MOVE 'DECLANUAL'              TO WS-AUD-PROGRAMA
            MOVE 'GERACAO'                TO WS-AUD-OPERACAO
            STRING 'ANO ' WS-ANO-INF ' QUIT ' WS-QT-QUITACOES
                   ' DESP ' WS-QT-DEMONSTR
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-GERA-FIM.

      *PERCORRE AS MENSALIDADES COM QUEBRA POR ALUNO E EMITE AS
      *DECLARACOES DE CADA UM (OU SO DO ALUNO INFORMADO)
       P20-PROCESSA-ANO.
            MOVE ZEROS                    TO WS-QT-ALUNOS
                                             WS-QT-QUITACOES
                                             WS-QT-DEMONSTR
                                             WS-QT-SEM-QUITACAO
                                             WS-QT-JA-EMITIDAS
                                             WS-ALUNO-ATUAL

            SET FME-OK                    TO TRUE
            OPEN INPUT MENSALIDADE
            IF NOT FME-OK
               DISPLAY 'NENHUMA MENSALIDADE GERADA ATE O MOMENTO.'
               CLOSE MENSALIDADE
               GO TO P20-PROCESSA-ANO-FIM
            END-IF

            PERFORM P8-ABRE-DECLANUAL     THRU P8-ABRE-DECLANUAL-FIM
            IF NOT FDA-OK
               CLOSE MENSALIDADE
               CLOSE DECLANUAL
               GO TO P20-PROCESSA-ANO-FIM
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
               CLOSE MENSALIDADE
               CLOSE DECLANUAL
               CLOSE BOLETIM
               GO TO P20-PROCESSA-ANO-FIM
            END-IF

            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            SET FPC-OK                    TO TRUE
            OPEN INPUT PARCELA

            SET EOF-OK                    TO FALSE
            PERFORM P3-LE-MENSALIDADE     THRU P3-LE-MENSALIDADE-FIM
                    UNTIL EOF-OK

            CLOSE MENSALIDADE
            CLOSE DECLANUAL
            CLOSE BOLETIM
            MOVE 'DOCUMENTO'              TO WS-SPL-TIPO
            MOVE 'DECLANUAL'              TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            CLOSE ALUNO
            CLOSE PARCELA

            DISPLAY 'ANO CIVIL                 : ' WS-ANO-INF
            DISPLAY 'ALUNOS APURADOS           : ' WS-QT-ALUNOS
            DISPLAY 'QUITACOES EMITIDAS        : ' WS-QT-QUITACOES
            DISPLAY 'DEMONSTRATIVOS EMITIDOS   : ' WS-QT-DEMONSTR
            DISPLAY 'SEM QUITACAO (PENDENCIAS) : ' WS-QT-SEM-QUITACAO
            IF WS-QT-JA-EMITIDAS GREATER THAN ZEROS
               DISPLAY 'JA EMITIDOS ANTES (NAO REPETIDOS): '
                       WS-QT-JA-EMITIDAS
            END-IF
            .
       P20-PROCESSA-ANO-FIM.

      *LE A PROXIMA MENSALIDADE: NA TROCA DE ALUNO FECHA O ANTERIOR
      *(EMITINDO AS DECLARACOES) E COMECA A APURACAO DO NOVO
       P3-LE-MENSALIDADE.
            READ MENSALIDADE NEXT RECORD
                AT END
                    IF WS-ALUNO-ATUAL GREATER THAN ZEROS
                       PERFORM P4-FECHA-ALUNO THRU P4-FECHA-ALUNO-FIM
                    END-IF
                    SET EOF-OK TO TRUE
                    GO TO P3-LE-MENSALIDADE-FIM
            END-READ

            IF WS-ID-ALUNO-INF GREATER THAN ZEROS
               AND ID-ALUNO-MEN NOT EQUAL WS-ID-ALUNO-INF
               GO TO P3-LE-MENSALIDADE-FIM
            END-IF

            IF ID-ALUNO-MEN NOT EQUAL WS-ALUNO-ATUAL
               IF WS-ALUNO-ATUAL GREATER THAN ZEROS
                  PERFORM P4-FECHA-ALUNO  THRU P4-FECHA-ALUNO-FIM
               END-IF
               MOVE ID-ALUNO-MEN          TO WS-ALUNO-ATUAL
               MOVE ZEROS                 TO WS-QT-COMP-ANO
                                             WS-QT-PENDENTES
                                             WS-VL-PAGO-ANO
                                             WS-QT-PAGTO
               MOVE SPACES                TO WS-TAB-PAGTO
            END-IF

            PERFORM P5-ACUMULA            THRU P5-ACUMULA-FIM
            .
       P3-LE-MENSALIDADE-FIM.

      *COMPETENCIA DO ANO: CONTA PARA A QUITACAO (PAGA, OU
      *RENEGOCIADA COM O ACORDO TODO PAGO); PAGAMENTO FEITO NO ANO
      *CIVIL: ENTRA NO DEMONSTRATIVO DE DESPESAS
       P5-ACUMULA.
            COMPUTE WS-ANO-AUX = AAAAMM-MEN / 100
            END-COMPUTE
            IF WS-ANO-AUX EQUAL WS-ANO-INF
               ADD 1                      TO WS-QT-COMP-ANO
               EVALUATE ST-MENSALIDADE
                   WHEN 'P'
                       CONTINUE
                   WHEN 'R'
                       MOVE NR-ACORDO-MEN TO WS-ID-ACORDO-AUX
                       PERFORM P6-VERIFICA-ACORDO
                               THRU P6-VERIFICA-ACORDO-FIM
                       IF ACORDO-ABERTO
                          ADD 1           TO WS-QT-PENDENTES
                       END-IF
                   WHEN OTHER
                       ADD 1              TO WS-QT-PENDENTES
               END-EVALUATE
            END-IF

            IF ST-MENSALIDADE NOT EQUAL 'P' OR VL-PAGO EQUAL ZEROS
               GO TO P5-ACUMULA-FIM
            END-IF
            COMPUTE WS-ANO-AUX = DT-PAGAMENTO / 10000
            END-COMPUTE
            IF WS-ANO-AUX NOT EQUAL WS-ANO-INF
               OR WS-QT-PAGTO NOT LESS THAN 36
               GO TO P5-ACUMULA-FIM
            END-IF
            ADD 1                         TO WS-QT-PAGTO
            MOVE 'M'                      TO WS-PG-TIPO(WS-QT-PAGTO)
            MOVE AAAAMM-MEN               TO WS-PG-AAAAMM(WS-QT-PAGTO)
            MOVE ZEROS                    TO WS-PG-ACORDO(WS-QT-PAGTO)
                                             WS-PG-PARCELA(WS-QT-PAGTO)
                                             WS-PG-RECIBO(WS-QT-PAGTO)
            MOVE DT-PAGAMENTO             TO WS-PG-DATA(WS-QT-PAGTO)
            MOVE VL-PAGO                  TO WS-PG-VALOR(WS-QT-PAGTO)
            ADD VL-PAGO                   TO WS-VL-PAGO-ANO
            .
       P5-ACUMULA-FIM.

      *O ACORDO DA COMPETENCIA RENEGOCIADA AINDA TEM PARCELA EM
      *ABERTO? (SEM O ARQUIVO DE PARCELAS, CONSIDERA EM ABERTO)
       P6-VERIFICA-ACORDO.
            SET ACORDO-ABERTO             TO TRUE
            IF NOT FPC-OK OR WS-ID-ACORDO-AUX EQUAL ZEROS
               GO TO P6-VERIFICA-ACORDO-FIM
            END-IF

            SET ACORDO-ABERTO             TO FALSE
            MOVE WS-ID-ACORDO-AUX         TO ID-ACORDO-PAR
            MOVE ZEROS                    TO NR-PARCELA
            START PARCELA KEY IS NOT LESS THAN ID-PARCELA
                INVALID KEY
                    SET ACORDO-ABERTO     TO TRUE
                    GO TO P6-VERIFICA-ACORDO-FIM
            END-START
            SET EOF3-OK                   TO FALSE
            PERFORM UNTIL EOF3-OK
                READ PARCELA NEXT RECORD
                    AT END
                        SET EOF3-OK       TO TRUE
                    NOT AT END
                        IF ID-ACORDO-PAR NOT EQUAL WS-ID-ACORDO-AUX
                           SET EOF3-OK    TO TRUE
                        ELSE
                           IF ST-PARCELA EQUAL 'A'
                              SET ACORDO-ABERTO TO TRUE
                              SET EOF3-OK TO TRUE
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P6-VERIFICA-ACORDO-FIM.

      *FECHA A APURACAO DO ALUNO: SOMA AS PARCELAS DE ACORDO PAGAS
      *NO ANO, CASA OS RECIBOS E EMITE A QUITACAO (SE NAO HOUVER
      *PENDENCIA) E O DEMONSTRATIVO (SE HOUVER PAGAMENTO NO ANO)
       P4-FECHA-ALUNO.
            PERFORM P10-PARCELAS-PAGAS    THRU P10-PARCELAS-PAGAS-FIM
            IF WS-QT-COMP-ANO EQUAL ZEROS AND WS-QT-PAGTO EQUAL ZEROS
               GO TO P4-FECHA-ALUNO-FIM
            END-IF

            ADD 1                         TO WS-QT-ALUNOS
            PERFORM P11-BUSCA-RECIBOS     THRU P11-BUSCA-RECIBOS-FIM
            PERFORM P12-BUSCA-NOMES       THRU P12-BUSCA-NOMES-FIM

            IF WS-QT-COMP-ANO GREATER THAN ZEROS
               IF WS-QT-PENDENTES EQUAL ZEROS
                  MOVE 'Q'                TO WS-TP-DOC
                  PERFORM P7-REGISTRA     THRU P7-REGISTRA-FIM
                  IF EMITE-OK
                     MOVE 'QA'            TO WS-AUT-TIPO
                     MOVE WS-ALUNO-ATUAL  TO WS-AUT-ID-ALUNO
                     PERFORM V9-GERA-CODIGO
                             THRU V9-GERA-CODIGO-FIM
                     PERFORM P13-IMPRIME-QUITACAO
                             THRU P13-IMPRIME-QUITACAO-FIM
                     PERFORM P17-REGISTRA-CODIGO
                             THRU P17-REGISTRA-CODIGO-FIM
                     ADD 1                TO WS-QT-QUITACOES
                  END-IF
               ELSE
                  ADD 1                   TO WS-QT-SEM-QUITACAO
                  IF REEMISSAO-OK
                     DISPLAY 'QUITACAO NAO EMITIDA: ' WS-QT-PENDENTES
                             ' COMPETENCIA(S) DO ANO EM ABERTO OU'
                             ' RENEGOCIADA(S).'
                  END-IF
               END-IF
            END-IF

            IF WS-VL-PAGO-ANO GREATER THAN ZEROS
               MOVE 'D'                   TO WS-TP-DOC
               PERFORM P7-REGISTRA        THRU P7-REGISTRA-FIM
               IF EMITE-OK
                  MOVE 'DE'               TO WS-AUT-TIPO
                  MOVE WS-ALUNO-ATUAL     TO WS-AUT-ID-ALUNO
                  PERFORM V9-GERA-CODIGO  THRU V9-GERA-CODIGO-FIM
                  PERFORM P14-IMPRIME-DESPESAS
                          THRU P14-IMPRIME-DESPESAS-FIM
                  PERFORM P17-REGISTRA-CODIGO
                          THRU P17-REGISTRA-CODIGO-FIM
                  ADD 1                   TO WS-QT-DEMONSTR
               END-IF
            END-IF
            .
       P4-FECHA-ALUNO-FIM.

      *REGISTRA O DOCUMENTO WS-TP-DOC DO ALUNO NO CFP001S89: NOVO
      *REGISTRO NA PRIMEIRA EMISSAO; NA REEMISSAO SOMA UMA VIA; NA
      *GERACAO DO ANO, DOCUMENTO JA EMITIDO NAO SAI DE NOVO
       P7-REGISTRA.
            SET EMITE-OK                  TO FALSE
            MOVE WS-ALUNO-ATUAL           TO ID-ALUNO-DAN
            MOVE WS-ANO-INF               TO ANO-DAN
            MOVE WS-TP-DOC                TO TP-DECLANUAL
            READ DECLANUAL
                KEY IS ID-DECLANUAL
                INVALID KEY
                    MOVE WS-NM-ALUNO-DAN  TO NM-ALUNO-DAN
                    MOVE WS-NM-RESP-DAN   TO NM-RESP-DAN
                    MOVE WS-VL-PAGO-ANO   TO VL-TOTAL-DAN
                    MOVE WS-DATA-HOJE     TO DT-EMISSAO-DAN
                                             DT-ULT-VIA-DAN
                    MOVE LK-OPERADOR      TO OP-DAN
                    MOVE 1                TO QT-VIAS-DAN
                    WRITE REG-DECLANUAL
                        INVALID KEY
                            DISPLAY 'ERRO AO REGISTRAR A DECLARACAO'
                                    ' DO ALUNO ' WS-ALUNO-ATUAL
                        NOT INVALID KEY
                            MOVE 'VIA ORIGINAL' TO WS-VIA-DOC
                            SET EMITE-OK  TO TRUE
                    END-WRITE
                    GO TO P7-REGISTRA-FIM
            END-READ

            IF NOT REEMISSAO-OK
               ADD 1                      TO WS-QT-JA-EMITIDAS
               GO TO P7-REGISTRA-FIM
            END-IF

            IF QT-VIAS-DAN LESS THAN 99
               ADD 1                      TO QT-VIAS-DAN
            END-IF
            MOVE WS-NM-RESP-DAN           TO NM-RESP-DAN
            MOVE WS-VL-PAGO-ANO           TO VL-TOTAL-DAN
            MOVE WS-DATA-HOJE             TO DT-ULT-VIA-DAN
            REWRITE REG-DECLANUAL
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR A DECLARACAO DO ALUNO '
                            WS-ALUNO-ATUAL
                NOT INVALID KEY
                    MOVE SPACES           TO WS-VIA-DOC
                    STRING 'VIA ' QT-VIAS-DAN ' (REEMISSAO)'
                           DELIMITED BY SIZE
                           INTO WS-VIA-DOC
                    END-STRING
                    SET EMITE-OK          TO TRUE
            END-REWRITE
            .
       P7-REGISTRA-FIM.

      *ABRE O REGISTRO DE DECLARACOES EM I-O, CRIANDO-O SE NAO
      *EXISTIR
       P8-ABRE-DECLANUAL.
            SET FDA-OK                    TO TRUE
            OPEN I-O DECLANUAL
            IF WS-FDA EQUAL 35
                 CLOSE DECLANUAL
                 OPEN OUTPUT DECLANUAL
                 CLOSE DECLANUAL
                 OPEN I-O DECLANUAL
            END-IF
            IF NOT FDA-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE DECLARACOES'
               MOVE WS-FDA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FDA ' - ' WS-FS-MSG
            END-IF
            .
       P8-ABRE-DECLANUAL-FIM.

      *PARCELAS DOS ACORDOS DO ALUNO PAGAS NO ANO CIVIL ENTRAM NO
      *DEMONSTRATIVO DE DESPESAS
       P10-PARCELAS-PAGAS.
            IF NOT FPC-OK
               GO TO P10-PARCELAS-PAGAS-FIM
            END-IF
            SET EOF2-OK                   TO FALSE
            SET FAC-OK                    TO TRUE
            OPEN INPUT ACORDO
            IF FAC-OK
               PERFORM UNTIL EOF2-OK
                   READ ACORDO NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO-ACD EQUAL WS-ALUNO-ATUAL
                              PERFORM P10A-PARCELAS-ACORDO
                                      THRU P10A-PARCELAS-ACORDO-FIM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE ACORDO
            .
       P10-PARCELAS-PAGAS-FIM.

      *PARCELAS PAGAS NO ANO DE UM ACORDO DO ALUNO
       P10A-PARCELAS-ACORDO.
            MOVE ID-ACORDO                TO ID-ACORDO-PAR
            MOVE ZEROS                    TO NR-PARCELA
            START PARCELA KEY IS NOT LESS THAN ID-PARCELA
                INVALID KEY
                    GO TO P10A-PARCELAS-ACORDO-FIM
            END-START
            SET EOF3-OK                   TO FALSE
            PERFORM UNTIL EOF3-OK
                READ PARCELA NEXT RECORD
                    AT END
                        SET EOF3-OK       TO TRUE
                    NOT AT END
                        IF ID-ACORDO-PAR NOT EQUAL ID-ACORDO
                           SET EOF3-OK    TO TRUE
                        ELSE
                           COMPUTE WS-ANO-AUX = DT-PAGTO-PAR / 10000
                           END-COMPUTE
                           IF ST-PARCELA EQUAL 'P' AND
                              WS-ANO-AUX EQUAL WS-ANO-INF AND
                              VL-PAGO-PAR GREATER THAN ZEROS AND
                              WS-QT-PAGTO LESS THAN 36
                              ADD 1 TO WS-QT-PAGTO
                              MOVE 'A' TO WS-PG-TIPO(WS-QT-PAGTO)
                              MOVE ZEROS
                                   TO WS-PG-AAAAMM(WS-QT-PAGTO)
                                      WS-PG-RECIBO(WS-QT-PAGTO)
                              MOVE ID-ACORDO-PAR
                                   TO WS-PG-ACORDO(WS-QT-PAGTO)
                              MOVE NR-PARCELA
                                   TO WS-PG-PARCELA(WS-QT-PAGTO)
                              MOVE DT-PAGTO-PAR
                                   TO WS-PG-DATA(WS-QT-PAGTO)
                              MOVE VL-PAGO-PAR
                                   TO WS-PG-VALOR(WS-QT-PAGTO)
                              ADD VL-PAGO-PAR TO WS-VL-PAGO-ANO
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P10A-PARCELAS-ACORDO-FIM.

      *CASA OS RECIBOS EMITIDOS (CFP001S38) COM AS MENSALIDADES
      *PAGAS DO ALUNO; PAGAMENTO PELO BANCO NAO TEM RECIBO
       P11-BUSCA-RECIBOS.
            SET EOF2-OK                   TO FALSE
            SET FRC-OK                    TO TRUE
            OPEN INPUT RECIBO
            IF FRC-OK
               PERFORM UNTIL EOF2-OK
                   READ RECIBO NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO-RCB EQUAL WS-ALUNO-ATUAL
                              PERFORM VARYING WS-IP FROM 1 BY 1
                                      UNTIL WS-IP GREATER THAN
                                            WS-QT-PAGTO
                                  IF WS-PG-TIPO(WS-IP) EQUAL 'M' AND
                                     WS-PG-AAAAMM(WS-IP) EQUAL
                                     AAAAMM-RCB
                                     MOVE ID-RECIBO
                                          TO WS-PG-RECIBO(WS-IP)
                                  END-IF
                              END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE RECIBO
            .
       P11-BUSCA-RECIBOS-FIM.

      *NOME DO ALUNO E DO RESPONSAVEL DESTINATARIO (PRIMEIRO
      *CADASTRADO; SEM RESPONSAVEL, O PROPRIO ALUNO)
       P12-BUSCA-NOMES.
            MOVE SPACES                   TO WS-NM-ALUNO-DAN
                                             WS-NM-RESP-DAN
            IF FLS-OK
               MOVE WS-ALUNO-ATUAL        TO ID-ALUNO
               READ ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-NM-ALUNO-DAN
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
                           IF ID-ALUNO-RESP EQUAL WS-ALUNO-ATUAL
                              MOVE NM-RESP TO WS-NM-RESP-DAN
                              SET EOF2-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE RESPONSAVEL

            IF WS-NM-RESP-DAN EQUAL SPACES
               MOVE WS-NM-ALUNO-DAN       TO WS-NM-RESP-DAN
            END-IF
            .
       P12-BUSCA-NOMES-FIM.

      *IMPRIME A DECLARACAO DE QUITACAO ANUAL DE DEBITOS
       P13-IMPRIME-QUITACAO.
            MOVE ALL '='                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-DAN
            STRING 'DECLARACAO DE QUITACAO ANUAL DE DEBITOS - '
                   WS-ANO-INF '  (' FUNCTION TRIM(WS-VIA-DOC) ')'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DAN
            END-STRING
            MOVE WS-LINHA-DAN             TO REG-BOLETIM
            WRITE REG-BOLETIM

            MOVE SPACES                   TO WS-LINHA-DAN
            STRING 'A(O) SR(A). ' FUNCTION TRIM(WS-NM-RESP-DAN)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DAN
            END-STRING
            MOVE WS-LINHA-DAN             TO REG-BOLETIM
            WRITE REG-BOLETIM

            MOVE 'DECLARAMOS QUE ESTAO QUITADAS TODAS AS MENSALIDADES'
                                          TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-DAN
            STRING 'DO ANO DE ' WS-ANO-INF
                   ' REFERENTES AO(A) ALUNO(A):'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DAN
            END-STRING
            MOVE WS-LINHA-DAN             TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-DAN
            STRING '  ' WS-ALUNO-ATUAL ' - '
                   FUNCTION TRIM(WS-NM-ALUNO-DAN)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DAN
            END-STRING
            MOVE WS-LINHA-DAN             TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-DAN
            STRING 'COMPETENCIAS COBRADAS NO ANO: ' WS-QT-COMP-ANO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DAN
            END-STRING
            MOVE WS-LINHA-DAN             TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE 'ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DOS'
                                          TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE 'PAGAMENTOS DO ANO, OS RECIBOS MENSAIS.'
                                          TO REG-BOLETIM
            WRITE REG-BOLETIM

            MOVE SPACES                   TO WS-LINHA-DAN
            STRING 'EMITIDA EM: ' WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DAN
            END-STRING
            MOVE WS-LINHA-DAN             TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE 'A SECRETARIA.'          TO REG-BOLETIM
            WRITE REG-BOLETIM
            IF WS-AUT-CODIGO NOT EQUAL SPACES
               MOVE SPACES                TO WS-LINHA-DAN
               STRING 'CODIGO DE VERIFICACAO: ' WS-AUT-CODIGO
                      ' - CONFIRA A AUTENTICIDADE NA SECRETARIA'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-DAN
               END-STRING
               MOVE WS-LINHA-DAN          TO REG-BOLETIM
               WRITE REG-BOLETIM
            END-IF
            MOVE WS-SALTO-PAGINA          TO REG-BOLETIM
            WRITE REG-BOLETIM
            .
       P13-IMPRIME-QUITACAO-FIM.

      *IMPRIME O DEMONSTRATIVO DE DESPESAS COM EDUCACAO DO ANO
       P14-IMPRIME-DESPESAS.
            MOVE ALL '='                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-DAN
            STRING 'DEMONSTRATIVO DE DESPESAS COM EDUCACAO - '
                   WS-ANO-INF '  (' FUNCTION TRIM(WS-VIA-DOC) ')'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DAN
            END-STRING
            MOVE WS-LINHA-DAN             TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE '(PARA A DECLARACAO DE IMPOSTO DE RENDA)'
                                          TO REG-BOLETIM
            WRITE REG-BOLETIM

            MOVE SPACES                   TO WS-LINHA-DAN
            STRING 'RESPONSAVEL: ' FUNCTION TRIM(WS-NM-RESP-DAN)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DAN
            END-STRING
            MOVE WS-LINHA-DAN             TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-DAN
            STRING 'ALUNO(A)   : ' WS-ALUNO-ATUAL ' - '
                   FUNCTION TRIM(WS-NM-ALUNO-DAN)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DAN
            END-STRING
            MOVE WS-LINHA-DAN             TO REG-BOLETIM
            WRITE REG-BOLETIM

            MOVE ALL '-'                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE 'REFERENCIA           PAGO EM      VALOR PAGO  RECIBO'
                                          TO REG-BOLETIM
            WRITE REG-BOLETIM
            PERFORM VARYING WS-IP FROM 1 BY 1
                    UNTIL WS-IP GREATER THAN WS-QT-PAGTO
                MOVE SPACES               TO WS-LINHA-DAN
                IF WS-PG-TIPO(WS-IP) EQUAL 'M'
                   STRING 'MENSALIDADE ' WS-PG-AAAAMM(WS-IP)
                          '   ' WS-PG-DATA(WS-IP)
                          '   ' WS-PG-VALOR(WS-IP)
                          '   ' WS-PG-RECIBO(WS-IP)
                          DELIMITED BY SIZE
                          INTO WS-LINHA-DAN
                   END-STRING
                ELSE
                   STRING 'ACORDO ' WS-PG-ACORDO(WS-IP)
                          '/' WS-PG-PARCELA(WS-IP)
                          '      ' WS-PG-DATA(WS-IP)
                          '   ' WS-PG-VALOR(WS-IP)
                          DELIMITED BY SIZE
                          INTO WS-LINHA-DAN
                   END-STRING
                END-IF
                MOVE WS-LINHA-DAN         TO REG-BOLETIM
                WRITE REG-BOLETIM
            END-PERFORM
            MOVE ALL '-'                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-DAN
            STRING 'TOTAL PAGO NO ANO DE ' WS-ANO-INF ': '
                   WS-VL-PAGO-ANO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DAN
            END-STRING
            MOVE WS-LINHA-DAN             TO REG-BOLETIM
            WRITE REG-BOLETIM

            MOVE SPACES                   TO WS-LINHA-DAN
            STRING 'EMITIDO EM: ' WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DAN
            END-STRING
            MOVE WS-LINHA-DAN             TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE 'A SECRETARIA.'          TO REG-BOLETIM
            WRITE REG-BOLETIM
            IF WS-AUT-CODIGO NOT EQUAL SPACES
               MOVE SPACES                TO WS-LINHA-DAN
               STRING 'CODIGO DE VERIFICACAO: ' WS-AUT-CODIGO
                      ' - CONFIRA A AUTENTICIDADE NA SECRETARIA'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-DAN
               END-STRING
               MOVE WS-LINHA-DAN          TO REG-BOLETIM
               WRITE REG-BOLETIM
            END-IF
            MOVE WS-SALTO-PAGINA          TO REG-BOLETIM
            WRITE REG-BOLETIM
            .
       P14-IMPRIME-DESPESAS-FIM.

      *GRAVA O CODIGO DE VERIFICACAO IMPRESSO NO DOCUMENTO NO
      *REGISTRO CENTRAL DE AUTENTICIDADE (CFP001S104), COM O ANO
      *CIVIL DA DECLARACAO COMO NUMERO DO DOCUMENTO
       P17-REGISTRA-CODIGO.
            MOVE WS-ANO-INF               TO WS-AUT-NR-DOC
            MOVE WS-NM-ALUNO-DAN          TO WS-AUT-NM-ALUNO
            MOVE LK-OPERADOR              TO WS-AUT-OPERADOR
            MOVE SPACES                   TO WS-AUT-DESCRICAO
            IF WS-AUT-TIPO EQUAL 'QA'
               STRING 'QUITACAO ANUAL DE DEBITOS - ANO ' WS-ANO-INF
                      DELIMITED BY SIZE
                      INTO WS-AUT-DESCRICAO
               END-STRING
            ELSE
               STRING 'DESPESAS COM EDUCACAO - ANO ' WS-ANO-INF
                      DELIMITED BY SIZE
                      INTO WS-AUT-DESCRICAO
               END-STRING
            END-IF
            PERFORM V9-REGISTRA-CODIGO    THRU V9-REGISTRA-CODIGO-FIM
            .
       P17-REGISTRA-CODIGO-FIM.

      *REEMITE AS DECLARACOES DO ANO DE UM ALUNO, APURADAS DE NOVO
      *DOS ARQUIVOS E CONTADAS COMO NOVA VIA NO REGISTRO
       P15-REEMITE.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF
            IF WS-ID-ALUNO-INF EQUAL ZEROS
               DISPLAY 'ALUNO NAO INFORMADO.'
               GO TO P15-REEMITE-FIM
            END-IF
            DISPLAY 'Informe o ano civil (AAAA, ZERO PARA O ANO'
                    ' ANTERIOR): '
            ACCEPT WS-ANO-INF
            IF WS-ANO-INF EQUAL ZEROS
               COMPUTE WS-ANO-INF = WS-ANO-HOJE - 1
               END-COMPUTE
            END-IF

            SET REEMISSAO-OK              TO TRUE
            PERFORM P20-PROCESSA-ANO      THRU P20-PROCESSA-ANO-FIM
            IF WS-QT-ALUNOS EQUAL ZEROS
               DISPLAY 'ALUNO SEM COBRANCA OU PAGAMENTO NO ANO.'
               GO TO P15-REEMITE-FIM
            END-IF

            MOVE 'DECLANUAL'              TO WS-AUD-PROGRAMA
            MOVE 'REEMISSAO'              TO WS-AUD-OPERACAO
            STRING 'ALUNO ' WS-ID-ALUNO-INF ' ANO ' WS-ANO-INF
                   ' QUIT ' WS-QT-QUITACOES ' DESP ' WS-QT-DEMONSTR
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P15-REEMITE-FIM.

      *CONSULTA AS DECLARACOES ANUAIS EMITIDAS PARA UM ALUNO
       P16-CONSULTA.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF

            SET FDA-OK                    TO TRUE
            OPEN INPUT DECLANUAL
            IF NOT FDA-OK
               DISPLAY 'NENHUMA DECLARACAO ANUAL EMITIDA ATE O'
                       ' MOMENTO.'
               CLOSE DECLANUAL
               GO TO P16-CONSULTA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-LISTADAS
            DISPLAY 'ANO  TIPO VALOR TOTAL  EMISSAO  VIAS ULT.VIA'
                    '   OPERADOR'
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-DAN
            MOVE ZEROS                    TO ANO-DAN
            MOVE SPACES                   TO TP-DECLANUAL
            START DECLANUAL KEY IS NOT LESS THAN ID-DECLANUAL
                INVALID KEY
                    SET EOF-OK            TO TRUE
                NOT INVALID KEY
                    SET EOF-OK            TO FALSE
            END-START
            PERFORM UNTIL EOF-OK
                READ DECLANUAL NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-DAN NOT EQUAL WS-ID-ALUNO-INF
                           SET EOF-OK TO TRUE
                        ELSE
                           DISPLAY ANO-DAN ' ' TP-DECLANUAL '    '
                                   VL-TOTAL-DAN ' ' DT-EMISSAO-DAN
                                   ' ' QT-VIAS-DAN '   '
                                   DT-ULT-VIA-DAN ' ' OP-DAN
                           ADD 1 TO WS-QT-LISTADAS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DECLANUAL

            DISPLAY 'DECLARACOES LISTADAS: ' WS-QT-LISTADAS
            DISPLAY 'TIPO: Q=QUITACAO DE DEBITOS D=DESPESAS (IR)'
            .
       P16-CONSULTA-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.
       COPY AUTENDOC.

       P0-FIM.
            GOBACK.
       END PROGRAM DECLANUAL.
