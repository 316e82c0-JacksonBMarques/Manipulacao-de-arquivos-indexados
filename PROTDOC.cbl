      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: protocolo de atendimento da secretaria para pedidos
      *          de documentos (historico, declaracoes, guia de
      *          transferencia, segunda via de boletim, certificados)
      *          feitos no balcao ou por telefone: abre o protocolo
      *          numerado (contador 40 do CFP001S8) com o solicitante,
      *          o tipo do documento e a data prometida pelo prazo da
      *          tabela de taxas (CFP001S114), e acompanha a situacao
      *          (aberto, emitido, entregue). a taxa do documento pago
      *          e lancada como cobranca avulsa (CFP001S115) na
      *          mensalidade em aberto do aluno, quitada junto com ela
      *          no MENSALID. emite a lista diaria dos protocolos
      *          vencidos por tipo de documento no arquivo de impressao
      *          geral (CFP001T2.LST). a tabela de taxas e mantida pelo
      *          perfil DIRECAO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO PROTOCOLO DE ATENDIMENTO DA
      *         SECRETARIA E DA TABELA DE TAXAS DOS DOCUMENTOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROTDOC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PROTDOC ASSIGN TO WS-PATH-PROTDOC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NR-PROTOCOLO-PD
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPD.

                SELECT TAXADOC ASSIGN TO WS-PATH-TAXADOC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TP-DOCUMENTO-TX
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FTX.

                SELECT COBAVULSA ASSIGN TO WS-PATH-COBAVULSA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-COBAVULSA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCV.

                SELECT MENSALIDADE ASSIGN TO WS-PATH-MENSALIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-MENSALIDADE
                FILE STATUS IS WS-FME.

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

                SELECT IMPREL ASSIGN TO WS-PATH-IMPREL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

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
       FD PROTDOC.
          COPY CFPK0105.
       FD TAXADOC.
          COPY CFPK0106.
       FD COBAVULSA.
          COPY CFPK0107.
       FD MENSALIDADE.
          COPY CFPK0031.
       FD ALUNO.
          COPY CFPK0001.
       FD CONTADOR.
          COPY CFPK0008.
       FD IMPREL.
       01 REG-IMPREL                      PIC X(80).
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
       77 WS-FPD                          PIC 99.
          88 FPD-OK                       VALUE 0.
       77 WS-FTX                          PIC 99.
          88 FTX-OK                       VALUE 0.
       77 WS-FCV                          PIC 99.
          88 FCV-OK                       VALUE 0.
       77 WS-FME                          PIC 99.
          88 FME-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA                   PIC 9(08) VALUE ZEROS.
       01 WS-AAAAMM-HOJE                  PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-AAAAMM-HOJE.
          03 WS-ANO-HOJE                  PIC 9(04).
          03 WS-MES-HOJE                  PIC 9(02).
      *DADOS INFORMADOS
       77 WS-NR-INF                       PIC 9(05) VALUE ZEROS.
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-TP-DOC-INF                   PIC X(02) VALUE SPACES.
       77 WS-NM-SOLIC-INF                 PIC X(30) VALUE SPACES.
       77 WS-TL-SOLIC-INF                 PIC X(15) VALUE SPACES.
       77 WS-CANAL-INF                    PIC X(01) VALUE SPACES.
       77 WS-OBS-INF                      PIC X(40) VALUE SPACES.
       77 WS-DT-INF                       PIC 9(08) VALUE ZEROS.
       77 WS-NM-DOC-INF                   PIC X(30) VALUE SPACES.
       77 WS-VL-TAXA-INF                  PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-QT-DIAS-INF                  PIC 9(03) VALUE ZEROS.
       77 WS-ST-TAXA-INF                  PIC X(01) VALUE SPACES.
      *TIPO DE DOCUMENTO ESCOLHIDO E DATA PROMETIDA
       77 WS-NM-DOCUMENTO                 PIC X(30) VALUE SPACES.
       77 WS-VL-TAXA                      PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-QT-DIAS-PRAZO                PIC 9(03) VALUE ZEROS.
       77 WS-DT-PROMETIDA                 PIC 9(08) VALUE ZEROS.
       77 WS-NR-PROTOCOLO                 PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO                     PIC X(20) VALUE SPACES.
      *COMPETENCIA DA COBRANCA AVULSA: A MENSALIDADE DO MES CORRENTE
      *OU, SE ELA JA FOI PAGA OU RENEGOCIADA, A DO MES SEGUINTE
       01 WS-AAAAMM-COB                   PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-AAAAMM-COB.
          03 WS-ANO-COB                   PIC 9(04).
          03 WS-MES-COB                   PIC 9(02).
       77 WS-ST-COBRANCA                  PIC X(01) VALUE SPACES.
      *LISTA DOS VENCIDOS: TIPOS DA TABELA E TOTAIS
       77 WS-QT-TIPOS                     PIC 9(02) VALUE ZEROS.
       01 WS-TAB-TIPOS.
          03 WS-TP-ITEM OCCURS 50 TIMES.
             05 WS-TP-CODIGO              PIC X(02).
             05 WS-TP-NOME                PIC X(30).
       77 WS-IX-TP                        PIC 9(02) VALUE ZEROS.
       77 WS-QT-VENC-TIPO                 PIC 9(04) VALUE ZEROS.
       77 WS-QT-VENC-TOTAL                PIC 9(04) VALUE ZEROS.
       77 WS-QT-DIAS-ATRASO               PIC 9(05) VALUE ZEROS.
       77 WS-QT-PENDENTES                 PIC 9(04) VALUE ZEROS.
       77 WS-DS-SITUACAO                  PIC X(10) VALUE SPACES.
       77 WS-LINHA-PRT                    PIC X(80) VALUE SPACES.
       77 WS-ED-QT1                       PIC ZZZ9.
       77 WS-ED-QT2                       PIC ZZZZ9.
       77 WS-VL-ED                        PIC ZZ.ZZ9,99.
      *TIPOS DE DOCUMENTO GRAVADOS QUANDO A TABELA AINDA NAO EXISTE
      *(SEM TAXA: A DIRECAO INFORMA OS VALORES PELA OPCAO <X>)
       01 WS-TIPOS-PADRAO.
          03 FILLER                       PIC X(35) VALUE
               'HIHISTORICO ESCOLAR            010'.
          03 FILLER                       PIC X(35) VALUE
               'DCDECLARACAO                   002'.
          03 FILLER                       PIC X(35) VALUE
               'GTGUIA DE TRANSFERENCIA        005'.
          03 FILLER                       PIC X(35) VALUE
               'SBSEGUNDA VIA DE BOLETIM       002'.
          03 FILLER                       PIC X(35) VALUE
               'CECERTIFICADO DE CONCLUSAO     015'.
       01 FILLER REDEFINES WS-TIPOS-PADRAO.
          03 WS-TPP-ITEM OCCURS 5 TIMES.
             05 WS-TPP-CODIGO             PIC X(02).
             05 WS-TPP-NOME               PIC X(30).
             05 WS-TPP-DIAS               PIC 9(03).

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
            MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-AAAAMM-HOJE = WS-DATA-HOJE / 100
            END-COMPUTE
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** PROTOCOLO DE ATENDIMENTO DA SECRETARIA ***'
            DISPLAY 'TECLE <A> PARA ABRIR UM PROTOCOLO, <E> PARA'
            DISPLAY 'REGISTRAR A EMISSAO, <T> PARA REGISTRAR A'
            DISPLAY 'ENTREGA, <C> PARA CANCELAR, <L> PARA LISTAR OS'
            DISPLAY 'PENDENTES, <V> PARA A LISTA DOS VENCIDOS, <X>'
            DISPLAY 'PARA A TABELA DE TAXAS OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'A'
                WHEN 'a'
                    PERFORM P2-ABRE       THRU P2-ABRE-FIM
                WHEN 'E'
                WHEN 'e'
                    PERFORM P3-EMISSAO    THRU P3-EMISSAO-FIM
                WHEN 'T'
                WHEN 't'
                    PERFORM P4-ENTREGA    THRU P4-ENTREGA-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P5-CANCELA    THRU P5-CANCELA-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P6-LISTA      THRU P6-LISTA-FIM
                WHEN 'V'
                WHEN 'v'
                    PERFORM P7-VENCIDOS   THRU P7-VENCIDOS-FIM
                WHEN 'X'
                WHEN 'x'
                    PERFORM P8-TAXAS      THRU P8-TAXAS-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *ABRE O PROTOCOLO: ALUNO, TIPO DO DOCUMENTO, SOLICITANTE E
      *CANAL; A DATA PROMETIDA VEM DO PRAZO DO TIPO E A TAXA, QUANDO
      *HOUVER, E LANCADA COMO COBRANCA AVULSA DO ALUNO
       P2-ABRE.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF
            PERFORM P10-LE-ALUNO          THRU P10-LE-ALUNO-FIM
            IF NOT ACHOU
               GO TO P2-ABRE-FIM
            END-IF

            DISPLAY 'Tipo do documento (HI, DC, GT, SB, CE...): '
            ACCEPT WS-TP-DOC-INF
            INSPECT WS-TP-DOC-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            PERFORM P11-LE-TAXA           THRU P11-LE-TAXA-FIM
            IF NOT ACHOU
               GO TO P2-ABRE-FIM
            END-IF
            IF WS-ST-TAXA-INF EQUAL 'I'
               DISPLAY 'TIPO DE DOCUMENTO INATIVO - PEDIDO NAO ACEITO.'
               GO TO P2-ABRE-FIM
            END-IF

            DISPLAY 'Nome do solicitante: '
            ACCEPT WS-NM-SOLIC-INF
            IF WS-NM-SOLIC-INF EQUAL SPACES
               DISPLAY 'INFORME O SOLICITANTE.'
               GO TO P2-ABRE-FIM
            END-IF
            DISPLAY 'Telefone de contato: '
            ACCEPT WS-TL-SOLIC-INF
            DISPLAY 'Canal do pedido (B = balcao, T = telefone): '
            ACCEPT WS-CANAL-INF
            INSPECT WS-CANAL-INF CONVERTING 'bt' TO 'BT'
            IF WS-CANAL-INF NOT EQUAL 'B' AND NOT EQUAL 'T'
               DISPLAY 'CANAL INVALIDO.'
               GO TO P2-ABRE-FIM
            END-IF
            DISPLAY 'Observacao (finalidade, copias...): '
            ACCEPT WS-OBS-INF

            COMPUTE WS-DT-PROMETIDA = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                     + WS-QT-DIAS-PRAZO)
            END-COMPUTE
            DISPLAY 'DOCUMENTO     : ' WS-NM-DOCUMENTO
            DISPLAY 'DATA PROMETIDA: ' WS-DT-PROMETIDA
            IF WS-VL-TAXA GREATER THAN ZEROS
               MOVE WS-VL-TAXA            TO WS-VL-ED
               DISPLAY 'TAXA          : ' WS-VL-ED
                       ' (COBRADA NA MENSALIDADE)'
            ELSE
               DISPLAY 'TAXA          : DOCUMENTO GRATUITO'
            END-IF
            DISPLAY 'Confirma a abertura (S/N)? '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY 'PROTOCOLO NAO ABERTO.'
               GO TO P2-ABRE-FIM
            END-IF

            PERFORM P12-GERA-NUMERO       THRU P12-GERA-NUMERO-FIM
            IF WS-NR-PROTOCOLO EQUAL ZEROS
               GO TO P2-ABRE-FIM
            END-IF

            MOVE ZEROS                    TO WS-AAAAMM-COB
            IF WS-VL-TAXA GREATER THAN ZEROS
               PERFORM P13-LANCA-TAXA     THRU P13-LANCA-TAXA-FIM
            END-IF

            PERFORM P9-ABRE-PROTOCOLOS    THRU P9-ABRE-PROTOCOLOS-FIM
            IF NOT FPD-OK
               GO TO P2-ABRE-FIM
            END-IF
            ACCEPT WS-HORA-AGORA FROM TIME
            INITIALIZE REG-PROTDOC
            MOVE WS-NR-PROTOCOLO          TO NR-PROTOCOLO-PD
            MOVE WS-DATA-HOJE             TO DT-ABERTURA-PD
            MOVE WS-HORA-AGORA(1:4)       TO HR-ABERTURA-PD
            MOVE WS-TP-DOC-INF            TO TP-DOCUMENTO-PD
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-PD
            MOVE WS-NM-SOLIC-INF          TO NM-SOLICITANTE-PD
            MOVE WS-TL-SOLIC-INF          TO TL-SOLICITANTE-PD
            MOVE WS-CANAL-INF             TO TP-CANAL-PD
            MOVE WS-DT-PROMETIDA          TO DT-PROMETIDA-PD
            SET PD-ABERTO                 TO TRUE
            MOVE WS-VL-TAXA               TO VL-TAXA-PD
            MOVE WS-AAAAMM-COB            TO AAAAMM-COB-PD
            MOVE WS-OBS-INF               TO DS-OBSERVACAO-PD
            MOVE LK-OPERADOR              TO OP-ABERTURA-PD
                                             OP-ULTIMA-PD
            WRITE REG-PROTDOC
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O PROTOCOLO'
                    CLOSE PROTDOC
                    GO TO P2-ABRE-FIM
            END-WRITE
            CLOSE PROTDOC

            DISPLAY '*********************************************'
            DISPLAY '* PROTOCOLO ' WS-NR-PROTOCOLO ' ABERTO.'
            DISPLAY '* DOCUMENTO PROMETIDO PARA ' WS-DT-PROMETIDA
            IF WS-AAAAMM-COB GREATER THAN ZEROS
               DISPLAY '* TAXA LANCADA NA COBRANCA DE ' WS-AAAAMM-COB
            END-IF
            DISPLAY '*********************************************'

            MOVE 'PROTDOC'                TO WS-AUD-PROGRAMA
            MOVE 'ABERTURA'               TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'PROT ' WS-NR-PROTOCOLO ' ' WS-TP-DOC-INF
                   ' ALUNO ' WS-ID-ALUNO-INF ' PRAZO '
                   WS-DT-PROMETIDA
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-ABRE-FIM.

      *REGISTRA A EMISSAO DO DOCUMENTO DE UM PROTOCOLO ABERTO
       P3-EMISSAO.
            DISPLAY 'Informe o numero do protocolo: '
            ACCEPT WS-NR-INF
            PERFORM P9-ABRE-PROTOCOLOS    THRU P9-ABRE-PROTOCOLOS-FIM
            IF NOT FPD-OK
               GO TO P3-EMISSAO-FIM
            END-IF
            PERFORM P14-LE-PROTOCOLO      THRU P14-LE-PROTOCOLO-FIM
            IF NOT ACHOU
               CLOSE PROTDOC
               GO TO P3-EMISSAO-FIM
            END-IF
            IF NOT PD-ABERTO
               DISPLAY 'PROTOCOLO NAO ESTA ABERTO (SITUACAO '
                       ST-PROTOCOLO ').'
               CLOSE PROTDOC
               GO TO P3-EMISSAO-FIM
            END-IF

            SET PD-EMITIDO                TO TRUE
            MOVE WS-DATA-HOJE             TO DT-EMISSAO-PD
            MOVE LK-OPERADOR              TO OP-ULTIMA-PD
            REWRITE REG-PROTDOC
                INVALID KEY
                    DISPLAY 'ERRO AO REGISTRAR A EMISSAO'
                    CLOSE PROTDOC
                    GO TO P3-EMISSAO-FIM
            END-REWRITE
            CLOSE PROTDOC
            DISPLAY 'EMISSAO DO PROTOCOLO ' WS-NR-INF ' REGISTRADA.'
            IF WS-DATA-HOJE GREATER THAN DT-PROMETIDA-PD
               DISPLAY 'ATENCAO: EMITIDO APOS A DATA PROMETIDA ('
                       DT-PROMETIDA-PD ').'
            END-IF

            MOVE 'PROTDOC'                TO WS-AUD-PROGRAMA
            MOVE 'EMISSAO'                TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'PROT ' WS-NR-INF ' ' TP-DOCUMENTO-PD
                   ' ALUNO ' ID-ALUNO-PD
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P3-EMISSAO-FIM.

      *REGISTRA A ENTREGA DO DOCUMENTO EMITIDO E QUEM O RECEBEU; COM
      *A TAXA AINDA EM ABERTO A ENTREGA PEDE CONFIRMACAO
       P4-ENTREGA.
            DISPLAY 'Informe o numero do protocolo: '
            ACCEPT WS-NR-INF
            PERFORM P9-ABRE-PROTOCOLOS    THRU P9-ABRE-PROTOCOLOS-FIM
            IF NOT FPD-OK
               GO TO P4-ENTREGA-FIM
            END-IF
            PERFORM P14-LE-PROTOCOLO      THRU P14-LE-PROTOCOLO-FIM
            IF NOT ACHOU
               CLOSE PROTDOC
               GO TO P4-ENTREGA-FIM
            END-IF
            IF NOT PD-EMITIDO
               DISPLAY 'DOCUMENTO NAO EMITIDO (SITUACAO '
                       ST-PROTOCOLO ') - REGISTRE A EMISSAO ANTES.'
               CLOSE PROTDOC
               GO TO P4-ENTREGA-FIM
            END-IF

            IF AAAAMM-COB-PD GREATER THAN ZEROS
               PERFORM P15-SITUACAO-TAXA  THRU P15-SITUACAO-TAXA-FIM
               IF WS-ST-COBRANCA EQUAL 'A'
                  DISPLAY 'TAXA DO DOCUMENTO EM ABERTO NA COBRANCA DE '
                          AAAAMM-COB-PD '.'
                  DISPLAY 'Entregar mesmo assim (S/N)? '
                  ACCEPT WS-RESPOSTA
                  IF WS-RESPOSTA NOT EQUAL 'S' AND NOT EQUAL 's'
                     DISPLAY 'ENTREGA NAO REGISTRADA.'
                     CLOSE PROTDOC
                     GO TO P4-ENTREGA-FIM
                  END-IF
               END-IF
            END-IF

            DISPLAY 'Nome de quem recebeu o documento: '
            ACCEPT WS-NM-SOLIC-INF
            IF WS-NM-SOLIC-INF EQUAL SPACES
               MOVE NM-SOLICITANTE-PD     TO WS-NM-SOLIC-INF
            END-IF

            SET PD-ENTREGUE               TO TRUE
            MOVE WS-DATA-HOJE             TO DT-ENTREGA-PD
            MOVE WS-NM-SOLIC-INF          TO NM-RECEBEDOR-PD
            MOVE LK-OPERADOR              TO OP-ULTIMA-PD
            REWRITE REG-PROTDOC
                INVALID KEY
                    DISPLAY 'ERRO AO REGISTRAR A ENTREGA'
                    CLOSE PROTDOC
                    GO TO P4-ENTREGA-FIM
            END-REWRITE
            CLOSE PROTDOC
            DISPLAY 'ENTREGA DO PROTOCOLO ' WS-NR-INF ' REGISTRADA.'

            MOVE 'PROTDOC'                TO WS-AUD-PROGRAMA
            MOVE 'ENTREGA'                TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'PROT ' WS-NR-INF ' A ' WS-NM-SOLIC-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P4-ENTREGA-FIM.

      *CANCELA UM PROTOCOLO NAO ENTREGUE, CANCELANDO TAMBEM A TAXA
      *AINDA EM ABERTO; A TAXA JA PAGA IMPEDE O CANCELAMENTO
       P5-CANCELA.
            DISPLAY 'Informe o numero do protocolo: '
            ACCEPT WS-NR-INF
            PERFORM P9-ABRE-PROTOCOLOS    THRU P9-ABRE-PROTOCOLOS-FIM
            IF NOT FPD-OK
               GO TO P5-CANCELA-FIM
            END-IF
            PERFORM P14-LE-PROTOCOLO      THRU P14-LE-PROTOCOLO-FIM
            IF NOT ACHOU
               CLOSE PROTDOC
               GO TO P5-CANCELA-FIM
            END-IF
            IF NOT PD-PENDENTE
               DISPLAY 'PROTOCOLO JA ENCERRADO (SITUACAO '
                       ST-PROTOCOLO ').'
               CLOSE PROTDOC
               GO TO P5-CANCELA-FIM
            END-IF

            MOVE SPACES                   TO WS-ST-COBRANCA
            IF AAAAMM-COB-PD GREATER THAN ZEROS
               PERFORM P15-SITUACAO-TAXA  THRU P15-SITUACAO-TAXA-FIM
               IF WS-ST-COBRANCA EQUAL 'P'
                  DISPLAY 'TAXA JA PAGA - O CANCELAMENTO DEPENDE DA'
                          ' DEVOLUCAO PELO FINANCEIRO.'
                  CLOSE PROTDOC
                  GO TO P5-CANCELA-FIM
               END-IF
            END-IF

            DISPLAY 'Motivo do cancelamento: '
            ACCEPT WS-OBS-INF
            IF WS-OBS-INF EQUAL SPACES
               DISPLAY 'INFORME O MOTIVO DO CANCELAMENTO.'
               CLOSE PROTDOC
               GO TO P5-CANCELA-FIM
            END-IF

            IF WS-ST-COBRANCA EQUAL 'A'
               PERFORM P16-CANCELA-TAXA   THRU P16-CANCELA-TAXA-FIM
            END-IF

            SET PD-CANCELADO              TO TRUE
            MOVE WS-OBS-INF               TO DS-OBSERVACAO-PD
            MOVE LK-OPERADOR              TO OP-ULTIMA-PD
            REWRITE REG-PROTDOC
                INVALID KEY
                    DISPLAY 'ERRO AO CANCELAR O PROTOCOLO'
                    CLOSE PROTDOC
                    GO TO P5-CANCELA-FIM
            END-REWRITE
            CLOSE PROTDOC
            DISPLAY 'PROTOCOLO ' WS-NR-INF ' CANCELADO.'

            MOVE 'PROTDOC'                TO WS-AUD-PROGRAMA
            MOVE 'CANCELA'                TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'PROT ' WS-NR-INF ' ' WS-OBS-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P5-CANCELA-FIM.

      *LISTA OS PROTOCOLOS PENDENTES (ABERTOS E EMITIDOS NAO
      *ENTREGUES), DE UM ALUNO OU DE TODOS
       P6-LISTA.
            DISPLAY 'Informe o codigo do aluno (0 = todos): '
            ACCEPT WS-ID-ALUNO-INF
            MOVE ZEROS                    TO WS-QT-PENDENTES
            SET FPD-OK                    TO TRUE
            OPEN INPUT PROTDOC
            IF NOT FPD-OK
               DISPLAY 'NENHUM PROTOCOLO ABERTO.'
               CLOSE PROTDOC
               GO TO P6-LISTA-FIM
            END-IF

            DISPLAY '*** PROTOCOLOS PENDENTES ***'
            DISPLAY 'PROT. TP ALUNO SITUACAO   ABERTURA PROMETIDO'
                    ' SOLICITANTE'
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ PROTDOC NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF PD-PENDENTE AND
                           (WS-ID-ALUNO-INF EQUAL ZEROS OR
                            ID-ALUNO-PD EQUAL WS-ID-ALUNO-INF)
                           ADD 1          TO WS-QT-PENDENTES
                           IF PD-ABERTO
                              MOVE 'ABERTO'  TO WS-DS-SITUACAO
                           ELSE
                              MOVE 'EMITIDO' TO WS-DS-SITUACAO
                           END-IF
                           DISPLAY NR-PROTOCOLO-PD ' '
                                   TP-DOCUMENTO-PD ' ' ID-ALUNO-PD ' '
                                   WS-DS-SITUACAO ' ' DT-ABERTURA-PD
                                   ' ' DT-PROMETIDA-PD ' '
                                   NM-SOLICITANTE-PD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROTDOC
            DISPLAY 'PROTOCOLOS PENDENTES: ' WS-QT-PENDENTES
            .
       P6-LISTA-FIM.

      *LISTA DIARIA DOS PROTOCOLOS VENCIDOS (PENDENTES COM A DATA
      *PROMETIDA ANTES DE HOJE), AGRUPADOS POR TIPO DE DOCUMENTO, NA
      *TELA E NO ARQUIVO DE IMPRESSAO
       P7-VENCIDOS.
            MOVE ZEROS                    TO WS-QT-TIPOS
                                             WS-QT-VENC-TOTAL
            SET FTX-OK                    TO TRUE
            OPEN INPUT TAXADOC
            IF FTX-OK
               SET EOF-OK                 TO FALSE
               PERFORM UNTIL EOF-OK
                   READ TAXADOC NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF WS-QT-TIPOS LESS THAN 50
                              ADD 1       TO WS-QT-TIPOS
                              MOVE TP-DOCUMENTO-TX
                                   TO WS-TP-CODIGO(WS-QT-TIPOS)
                              MOVE NM-DOCUMENTO-TX
                                   TO WS-TP-NOME(WS-QT-TIPOS)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TAXADOC

            SET FPD-OK                    TO TRUE
            OPEN INPUT PROTDOC
            IF NOT FPD-OK
               DISPLAY 'NENHUM PROTOCOLO ABERTO.'
               CLOSE PROTDOC
               GO TO P7-VENCIDOS-FIM
            END-IF
            CLOSE PROTDOC

            SET FIM-OK                    TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPREL
            IF WS-FIM EQUAL 35
               OPEN OUTPUT IMPREL
            END-IF
            IF NOT FIM-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
            END-IF

            MOVE ALL '='                  TO WS-LINHA-PRT
            PERFORM P17-EMITE-LINHA       THRU P17-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING 'PROTOCOLOS DA SECRETARIA VENCIDOS EM '
                   WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P17-EMITE-LINHA       THRU P17-EMITE-LINHA-FIM

            PERFORM VARYING WS-IX-TP FROM 1 BY 1
                    UNTIL WS-IX-TP GREATER THAN WS-QT-TIPOS
                PERFORM P18-VENCIDOS-TIPO THRU P18-VENCIDOS-TIPO-FIM
            END-PERFORM

            MOVE ALL '='                  TO WS-LINHA-PRT
            PERFORM P17-EMITE-LINHA       THRU P17-EMITE-LINHA-FIM
            MOVE WS-QT-VENC-TOTAL         TO WS-ED-QT1
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING 'TOTAL DE PROTOCOLOS VENCIDOS: ' WS-ED-QT1
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P17-EMITE-LINHA       THRU P17-EMITE-LINHA-FIM

            IF FIM-OK
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'PROTDOC'             TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF
            .
       P7-VENCIDOS-FIM.

      *MANUTENCAO DA TABELA DE TAXAS: INCLUI OU ALTERA UM TIPO DE
      *DOCUMENTO (NOME, PRAZO, TAXA E SITUACAO). RESTRITA A DIRECAO
       P8-TAXAS.
            PERFORM P19-ABRE-TAXAS        THRU P19-ABRE-TAXAS-FIM
            IF NOT FTX-OK
               GO TO P8-TAXAS-FIM
            END-IF
            DISPLAY '*** TABELA DE TAXAS DOS DOCUMENTOS ***'
            DISPLAY 'TP DOCUMENTO                     PRAZO      TAXA S'
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ TAXADOC NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        MOVE VL-TAXA-TX   TO WS-VL-ED
                        DISPLAY TP-DOCUMENTO-TX ' ' NM-DOCUMENTO-TX
                                ' ' QT-DIAS-PRAZO-TX '  ' WS-VL-ED
                                ' ' ST-TAXADOC
                END-READ
            END-PERFORM

            IF LK-PERFIL NOT EQUAL 'DIRECAO'
               AND LK-PERFIL NOT EQUAL SPACES
               DISPLAY 'ALTERACAO DA TABELA RESTRITA AO PERFIL DIRECAO.'
               CLOSE TAXADOC
               GO TO P8-TAXAS-FIM
            END-IF

            DISPLAY 'Tipo a incluir ou alterar (ENTER = nenhum): '
            MOVE SPACES                   TO WS-TP-DOC-INF
            ACCEPT WS-TP-DOC-INF
            INSPECT WS-TP-DOC-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF WS-TP-DOC-INF EQUAL SPACES
               CLOSE TAXADOC
               GO TO P8-TAXAS-FIM
            END-IF

            MOVE 'N'                      TO WS-ACHOU
            MOVE WS-TP-DOC-INF            TO TP-DOCUMENTO-TX
            READ TAXADOC
                KEY IS TP-DOCUMENTO-TX
                INVALID KEY
                    INITIALIZE REG-TAXADOC
                    MOVE WS-TP-DOC-INF    TO TP-DOCUMENTO-TX
                    MOVE 'A'              TO ST-TAXADOC
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
            END-READ

            DISPLAY 'Nome do documento (ENTER = ' NM-DOCUMENTO-TX '): '
            MOVE SPACES                   TO WS-NM-DOC-INF
            ACCEPT WS-NM-DOC-INF
            IF WS-NM-DOC-INF NOT EQUAL SPACES
               MOVE WS-NM-DOC-INF         TO NM-DOCUMENTO-TX
            END-IF
            IF NM-DOCUMENTO-TX EQUAL SPACES
               DISPLAY 'INFORME O NOME DO DOCUMENTO.'
               CLOSE TAXADOC
               GO TO P8-TAXAS-FIM
            END-IF
            DISPLAY 'Prazo de entrega em dias corridos: '
            ACCEPT WS-QT-DIAS-INF
            DISPLAY 'Taxa do documento (0 = gratuito): '
            ACCEPT WS-VL-TAXA-INF
            DISPLAY 'Situacao (A = ativo, I = inativo): '
            ACCEPT WS-ST-TAXA-INF
            INSPECT WS-ST-TAXA-INF CONVERTING 'ai' TO 'AI'
            IF WS-ST-TAXA-INF NOT EQUAL 'A' AND NOT EQUAL 'I'
               DISPLAY 'SITUACAO INVALIDA.'
               CLOSE TAXADOC
               GO TO P8-TAXAS-FIM
            END-IF

            MOVE WS-QT-DIAS-INF           TO QT-DIAS-PRAZO-TX
            MOVE WS-VL-TAXA-INF           TO VL-TAXA-TX
            MOVE WS-ST-TAXA-INF           TO ST-TAXADOC
            MOVE WS-DATA-HOJE             TO DT-CADASTRO-TX
            MOVE LK-OPERADOR              TO OP-TAXADOC
            IF ACHOU
               REWRITE REG-TAXADOC
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR O TIPO DE DOCUMENTO'
               END-REWRITE
            ELSE
               WRITE REG-TAXADOC
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR O TIPO DE DOCUMENTO'
               END-WRITE
            END-IF
            CLOSE TAXADOC
            DISPLAY 'TIPO ' WS-TP-DOC-INF ' GRAVADO.'

            MOVE 'PROTDOC'                TO WS-AUD-PROGRAMA
            MOVE 'TAXA DOC'               TO WS-AUD-OPERACAO
            MOVE WS-VL-TAXA-INF           TO WS-VL-ED
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'TIPO ' WS-TP-DOC-INF ' PRAZO ' WS-QT-DIAS-INF
                   ' TAXA ' WS-VL-ED ' SIT ' WS-ST-TAXA-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P8-TAXAS-FIM.

      *ABRE O ARQUIVO DE PROTOCOLOS PARA ATUALIZACAO (CRIA NA PRIMEIRA
      *VEZ)
       P9-ABRE-PROTOCOLOS.
            SET FPD-OK                    TO TRUE
            OPEN I-O PROTDOC
            IF WS-FPD EQUAL 35
                 CLOSE PROTDOC
                 OPEN OUTPUT PROTDOC
                 CLOSE PROTDOC
                 OPEN I-O PROTDOC
            END-IF
            IF NOT FPD-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROTOCOLOS'
               MOVE WS-FPD TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPD ' - ' WS-FS-MSG
               CLOSE PROTDOC
            END-IF
            .
       P9-ABRE-PROTOCOLOS-FIM.

      *LOCALIZA O ALUNO INFORMADO
       P10-LE-ALUNO.
            MOVE 'N'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-NM-ALUNO
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
       P10-LE-ALUNO-FIM.

      *LE O TIPO DE DOCUMENTO NA TABELA DE TAXAS (CRIADA COM OS TIPOS
      *PADRAO NA PRIMEIRA VEZ)
       P11-LE-TAXA.
            MOVE 'N'                      TO WS-ACHOU
            PERFORM P19-ABRE-TAXAS        THRU P19-ABRE-TAXAS-FIM
            IF NOT FTX-OK
               GO TO P11-LE-TAXA-FIM
            END-IF
            MOVE WS-TP-DOC-INF            TO TP-DOCUMENTO-TX
            READ TAXADOC
                KEY IS TP-DOCUMENTO-TX
                INVALID KEY
                    DISPLAY 'TIPO DE DOCUMENTO NAO CADASTRADO NA'
                            ' TABELA DE TAXAS.'
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
                    MOVE NM-DOCUMENTO-TX  TO WS-NM-DOCUMENTO
                    MOVE VL-TAXA-TX       TO WS-VL-TAXA
                    MOVE QT-DIAS-PRAZO-TX TO WS-QT-DIAS-PRAZO
                    MOVE ST-TAXADOC       TO WS-ST-TAXA-INF
            END-READ
            CLOSE TAXADOC
            .
       P11-LE-TAXA-FIM.

       P12-GERA-NUMERO.
            MOVE ZEROS                    TO WS-NR-PROTOCOLO
            SET FSC-OK                    TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF

            IF FSC-OK THEN
               MOVE 40                    TO ID-CONTADOR
               READ CONTADOR
                   INVALID KEY
                       MOVE ZEROS         TO NR-ULTIMO-REGISTRO
               END-READ

               ADD 1                      TO NR-ULTIMO-REGISTRO
               MOVE NR-ULTIMO-REGISTRO    TO WS-NR-PROTOCOLO

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
       P12-GERA-NUMERO-FIM.

      *LANCA A TAXA DO DOCUMENTO COMO COBRANCA AVULSA DO ALUNO NA
      *MENSALIDADE DO MES; SE A DO MES JA FOI PAGA OU RENEGOCIADA, VAI
      *PARA A DO MES SEGUINTE (QUE AINDA SERA GERADA)
       P13-LANCA-TAXA.
            MOVE WS-AAAAMM-HOJE           TO WS-AAAAMM-COB
            SET FME-OK                    TO TRUE
            OPEN INPUT MENSALIDADE
            IF FME-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO-MEN
               MOVE WS-AAAAMM-COB         TO AAAAMM-MEN
               READ MENSALIDADE
                   KEY IS ID-MENSALIDADE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-MENSALIDADE EQUAL 'P'
                          OR ST-MENSALIDADE EQUAL 'R'
                          IF WS-MES-COB EQUAL 12
                             ADD 1        TO WS-ANO-COB
                             MOVE 1       TO WS-MES-COB
                          ELSE
                             ADD 1        TO WS-MES-COB
                          END-IF
                       END-IF
               END-READ
            END-IF
            CLOSE MENSALIDADE

            SET FCV-OK                    TO TRUE
            OPEN I-O COBAVULSA
            IF WS-FCV EQUAL 35
                 CLOSE COBAVULSA
                 OPEN OUTPUT COBAVULSA
                 CLOSE COBAVULSA
                 OPEN I-O COBAVULSA
            END-IF
            IF NOT FCV-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCAS AVULSAS'
               MOVE WS-FCV TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCV ' - ' WS-FS-MSG
               DISPLAY 'TAXA NAO LANCADA - PROTOCOLO FICA GRATUITO.'
               CLOSE COBAVULSA
               MOVE ZEROS                 TO WS-AAAAMM-COB
               GO TO P13-LANCA-TAXA-FIM
            END-IF

            INITIALIZE REG-COBAVULSA
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-CAV
            MOVE WS-AAAAMM-COB            TO AAAAMM-CAV
            MOVE 'D'                      TO TP-ORIGEM-CAV
            MOVE WS-NR-PROTOCOLO          TO NR-ORIGEM-CAV
            MOVE WS-NM-DOCUMENTO          TO DS-COBAVULSA
            MOVE WS-VL-TAXA               TO VL-COBAVULSA
            MOVE 'A'                      TO ST-COBAVULSA
            MOVE WS-DATA-HOJE             TO DT-LANCAMENTO-CAV
            MOVE LK-OPERADOR              TO OP-COBAVULSA
            WRITE REG-COBAVULSA
                INVALID KEY
                    DISPLAY 'ERRO AO LANCAR A TAXA DO DOCUMENTO'
                    MOVE ZEROS            TO WS-AAAAMM-COB
            END-WRITE
            CLOSE COBAVULSA
            .
       P13-LANCA-TAXA-FIM.

      *LE O PROTOCOLO INFORMADO NO ARQUIVO JA ABERTO
       P14-LE-PROTOCOLO.
            MOVE 'N'                      TO WS-ACHOU
            MOVE WS-NR-INF                TO NR-PROTOCOLO-PD
            READ PROTDOC
                KEY IS NR-PROTOCOLO-PD
                INVALID KEY
                    DISPLAY 'PROTOCOLO NAO EXISTE!'
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
                    DISPLAY 'PROTOCOLO ' NR-PROTOCOLO-PD ' '
                            TP-DOCUMENTO-PD ' ALUNO ' ID-ALUNO-PD
                            ' SITUACAO ' ST-PROTOCOLO
                    DISPLAY 'SOLICITANTE ' NM-SOLICITANTE-PD
                            ' PROMETIDO PARA ' DT-PROMETIDA-PD
            END-READ
            .
       P14-LE-PROTOCOLO-FIM.

      *DEVOLVE EM WS-ST-COBRANCA A SITUACAO DA TAXA DO PROTOCOLO LIDO
      *(ESPACOS = SEM COBRANCA AVULSA)
       P15-SITUACAO-TAXA.
            MOVE SPACES                   TO WS-ST-COBRANCA
            SET FCV-OK                    TO TRUE
            OPEN INPUT COBAVULSA
            IF FCV-OK
               MOVE ID-ALUNO-PD           TO ID-ALUNO-CAV
               MOVE AAAAMM-COB-PD         TO AAAAMM-CAV
               MOVE 'D'                   TO TP-ORIGEM-CAV
               MOVE NR-PROTOCOLO-PD       TO NR-ORIGEM-CAV
               READ COBAVULSA
                   KEY IS ID-COBAVULSA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ST-COBAVULSA  TO WS-ST-COBRANCA
               END-READ
            END-IF
            CLOSE COBAVULSA
            .
       P15-SITUACAO-TAXA-FIM.

      *CANCELA A TAXA EM ABERTO DO PROTOCOLO LIDO
       P16-CANCELA-TAXA.
            SET FCV-OK                    TO TRUE
            OPEN I-O COBAVULSA
            IF NOT FCV-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCAS AVULSAS'
               CLOSE COBAVULSA
               GO TO P16-CANCELA-TAXA-FIM
            END-IF
            MOVE ID-ALUNO-PD              TO ID-ALUNO-CAV
            MOVE AAAAMM-COB-PD            TO AAAAMM-CAV
            MOVE 'D'                      TO TP-ORIGEM-CAV
            MOVE NR-PROTOCOLO-PD          TO NR-ORIGEM-CAV
            READ COBAVULSA
                KEY IS ID-COBAVULSA
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'C'              TO ST-COBAVULSA
                    MOVE LK-OPERADOR      TO OP-COBAVULSA
                    REWRITE REG-COBAVULSA
                        INVALID KEY
                            DISPLAY 'ERRO AO CANCELAR A TAXA'
                        NOT INVALID KEY
                            DISPLAY 'TAXA DO DOCUMENTO CANCELADA.'
                    END-REWRITE
            END-READ
            CLOSE COBAVULSA
            .
       P16-CANCELA-TAXA-FIM.

      *MOSTRA A LINHA NA TELA E GRAVA NA IMPRESSAO
       P17-EMITE-LINHA.
            DISPLAY WS-LINHA-PRT
            IF FIM-OK
               MOVE WS-LINHA-PRT          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P17-EMITE-LINHA-FIM.

      *EMITE OS PROTOCOLOS VENCIDOS DO TIPO WS-IX-TP
       P18-VENCIDOS-TIPO.
            MOVE ZEROS                    TO WS-QT-VENC-TIPO
            SET FPD-OK                    TO TRUE
            OPEN INPUT PROTDOC
            IF NOT FPD-OK
               CLOSE PROTDOC
               GO TO P18-VENCIDOS-TIPO-FIM
            END-IF
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ PROTDOC NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF TP-DOCUMENTO-PD EQUAL WS-TP-CODIGO(WS-IX-TP)
                           AND PD-PENDENTE
                           AND DT-PROMETIDA-PD LESS THAN WS-DATA-HOJE
                           IF WS-QT-VENC-TIPO EQUAL ZEROS
                              MOVE ALL '-' TO WS-LINHA-PRT
                              PERFORM P17-EMITE-LINHA
                                      THRU P17-EMITE-LINHA-FIM
                              MOVE SPACES TO WS-LINHA-PRT
                              STRING WS-TP-CODIGO(WS-IX-TP) ' - '
                                     WS-TP-NOME(WS-IX-TP)
                                     DELIMITED BY SIZE
                                     INTO WS-LINHA-PRT
                              END-STRING
                              PERFORM P17-EMITE-LINHA
                                      THRU P17-EMITE-LINHA-FIM
                           END-IF
                           ADD 1          TO WS-QT-VENC-TIPO
                                             WS-QT-VENC-TOTAL
                           COMPUTE WS-QT-DIAS-ATRASO =
                                   FUNCTION INTEGER-OF-DATE
                                   (WS-DATA-HOJE)
                                 - FUNCTION INTEGER-OF-DATE
                                   (DT-PROMETIDA-PD)
                           END-COMPUTE
                           MOVE WS-QT-DIAS-ATRASO TO WS-ED-QT2
                           IF PD-ABERTO
                              MOVE 'ABERTO'  TO WS-DS-SITUACAO
                           ELSE
                              MOVE 'EMITIDO' TO WS-DS-SITUACAO
                           END-IF
                           MOVE SPACES    TO WS-LINHA-PRT
                           STRING '  PROT ' NR-PROTOCOLO-PD
                                  ' ALUNO ' ID-ALUNO-PD ' '
                                  WS-DS-SITUACAO
                                  ' PROMETIDO ' DT-PROMETIDA-PD
                                  ' ATRASO ' WS-ED-QT2 ' DIA(S)'
                                  DELIMITED BY SIZE
                                  INTO WS-LINHA-PRT
                           END-STRING
                           PERFORM P17-EMITE-LINHA
                                   THRU P17-EMITE-LINHA-FIM
                           MOVE SPACES    TO WS-LINHA-PRT
                           STRING '       SOLICITANTE '
                                  NM-SOLICITANTE-PD ' '
                                  TL-SOLICITANTE-PD
                                  DELIMITED BY SIZE
                                  INTO WS-LINHA-PRT
                           END-STRING
                           PERFORM P17-EMITE-LINHA
                                   THRU P17-EMITE-LINHA-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROTDOC

            IF WS-QT-VENC-TIPO GREATER THAN ZEROS
               MOVE WS-QT-VENC-TIPO       TO WS-ED-QT1
               MOVE SPACES                TO WS-LINHA-PRT
               STRING '  VENCIDOS DO TIPO: ' WS-ED-QT1
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PRT
               END-STRING
               PERFORM P17-EMITE-LINHA    THRU P17-EMITE-LINHA-FIM
            END-IF
            .
       P18-VENCIDOS-TIPO-FIM.

      *ABRE A TABELA DE TAXAS PARA ATUALIZACAO; NA PRIMEIRA VEZ CRIA
      *O ARQUIVO COM OS TIPOS PADRAO, SEM TAXA
       P19-ABRE-TAXAS.
            SET FTX-OK                    TO TRUE
            OPEN I-O TAXADOC
            IF WS-FTX EQUAL 35
                 CLOSE TAXADOC
                 OPEN OUTPUT TAXADOC
                 PERFORM VARYING WS-IX-TP FROM 1 BY 1
                         UNTIL WS-IX-TP GREATER THAN 5
                     INITIALIZE REG-TAXADOC
                     MOVE WS-TPP-CODIGO(WS-IX-TP) TO TP-DOCUMENTO-TX
                     MOVE WS-TPP-NOME(WS-IX-TP)   TO NM-DOCUMENTO-TX
                     MOVE WS-TPP-DIAS(WS-IX-TP)   TO QT-DIAS-PRAZO-TX
                     MOVE 'A'                     TO ST-TAXADOC
                     MOVE WS-DATA-HOJE            TO DT-CADASTRO-TX
                     MOVE LK-OPERADOR             TO OP-TAXADOC
                     WRITE REG-TAXADOC
                 END-PERFORM
                 CLOSE TAXADOC
                 OPEN I-O TAXADOC
            END-IF
            IF NOT FTX-OK
               DISPLAY 'ERRO AO ABRIR A TABELA DE TAXAS'
               MOVE WS-FTX TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FTX ' - ' WS-FS-MSG
               CLOSE TAXADOC
            END-IF
            .
       P19-ABRE-TAXAS-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM PROTDOC.
