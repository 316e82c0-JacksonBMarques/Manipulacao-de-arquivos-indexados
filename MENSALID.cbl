      *         A SER RECUSADO NO PAGAMENTO E NO DESCONTO: A DIVIDA
      *         VIVE NAS PARCELAS DO ACORDO E O TRATAMENTO E PELO
      *         RENEGOC
      * UPDATE: 15/10/2026 - A GERACAO MENSAL INCLUI AS ATIVIDADES
      *         EXTRACURRICULARES VIGENTES DO ALUNO (CFP001S84) COMO
      *         ITENS SEPARADOS DA COBRANCA (CFP001S85), QUITADOS NO
      *         MESMO PAGAMENTO E DISCRIMINADOS NO RECIBO
      * UPDATE: 15/10/2026 - A SEGUNDA VIA DO RECIBO MOSTRA O NUMERO E
      *         A DATA DA NFS-E EMITIDA PELA PREFEITURA (CFP001S88)
      * UPDATE: 15/10/2026 - A GERACAO MENSAL PASSA A MONTAR A COBRANCA
      *         CONSOLIDADA DE CADA CONTA FAMILIA (CFP001S92),
      *         DISCRIMINADA POR ALUNO, E A OPCAO <F> RECEBE O PAGAMENTO
      *         UNICO DA FAMILIA, RATEADO ENTRE AS MENSALIDADES DOS
      *         IRMAOS COM UM RECIBO POR ALUNO; O PAGAMENTO INDIVIDUAL
      *         BAIXA O ITEM DO ALUNO NA COBRANCA DA FAMILIA
      * UPDATE: 15/10/2026 - O VALOR PAGO ACIMA DO DEVIDO (NO BALCAO OU
      *         NO PAGAMENTO UNICO DA FAMILIA) PASSA A IR PARA A CONTA
      *         DE CREDITO DO ALUNO (CFP001S93), E A GERACAO MENSAL
      *         ABATE O CREDITO DISPONIVEL NO DESCONTO DA NOVA COBRANCA
      * UPDATE: 15/10/2026 - O VALOR DA MENSALIDADE PASSA A SER O PRECO
      *         DA SERIE EM VIGOR NA COMPETENCIA GERADA, PELA TABELA DE
      *         PRECOS COM VIGENCIA (CFP001S96); SEM PRECO NA TABELA
      *         VALE O VALOR DO CADASTRO DA SERIE
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      * UPDATE: 15/10/2026 - AS TAXAS DE DOCUMENTOS DO PROTOCOLO DA
      *         SECRETARIA (COBRANCAS AVULSAS) ENTRAM NOS ITENS DA
      *         COBRANCA, SAO QUITADAS PELO RECIBO E DISCRIMINADAS NELE
      * UPDATE: 15/10/2026 - AS COBRANCAS AVULSAS PASSAM A INCLUIR O
      *         CUSTO DOS PASSEIOS E EVENTOS AUTORIZADOS PELOS
      *         RESPONSAVEIS
      * UPDATE: 15/10/2026 - PAGAMENTO DE MENSALIDADE NEGATIVADA
      *         (CFP001S120) GERA A BAIXA PARA O BIRO DE CREDITO NO
      *         CFP001T32 (NEGBAIXA.CPY)
      * UPDATE: 15/10/2026 - O PAGAMENTO UNICO DA FAMILIA (<F>) TAMBEM
      *         GERA A BAIXA DA NEGATIVACAO DE CADA MENSALIDADE QUITADA
      * UPDATE: 15/10/2026 - A GERACAO MENSAL PODE LER A SERIE DE CADA
      *         ALUNO DO EXTRATO NOTURNO DE RELATORIOS (CFP001T28) NUMA
      *         UNICA LEITURA, EM VEZ DE VARRER O ROTEIRO POR ALUNO;
      *         ALUNO FORA DO EXTRATO CONTINUA APURADO PELOS ARQUIVOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSALID.
                RECORD KEY IS ID-SERIE
                FILE STATUS IS WS-FSE.

                SELECT PRECOSERIE ASSIGN TO WS-PATH-PRECOSERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PRECOSERIE
                FILE STATUS IS WS-FPR.

                SELECT PARAMETRO ASSIGN TO WS-PATH-PARAMETRO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FRC.

                SELECT NFSE ASSIGN TO WS-PATH-NFSE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-RECIBO-NFS
                FILE STATUS IS WS-FNF.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

      * ATIVIDADES EXTRACURRICULARES COBRADAS JUNTO COM A MENSALIDADE
                SELECT ATIVIDADE ASSIGN TO WS-PATH-ATIVIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ATIVIDADE
                FILE STATUS IS WS-FAT.

                SELECT INSCATIV ASSIGN TO WS-PATH-INSCATIV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-INSCATIV
                FILE STATUS IS WS-FIA.

                SELECT COBATIV ASSIGN TO WS-PATH-COBATIV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-COBATIV
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCA.

      * TAXAS DE DOCUMENTOS DA SECRETARIA COBRADAS COMO AVULSAS
                SELECT COBAVULSA ASSIGN TO WS-PATH-COBAVULSA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-COBAVULSA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCV.

      * CONTA FAMILIA: COBRANCA CONSOLIDADA DOS IRMAOS
                SELECT FAMILIA ASSIGN TO WS-PATH-FAMILIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-FAMILIA
                FILE STATUS IS WS-FFA.

                SELECT FAMALUNO ASSIGN TO WS-PATH-FAMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO-FAL
                FILE STATUS IS WS-FFL.

                SELECT COBFAM ASSIGN TO WS-PATH-COBFAM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-COBFAM
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCF.

      * CONTA DE CREDITO DO ALUNO (SOBRAS DE PAGAMENTO)
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

                SELECT RECIBOLST ASSIGN TO WS-PATH-RECIBOLST
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FRL.

      * REGISTRO DE NEGATIVACOES E ARQUIVO DE BAIXAS DO BIRO
                SELECT NEGATIVACAO ASSIGN TO WS-PATH-NEGATIVACAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-NEGATIVACAO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-NEG-FN.

                SELECT NEGBAIXA ASSIGN TO WS-PATH-NEGBAIXA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEG-FB.

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

      * EXTRATO NOTURNO DE RELATORIOS DO ANO (SERIE DE CADA ALUNO NA
      * GERACAO MENSAL)
                SELECT EXTREL ASSIGN TO WS-PATH-EXTANO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADE.
          COPY CFPK0005.
       FD SERIE.
          COPY CFPK0023.
       FD PRECOSERIE.
          COPY CFPK0087.
       FD PARAMETRO.
          COPY CFPK0025.
       FD BOLSA.
          COPY CFPK0033.
       FD RECIBO.
          COPY CFPK0032.
       FD NFSE.
          COPY CFPK0079.
       FD CONTADOR.
          COPY CFPK0008.
       FD ATIVIDADE.
          COPY CFPK0074.
       FD INSCATIV.
          COPY CFPK0075.
       FD COBATIV.
          COPY CFPK0076.
       FD COBAVULSA.
          COPY CFPK0107.
       FD FAMILIA.
          COPY CFPK0081.
       FD FAMALUNO.
          COPY CFPK0082.
       FD COBFAM.
          COPY CFPK0083.
       FD CREDCONTA.
          COPY CFPK0084.
       FD CREDMOV.
          COPY CFPK0085.
       FD RECIBOLST.
       01 REG-RECIBOLST                   PIC X(80).
       FD NEGATIVACAO.
          COPY CFPK0112.
       FD NEGBAIXA.
       01 REG-NEGBAIXA                    PIC X(152).
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD SPLORIG.
       01 REG-SPLORIG                     PIC X(250).
       FD SPLARQ.
       01 REG-SPLARQ                      PIC X(250).
       FD SPOOL.
          COPY CFPK0100.
       FD EXTREL.
          COPY CFPK0099.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY SPLVARS.
       COPY AUDITVARS.
       COPY CREDVARS.
       COPY NEGVARS.
       COPY EXTVARS.
       77 WS-FME                          PIC 99.
          88 FME-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FT-OK                        VALUE 0.
       77 WS-FSE                          PIC 99.
          88 FSE-OK                       VALUE 0.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FBO                          PIC 99.
          88 FBO-OK                       VALUE 0.
       77 WS-FRC                          PIC 99.
          88 FRC-OK                       VALUE 0.
       77 WS-FNF                          PIC 99.
          88 FNF-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FRL                          PIC 99.
          88 FRL-OK                       VALUE 0.
       77 WS-FAT                          PIC 99.
          88 FAT-OK                       VALUE 0.
       77 WS-FIA                          PIC 99.
          88 FIA-OK                       VALUE 0.
       77 WS-FCA                          PIC 99.
          88 FCA-OK                       VALUE 0.
       77 WS-FCV                          PIC 99.
          88 FCV-OK                       VALUE 0.
       77 WS-FFA                          PIC 99.
          88 FFA-OK                       VALUE 0.
       77 WS-FFL                          PIC 99.
          88 FFL-OK                       VALUE 0.
       77 WS-FCF                          PIC 99.
          88 FCF-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-ID-ALUNO-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-ID-TURMA-ALUNO               PIC 9(03) VALUE ZEROS.
       77 WS-VL-SERIE                     PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-ID-SERIE-ALUNO               PIC 9(02) VALUE ZEROS.
      *SERIE E VALOR DE CADA ALUNO DO ROTEIRO, CARREGADOS UMA VEZ DO
      *EXTRATO NOTURNO NA GERACAO MENSAL
       77 WS-QT-SER-EXR                   PIC 9(03) VALUE ZEROS.
       77 WS-IX-SER                       PIC 9(03) VALUE ZEROS.
       77 WS-ID-ALUNO-SER                 PIC 9(05) VALUE ZEROS.
       01 WS-TAB-SER-EXR.
          03 WS-SX-ITEM OCCURS 999 TIMES.
             05 WS-SX-ALUNO               PIC 9(05).
             05 WS-SX-SERIE               PIC 9(02).
             05 WS-SX-VALOR               PIC 9(05)V9(02).
       77 WS-QT-GERADAS                   PIC 9(04) VALUE ZEROS.
       77 WS-QT-JA-EXISTIAM               PIC 9(04) VALUE ZEROS.
      *PAGAMENTO E DESCONTO
       77 WS-RCB-VIA                      PIC X(12) VALUE SPACES.
       77 WS-RCB-MULTA                    PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-RCB-JUROS                    PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-RCB-NFSE                     PIC 9(10) VALUE ZEROS.
       77 WS-RCB-DT-NFSE                  PIC 9(08) VALUE ZEROS.
       77 WS-ID-RECIBO-INF                PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-RCB                    PIC X(80) VALUE SPACES.
      *ATIVIDADES EXTRACURRICULARES: ITENS GERADOS NA COMPETENCIA,
      *ITENS EM ABERTO DA COBRANCA E ITENS DO RECIBO
       77 WS-ATIV-DISPONIVEL              PIC X VALUE 'N'.
          88 ATIV-DISPONIVEL              VALUE 'S' FALSE 'N'.
       77 WS-EOF-ATV                      PIC X VALUE 'N'.
          88 EOF-ATV-OK                   VALUE 'S' FALSE 'N'.
       77 WS-QT-ITENS-ATIV                PIC 9(05) VALUE ZEROS.
       77 WS-QT-ATIV                      PIC 9(02) VALUE ZEROS.
       77 WS-VL-ATIV                      PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-VL-MENSAL-LIQ                PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-LISTA-ATIV                   PIC X VALUE 'N'.
       77 WS-ATV-ALUNO                    PIC 9(05) VALUE ZEROS.
       77 WS-ATV-MES                      PIC 9(06) VALUE ZEROS.
       77 WS-RCB-ATIV                     PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-RCB-MENSAL                   PIC 9(05)V9(02) VALUE ZEROS.
      *CONTA FAMILIA: COBRANCA CONSOLIDADA DOS IRMAOS E RATEIO DO
      *PAGAMENTO UNICO ENTRE AS MENSALIDADES DOS ITENS (ATE 6)
       77 WS-EOF-FAM                      PIC X VALUE 'N'.
          88 EOF-FAM-OK                   VALUE 'S' FALSE 'N'.
       77 WS-COBFAM-EXISTE                PIC X VALUE 'N'.
          88 COBFAM-EXISTE                VALUE 'S' FALSE 'N'.
       77 WS-RATEIO-FIM                   PIC X VALUE 'N'.
          88 RATEIO-FIM                   VALUE 'S' FALSE 'N'.
       77 WS-QT-ITENS-ABERTOS             PIC 9(02) VALUE ZEROS.
       77 WS-QT-COBFAM                    PIC 9(04) VALUE ZEROS.
       77 WS-ID-FAMILIA-INF               PIC 9(05) VALUE ZEROS.
       77 WS-ID-FAMILIA-ALUNO             PIC 9(05) VALUE ZEROS.
       77 WS-IX-FAM                       PIC 9(02) VALUE ZEROS.
       77 WS-IX-ULTIMO                    PIC 9(02) VALUE ZEROS.
       77 WS-QT-QUITADOS                  PIC 9(02) VALUE ZEROS.
       77 WS-VL-FAM-TOTAL                 PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-FAM-PAGO                  PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-FAM-SALDO                 PIC 9(07)V9(02) VALUE ZEROS.
       01 WS-TAB-RATEIO.
          03 WS-RAT-ENT OCCURS 6 TIMES.
             05 WS-RAT-SIT                PIC X(01).
             05 WS-RAT-CORRIGIDO          PIC 9(06)V9(02).
             05 WS-RAT-ALOCADO            PIC 9(07)V9(02).
      *CREDITO DO ALUNO: SOBRA DO PAGAMENTO E CREDITO CONSUMIDO NA
      *GERACAO DAS COBRANCAS
       77 WS-VL-SOBRA                     PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-QT-CRED-USADOS               PIC 9(04) VALUE ZEROS.
       77 WS-VL-CRED-USADO                PIC 9(07)V9(02) VALUE ZEROS.
      *SALTO DE PAGINA (FORM FEED) APOS O RECIBO IMPRESSO
       77 WS-SALTO-PAGINA                 PIC X VALUE X'0C'.

            DISPLAY 'TECLE <G> PARA GERAR AS COBRANCAS DE UM MES,'
            DISPLAY '<P> PARA LANCAR UM PAGAMENTO, <D> PARA'
            DISPLAY 'CONCEDER DESCONTO, <I> PARA A INADIMPLENCIA,'
            DISPLAY '<R> PARA A SEGUNDA VIA DE UM RECIBO, <F> PARA'
            DISPLAY 'O PAGAMENTO UNICO DA CONTA FAMILIA'
            DISPLAY 'OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

                WHEN 'r'
                    PERFORM P10-SEGUNDA-VIA
                            THRU P10-SEGUNDA-VIA-FIM
                WHEN 'F'
                WHEN 'f'
                    PERFORM P26-PAGAMENTO-FAMILIA
                            THRU P26-PAGAMENTO-FAMILIA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
            IF WS-AAAAMM-INF EQUAL ZEROS
               MOVE WS-AAAAMM-HOJE        TO WS-AAAAMM-INF
            END-IF
            PERFORM P32-CARREGA-SERIES    THRU P32-CARREGA-SERIES-FIM

            MOVE ZEROS                    TO WS-QT-GERADAS
                                             WS-QT-JA-EXISTIAM
                                             WS-QT-CRED-USADOS
                                             WS-VL-CRED-USADO
            PERFORM P6-ABRE-MENSALIDADE
                    THRU P6-ABRE-MENSALIDADE-FIM
            IF NOT FME-OK
               GO TO P2-GERA-FIM
            END-IF

            PERFORM P19-ABRE-ATIVIDADES   THRU P19-ABRE-ATIVIDADES-FIM

            SET EOF-OK                    TO FALSE
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
               END-PERFORM
               CLOSE ALUNO
            END-IF
            IF ATIV-DISPONIVEL
               CLOSE ATIVIDADE
               CLOSE INSCATIV
               CLOSE COBATIV
            END-IF
            PERFORM P24-GERA-FAMILIAS     THRU P24-GERA-FAMILIAS-FIM
            CLOSE MENSALIDADE

            DISPLAY 'COBRANCAS GERADAS: ' WS-QT-GERADAS
                    ' (JA EXISTIAM: ' WS-QT-JA-EXISTIAM ')'
            DISPLAY 'ITENS DE ATIVIDADES EXTRACURRICULARES GERADOS: '
                    WS-QT-ITENS-ATIV
            DISPLAY 'COBRANCAS CONSOLIDADAS DE FAMILIA: '
                    WS-QT-COBFAM
            DISPLAY 'COBRANCAS ABATIDAS COM CREDITO DO ALUNO: '
                    WS-QT-CRED-USADOS ' VALOR ' WS-VL-CRED-USADO

            MOVE 'MENSALID'               TO WS-AUD-PROGRAMA
            MOVE 'GERACAO'                TO WS-AUD-OPERACAO
            STRING 'MES ' WS-AAAAMM-INF ' GERADAS ' WS-QT-GERADAS
                   ' ATIVIDADES ' WS-QT-ITENS-ATIV
                   ' FAMILIAS ' WS-QT-COBFAM
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
       P2-GERA-FIM.

      *GERA A COBRANCA DO MES PARA O ALUNO CORRENTE, COM O VALOR DA
      *SERIE DA TURMA DELE (ZERO SE A TURMA NAO TEM SERIE), E OS
      *ITENS DAS ATIVIDADES EXTRACURRICULARES SE A COBRANCA ESTA ABERTA
       P7-GERA-UMA.
            PERFORM P8-VALOR-DA-SERIE     THRU P8-VALOR-DA-SERIE-FIM
            PERFORM P16-BOLSA-DO-ALUNO
            WRITE REG-MENSALIDADE
                INVALID KEY
                    ADD 1                 TO WS-QT-JA-EXISTIAM
                    READ MENSALIDADE
                        KEY IS ID-MENSALIDADE
                        INVALID KEY
                            MOVE SPACES   TO ST-MENSALIDADE
                    END-READ
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-GERADAS
                    PERFORM P30-USA-CREDITO
                            THRU P30-USA-CREDITO-FIM
            END-WRITE

            IF ATIV-DISPONIVEL AND ST-MENSALIDADE EQUAL 'A'
               PERFORM P20-GERA-ATIVIDADES
                       THRU P20-GERA-ATIVIDADES-FIM
            END-IF
            .
       P7-GERA-UMA-FIM.

       P8-VALOR-DA-SERIE.
            MOVE ZEROS                    TO WS-VL-SERIE
                                             WS-ID-TURMA-ALUNO
                                             WS-ID-SERIE-ALUNO
            IF EXR-MODO-EXTRATO
               MOVE WS-ID-ALUNO-ATUAL     TO WS-ID-ALUNO-SER
               PERFORM P33-SERIE-DO-EXTRATO
                       THRU P33-SERIE-DO-EXTRATO-FIM
               IF WS-IX-SER NOT GREATER THAN WS-QT-SER-EXR
                  MOVE WS-SX-VALOR(WS-IX-SER) TO WS-VL-SERIE
                  MOVE WS-SX-SERIE(WS-IX-SER) TO WS-ID-SERIE-ALUNO
                  IF WS-ID-SERIE-ALUNO GREATER THAN ZEROS
                     PERFORM P31-PRECO-VIGENTE
                             THRU P31-PRECO-VIGENTE-FIM
                  END-IF
                  GO TO P8-VALOR-DA-SERIE-FIM
               END-IF
            END-IF
            SET EOF2-OK                   TO FALSE
            SET FTL-OK                    TO TRUE

                                END-READ
                             END-IF
                             CLOSE SERIE
                             MOVE ID-SERIE-TURMA
                                  TO WS-ID-SERIE-ALUNO
                             PERFORM P31-PRECO-VIGENTE
                                     THRU P31-PRECO-VIGENTE-FIM
                          END-IF
                  END-READ
               END-IF
            IF TP-BOLSA-MEN NOT EQUAL SPACES
               DISPLAY 'BOLSA APLICADA: ' TP-BOLSA-MEN
            END-IF
            MOVE WS-VL-DEVIDO             TO WS-VL-MENSAL-LIQ
            MOVE 'S'                      TO WS-LISTA-ATIV
            PERFORM P21-SOMA-ATIVIDADES
                    THRU P21-SOMA-ATIVIDADES-FIM
            ADD WS-VL-ATIV                TO WS-VL-DEVIDO
            PERFORM P18-CALCULA-ENCARGOS
                    THRU P18-CALCULA-ENCARGOS-FIM
            IF WS-QT-ATIV GREATER THAN ZEROS
               DISPLAY 'MENSALIDADE             : ' WS-VL-MENSAL-LIQ
               DISPLAY 'ATIVIDADES E TAXAS      : ' WS-VL-ATIV
            END-IF
            DISPLAY 'PRINCIPAL (COM DESCONTO): ' WS-VL-DEVIDO
            IF WS-DIAS-ATRASO GREATER THAN ZEROS
               DISPLAY 'DIAS DE ATRASO          : ' WS-DIAS-ATRASO
            DISPLAY 'VALOR CORRIGIDO DEVIDO  : ' WS-VL-CORRIGIDO
            DISPLAY 'Informe o valor pago: '
            ACCEPT WS-VL-INFORMADO
            IF WS-VL-INFORMADO LESS THAN WS-VL-ATIV
               DISPLAY 'VALOR PAGO NAO COBRE AS ATIVIDADES E AS'
                       ' TAXAS AVULSAS DO MES.'
               CLOSE MENSALIDADE
               GO TO P3-PAGAMENTO-FIM
            END-IF

      *O QUE PASSA DO VALOR CORRIGIDO NAO E RECEITA DA COMPETENCIA:
      *A COBRANCA E O RECIBO FICAM COM O DEVIDO E A SOBRA VAI PARA A
      *CONTA DE CREDITO DO ALUNO
            MOVE ZEROS                    TO WS-VL-SOBRA
            IF WS-VL-INFORMADO GREATER THAN WS-VL-CORRIGIDO
               COMPUTE WS-VL-SOBRA = WS-VL-INFORMADO - WS-VL-CORRIGIDO
               END-COMPUTE
               MOVE WS-VL-CORRIGIDO       TO WS-VL-INFORMADO
               DISPLAY 'VALOR PAGO ACIMA DO DEVIDO - SOBRA DE '
                       WS-VL-SOBRA ' VAI PARA O CREDITO DO ALUNO.'
            END-IF

            MOVE 'P'                      TO ST-MENSALIDADE
            MOVE WS-DATA-HOJE             TO DT-PAGAMENTO
                            THRU A9-GRAVA-AUDITORIA-FIM
                    PERFORM P11-EMITE-RECIBO
                            THRU P11-EMITE-RECIBO-FIM
                    PERFORM P27-BAIXA-ITEM-FAMILIA
                            THRU P27-BAIXA-ITEM-FAMILIA-FIM
                    IF WS-VL-SOBRA GREATER THAN ZEROS
                       PERFORM P29-CREDITA-SOBRA
                               THRU P29-CREDITA-SOBRA-FIM
                    END-IF
                    MOVE WS-ID-ALUNO-INF  TO WS-NEG-ALUNO
                    MOVE WS-AAAAMM-INF    TO WS-NEG-AAAAMM
                    MOVE 'MENSALID'       TO WS-NEG-PROGRAMA
                    MOVE WS-DATA-HOJE     TO WS-NEG-DATA
                    PERFORM N9-BAIXA-NEGATIVACAO
                            THRU N9-BAIXA-NEGATIVACAO-FIM
            END-REWRITE
            CLOSE MENSALIDADE
            .
            MOVE WS-VL-MULTA              TO WS-RCB-MULTA
            MOVE WS-VL-JUROS              TO WS-RCB-JUROS
            MOVE 'ORIGINAL'               TO WS-RCB-VIA
            MOVE ZEROS                    TO WS-RCB-NFSE
                                             WS-RCB-DT-NFSE

            PERFORM P12-NOME-ALUNO        THRU P12-NOME-ALUNO-FIM
            PERFORM P13-GERA-NUMERO       THRU P13-GERA-NUMERO-FIM
            IF WS-QT-ATIV GREATER THAN ZEROS
               PERFORM P22-BAIXA-ATIVIDADES
                       THRU P22-BAIXA-ATIVIDADES-FIM
            END-IF
            IF WS-RCB-NUMERO EQUAL ZEROS
               DISPLAY 'RECIBO NAO EMITIDO - CONTADOR INDISPONIVEL'
               GO TO P11-EMITE-RECIBO-FIM
      *IMPRIME O RECIBO NO ARQUIVO DE IMPRESSAO (PRINT-IMAGE)
       P14-IMPRIME-RECIBO.
            SET FRL-OK                    TO TRUE
            MOVE WS-PATH-RECIBOLST        TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND RECIBOLST
            IF WS-FRL EQUAL 35
               OPEN OUTPUT RECIBOLST
            MOVE WS-LINHA-RCB             TO REG-RECIBOLST
            WRITE REG-RECIBOLST

            PERFORM P23-ITENS-DO-RECIBO
                    THRU P23-ITENS-DO-RECIBO-FIM

            IF WS-RCB-MULTA GREATER THAN ZEROS OR
               WS-RCB-JUROS GREATER THAN ZEROS
               MOVE SPACES                TO WS-LINHA-RCB
            MOVE WS-LINHA-RCB             TO REG-RECIBOLST
            WRITE REG-RECIBOLST

            IF WS-RCB-NFSE GREATER THAN ZEROS
               MOVE SPACES                TO WS-LINHA-RCB
               STRING 'NFS-E      : ' WS-RCB-NFSE
                      '  EMITIDA EM: ' WS-RCB-DT-NFSE
                      DELIMITED BY SIZE
                      INTO WS-LINHA-RCB
               END-STRING
               MOVE WS-LINHA-RCB          TO REG-RECIBOLST
               WRITE REG-RECIBOLST
            END-IF

            MOVE 'A SECRETARIA.'          TO REG-RECIBOLST
            WRITE REG-RECIBOLST
            MOVE WS-SALTO-PAGINA          TO REG-RECIBOLST
            .
       P14-IMPRIME-ENCERRA.
            CLOSE RECIBOLST
            MOVE 'RECIBO'                 TO WS-SPL-TIPO
            MOVE 'MENSALID'               TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P14-IMPRIME-RECIBO-FIM.

            MOVE 'SEGUNDA VIA'            TO WS-RCB-VIA
            CLOSE RECIBO

      *NFS-E EMITIDA PELA PREFEITURA PARA O RECIBO (NFSERET)
            MOVE ZEROS                    TO WS-RCB-NFSE
                                             WS-RCB-DT-NFSE
            SET FNF-OK                    TO TRUE
            OPEN INPUT NFSE
            IF FNF-OK
               MOVE WS-RCB-NUMERO         TO ID-RECIBO-NFS
               READ NFSE
                   KEY IS ID-RECIBO-NFS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-NFSE EQUAL 'N'
                          MOVE NR-NFSE    TO WS-RCB-NFSE
                          MOVE DT-EMISSAO-NFSE
                                          TO WS-RCB-DT-NFSE
                       END-IF
               END-READ
            END-IF
            CLOSE NFSE

            PERFORM P14-IMPRIME-RECIBO
                    THRU P14-IMPRIME-RECIBO-FIM
            DISPLAY 'SEGUNDA VIA DO RECIBO ' WS-RCB-NUMERO
               GO TO P4-DESCONTO-FIM
            END-IF

      *O CREDITO DO ALUNO JA ABATIDO NA GERACAO FAZ PARTE DO
      *DESCONTO E NAO PODE SER RETIRADO POR AQUI
            MOVE WS-ID-ALUNO-INF          TO WS-CRD-ALUNO
            MOVE WS-AAAAMM-INF            TO WS-CRD-AAAAMM
            PERFORM C9-CREDITO-DO-MES     THRU C9-CREDITO-DO-MES-FIM
            DISPLAY 'DESCONTO ATUAL: ' VL-DESCONTO
            IF WS-CRD-VALOR GREATER THAN ZEROS
               DISPLAY '(INCLUI CREDITO DO ALUNO ABATIDO: '
                       WS-CRD-VALOR ')'
            END-IF
            DISPLAY 'Informe o novo desconto: '
            ACCEPT WS-VL-INFORMADO
            IF WS-VL-INFORMADO LESS THAN WS-CRD-VALOR
               OR WS-VL-INFORMADO GREATER THAN VL-MENSALIDADE
               DISPLAY 'DESCONTO INVALIDO - MINIMO ' WS-CRD-VALOR
                       ' (CREDITO ABATIDO), MAXIMO ' VL-MENSALIDADE
               CLOSE MENSALIDADE
               GO TO P4-DESCONTO-FIM
            END-IF
            MOVE WS-VL-INFORMADO          TO VL-DESCONTO
            REWRITE REG-MENSALIDADE
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O DESCONTO'
                           COMPUTE WS-VL-DEVIDO =
                                   VL-MENSALIDADE - VL-DESCONTO
                           END-COMPUTE
                           MOVE 'N'       TO WS-LISTA-ATIV
                           PERFORM P21-SOMA-ATIVIDADES
                                   THRU P21-SOMA-ATIVIDADES-FIM
                           ADD WS-VL-ATIV TO WS-VL-DEVIDO
                           ADD WS-VL-DEVIDO TO WS-VL-ABERTO
                           COMPUTE WS-ANO-MEN = AAAAMM-MEN / 100
                           END-COMPUTE
                           IF TP-BOLSA-MEN NOT EQUAL SPACES
                              DISPLAY '      BOLSA: ' TP-BOLSA-MEN
                           END-IF
                           IF WS-QT-ATIV GREATER THAN ZEROS
                              DISPLAY '      ATIVIDADES: ' WS-VL-ATIV
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P6-ABRE-MENSALIDADE-FIM.

      *ABRE OS ARQUIVOS DAS ATIVIDADES EXTRACURRICULARES PARA A
      *GERACAO; SEM INSCRICOES A GERACAO SEGUE SO COM A MENSALIDADE
       P19-ABRE-ATIVIDADES.
            MOVE ZEROS                    TO WS-QT-ITENS-ATIV
            SET ATIV-DISPONIVEL           TO FALSE
            SET FIA-OK                    TO TRUE
            OPEN INPUT INSCATIV
            IF NOT FIA-OK
               CLOSE INSCATIV
               GO TO P19-ABRE-ATIVIDADES-FIM
            END-IF

            SET FAT-OK                    TO TRUE
            OPEN INPUT ATIVIDADE
            IF NOT FAT-OK
               CLOSE ATIVIDADE
               CLOSE INSCATIV
               GO TO P19-ABRE-ATIVIDADES-FIM
            END-IF

            SET FCA-OK                    TO TRUE
            OPEN I-O COBATIV
            IF WS-FCA EQUAL 35
                 CLOSE COBATIV
                 OPEN OUTPUT COBATIV
                 CLOSE COBATIV
                 OPEN I-O COBATIV
            END-IF
            IF NOT FCA-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCA DAS'
                       ' ATIVIDADES'
               MOVE WS-FCA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCA ' - ' WS-FS-MSG
               CLOSE COBATIV
               CLOSE ATIVIDADE
               CLOSE INSCATIV
               GO TO P19-ABRE-ATIVIDADES-FIM
            END-IF

            SET ATIV-DISPONIVEL           TO TRUE
            .
       P19-ABRE-ATIVIDADES-FIM.

      *GERA UM ITEM DE COBRANCA PARA CADA ATIVIDADE ATIVA EM QUE O
      *ALUNO DA MENSALIDADE CORRENTE ESTA INSCRITO NA COMPETENCIA,
      *COM O VALOR MENSAL VIGENTE DA ATIVIDADE
       P20-GERA-ATIVIDADES.
            MOVE ID-ALUNO-MEN             TO ID-ALUNO-INS
            MOVE ZEROS                    TO ID-ATIVIDADE-INS
            SET EOF-ATV-OK                TO FALSE
            START INSCATIV KEY IS NOT LESS THAN ID-INSCATIV
                INVALID KEY
                    SET EOF-ATV-OK        TO TRUE
            END-START

            PERFORM UNTIL EOF-ATV-OK
                READ INSCATIV NEXT RECORD
                    AT END
                        SET EOF-ATV-OK    TO TRUE
                    NOT AT END
                        IF ID-ALUNO-INS NOT EQUAL ID-ALUNO-MEN
                           SET EOF-ATV-OK TO TRUE
                        ELSE
                           IF AAAAMM-INI-INS NOT GREATER THAN
                              AAAAMM-MEN AND
                              (AAAAMM-FIM-INS EQUAL ZEROS OR
                               AAAAMM-FIM-INS NOT LESS THAN
                               AAAAMM-MEN)
                              PERFORM P20A-GERA-ITEM
                                      THRU P20A-GERA-ITEM-FIM
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P20-GERA-ATIVIDADES-FIM.

      *GRAVA O ITEM DA ATIVIDADE DA INSCRICAO CORRENTE (O ITEM QUE JA
      *EXISTE NA COMPETENCIA E MANTIDO COMO ESTA)
       P20A-GERA-ITEM.
            MOVE ID-ATIVIDADE-INS         TO ID-ATIVIDADE
            READ ATIVIDADE
                INVALID KEY
                    GO TO P20A-GERA-ITEM-FIM
            END-READ
            IF ST-ATIVIDADE NOT EQUAL 'A'
               GO TO P20A-GERA-ITEM-FIM
            END-IF

            MOVE ID-ALUNO-MEN             TO ID-ALUNO-CAT
            MOVE AAAAMM-MEN               TO AAAAMM-CAT
            MOVE ID-ATIVIDADE             TO ID-ATIVIDADE-CAT
            MOVE NM-ATIVIDADE             TO NM-ATIVIDADE-CAT
            MOVE VL-MENSAL-ATV            TO VL-ATIVIDADE-CAT
            MOVE 'A'                      TO ST-COBATIV
            MOVE ZEROS                    TO DT-PAGAMENTO-CAT
                                             NR-RECIBO-CAT
            WRITE REG-COBATIV
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-ITENS-ATIV
            END-WRITE
            .
       P20A-GERA-ITEM-FIM.

      *SOMA OS ITENS DE ATIVIDADES EM ABERTO DA COBRANCA CORRENTE
      *(ALUNO E MES DA MENSALIDADE LIDA); COM WS-LISTA-ATIV = 'S'
      *MOSTRA CADA ITEM NA TELA
       P21-SOMA-ATIVIDADES.
            MOVE ZEROS                    TO WS-VL-ATIV
                                             WS-QT-ATIV
            MOVE ID-ALUNO-MEN             TO WS-ATV-ALUNO
            MOVE AAAAMM-MEN               TO WS-ATV-MES
            SET FCA-OK                    TO TRUE
            OPEN INPUT COBATIV
            IF NOT FCA-OK
               CLOSE COBATIV
               PERFORM P21A-SOMA-AVULSAS THRU P21A-SOMA-AVULSAS-FIM
               GO TO P21-SOMA-ATIVIDADES-FIM
            END-IF

            MOVE WS-ATV-ALUNO             TO ID-ALUNO-CAT
            MOVE WS-ATV-MES               TO AAAAMM-CAT
            MOVE ZEROS                    TO ID-ATIVIDADE-CAT
            SET EOF-ATV-OK                TO FALSE
            START COBATIV KEY IS NOT LESS THAN ID-COBATIV
                INVALID KEY
                    SET EOF-ATV-OK        TO TRUE
            END-START

            PERFORM UNTIL EOF-ATV-OK
                READ COBATIV NEXT RECORD
                    AT END
                        SET EOF-ATV-OK    TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CAT NOT EQUAL WS-ATV-ALUNO OR
                           AAAAMM-CAT NOT EQUAL WS-ATV-MES
                           SET EOF-ATV-OK TO TRUE
                        ELSE
                           IF ST-COBATIV EQUAL 'A'
                              ADD 1       TO WS-QT-ATIV
                              ADD VL-ATIVIDADE-CAT TO WS-VL-ATIV
                              IF WS-LISTA-ATIV EQUAL 'S'
                                 DISPLAY 'ATIVIDADE ' ID-ATIVIDADE-CAT
                                         ' ' NM-ATIVIDADE-CAT ' '
                                         VL-ATIVIDADE-CAT
                              END-IF
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBATIV
            PERFORM P21A-SOMA-AVULSAS     THRU P21A-SOMA-AVULSAS-FIM
            .
       P21-SOMA-ATIVIDADES-FIM.

      *SOMA AOS ITENS DA COBRANCA AS TAXAS AVULSAS EM ABERTO
      *(DOCUMENTOS DA SECRETARIA) DO MESMO ALUNO E MES
       P21A-SOMA-AVULSAS.
            SET FCV-OK                    TO TRUE
            OPEN INPUT COBAVULSA
            IF NOT FCV-OK
               CLOSE COBAVULSA
               GO TO P21A-SOMA-AVULSAS-FIM
            END-IF

            MOVE WS-ATV-ALUNO             TO ID-ALUNO-CAV
            MOVE WS-ATV-MES               TO AAAAMM-CAV
            MOVE SPACES                   TO TP-ORIGEM-CAV
            MOVE ZEROS                    TO NR-ORIGEM-CAV
            SET EOF-ATV-OK                TO FALSE
            START COBAVULSA KEY IS NOT LESS THAN ID-COBAVULSA
                INVALID KEY
                    SET EOF-ATV-OK        TO TRUE
            END-START

            PERFORM UNTIL EOF-ATV-OK
                READ COBAVULSA NEXT RECORD
                    AT END
                        SET EOF-ATV-OK    TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CAV NOT EQUAL WS-ATV-ALUNO OR
                           AAAAMM-CAV NOT EQUAL WS-ATV-MES
                           SET EOF-ATV-OK TO TRUE
                        ELSE
                           IF ST-COBAVULSA EQUAL 'A'
                              ADD 1       TO WS-QT-ATIV
                              ADD VL-COBAVULSA TO WS-VL-ATIV
                              IF WS-LISTA-ATIV EQUAL 'S'
                                 DISPLAY 'AVULSA ' TP-ORIGEM-CAV
                                         NR-ORIGEM-CAV ' '
                                         DS-COBAVULSA ' '
                                         VL-COBAVULSA
                              END-IF
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBAVULSA
            .
       P21A-SOMA-AVULSAS-FIM.

      *QUITA OS ITENS DE ATIVIDADES EM ABERTO DA COBRANCA PAGA,
      *VINCULANDO-OS AO NUMERO DO RECIBO EMITIDO
       P22-BAIXA-ATIVIDADES.
            SET FCA-OK                    TO TRUE
            OPEN I-O COBATIV
            IF NOT FCA-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCA DAS'
                       ' ATIVIDADES'
               MOVE WS-FCA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCA ' - ' WS-FS-MSG
               CLOSE COBATIV
               PERFORM P22A-BAIXA-AVULSAS THRU P22A-BAIXA-AVULSAS-FIM
               GO TO P22-BAIXA-ATIVIDADES-FIM
            END-IF

            MOVE WS-RCB-ALUNO             TO ID-ALUNO-CAT
            MOVE WS-RCB-MES               TO AAAAMM-CAT
            MOVE ZEROS                    TO ID-ATIVIDADE-CAT
            SET EOF-ATV-OK                TO FALSE
            START COBATIV KEY IS NOT LESS THAN ID-COBATIV
                INVALID KEY
                    SET EOF-ATV-OK        TO TRUE
            END-START

            PERFORM UNTIL EOF-ATV-OK
                READ COBATIV NEXT RECORD
                    AT END
                        SET EOF-ATV-OK    TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CAT NOT EQUAL WS-RCB-ALUNO OR
                           AAAAMM-CAT NOT EQUAL WS-RCB-MES
                           SET EOF-ATV-OK TO TRUE
                        ELSE
                           IF ST-COBATIV EQUAL 'A'
                              MOVE 'P'    TO ST-COBATIV
                              MOVE WS-DATA-HOJE TO DT-PAGAMENTO-CAT
                              MOVE WS-RCB-NUMERO TO NR-RECIBO-CAT
                              REWRITE REG-COBATIV
                                  INVALID KEY
                                      DISPLAY 'ERRO AO QUITAR A'
                                              ' ATIVIDADE '
                                              ID-ATIVIDADE-CAT
                              END-REWRITE
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBATIV
            PERFORM P22A-BAIXA-AVULSAS    THRU P22A-BAIXA-AVULSAS-FIM
            .
       P22-BAIXA-ATIVIDADES-FIM.

      *QUITA AS TAXAS AVULSAS EM ABERTO DA COBRANCA PAGA, VINCULANDO-AS
      *AO NUMERO DO RECIBO EMITIDO
       P22A-BAIXA-AVULSAS.
            SET FCV-OK                    TO TRUE
            OPEN I-O COBAVULSA
            IF NOT FCV-OK
               CLOSE COBAVULSA
               GO TO P22A-BAIXA-AVULSAS-FIM
            END-IF

            MOVE WS-RCB-ALUNO             TO ID-ALUNO-CAV
            MOVE WS-RCB-MES               TO AAAAMM-CAV
            MOVE SPACES                   TO TP-ORIGEM-CAV
            MOVE ZEROS                    TO NR-ORIGEM-CAV
            SET EOF-ATV-OK                TO FALSE
            START COBAVULSA KEY IS NOT LESS THAN ID-COBAVULSA
                INVALID KEY
                    SET EOF-ATV-OK        TO TRUE
            END-START

            PERFORM UNTIL EOF-ATV-OK
                READ COBAVULSA NEXT RECORD
                    AT END
                        SET EOF-ATV-OK    TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CAV NOT EQUAL WS-RCB-ALUNO OR
                           AAAAMM-CAV NOT EQUAL WS-RCB-MES
                           SET EOF-ATV-OK TO TRUE
                        ELSE
                           IF ST-COBAVULSA EQUAL 'A'
                              MOVE 'P'    TO ST-COBAVULSA
                              MOVE WS-DATA-HOJE TO DT-PAGAMENTO-CAV
                              MOVE WS-RCB-NUMERO TO NR-RECIBO-CAV
                              REWRITE REG-COBAVULSA
                                  INVALID KEY
                                      DISPLAY 'ERRO AO QUITAR A'
                                              ' COBRANCA AVULSA '
                                              NR-ORIGEM-CAV
                              END-REWRITE
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBAVULSA
            .
       P22A-BAIXA-AVULSAS-FIM.

      *DISCRIMINA NO RECIBO AS ATIVIDADES QUITADAS POR ELE E A PARTE
      *DA MENSALIDADE (SERVE TAMBEM PARA A SEGUNDA VIA)
       P23-ITENS-DO-RECIBO.
            MOVE ZEROS                    TO WS-RCB-ATIV
            SET FCA-OK                    TO TRUE
            OPEN INPUT COBATIV
            IF NOT FCA-OK
               CLOSE COBATIV
               PERFORM P23A-ITENS-AVULSOS THRU P23A-ITENS-AVULSOS-FIM
               GO TO P23-ITENS-DO-RECIBO-FIM
            END-IF

            MOVE WS-RCB-ALUNO             TO ID-ALUNO-CAT
            MOVE WS-RCB-MES               TO AAAAMM-CAT
            MOVE ZEROS                    TO ID-ATIVIDADE-CAT
            SET EOF-ATV-OK                TO FALSE
            START COBATIV KEY IS NOT LESS THAN ID-COBATIV
                INVALID KEY
                    SET EOF-ATV-OK        TO TRUE
            END-START

            PERFORM UNTIL EOF-ATV-OK
                READ COBATIV NEXT RECORD
                    AT END
                        SET EOF-ATV-OK    TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CAT NOT EQUAL WS-RCB-ALUNO OR
                           AAAAMM-CAT NOT EQUAL WS-RCB-MES
                           SET EOF-ATV-OK TO TRUE
                        ELSE
                           IF ST-COBATIV EQUAL 'P' AND
                              NR-RECIBO-CAT EQUAL WS-RCB-NUMERO
                              ADD VL-ATIVIDADE-CAT TO WS-RCB-ATIV
                              MOVE SPACES TO WS-LINHA-RCB
                              STRING 'ATIVIDADE  : ' NM-ATIVIDADE-CAT
                                     ' ' VL-ATIVIDADE-CAT
                                     DELIMITED BY SIZE
                                     INTO WS-LINHA-RCB
                              END-STRING
                              MOVE WS-LINHA-RCB TO REG-RECIBOLST
                              WRITE REG-RECIBOLST
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBATIV
            PERFORM P23A-ITENS-AVULSOS    THRU P23A-ITENS-AVULSOS-FIM

            IF WS-RCB-ATIV GREATER THAN ZEROS AND
               WS-RCB-VALOR GREATER THAN WS-RCB-ATIV
               COMPUTE WS-RCB-MENSAL = WS-RCB-VALOR - WS-RCB-ATIV
               END-COMPUTE
               MOVE SPACES                TO WS-LINHA-RCB
               STRING 'MENSALIDADE: ' WS-RCB-MENSAL
                      DELIMITED BY SIZE
                      INTO WS-LINHA-RCB
               END-STRING
               MOVE WS-LINHA-RCB          TO REG-RECIBOLST
               WRITE REG-RECIBOLST
            END-IF
            .
       P23-ITENS-DO-RECIBO-FIM.

      *DISCRIMINA NO RECIBO AS TAXAS AVULSAS QUITADAS POR ELE
       P23A-ITENS-AVULSOS.
            SET FCV-OK                    TO TRUE
            OPEN INPUT COBAVULSA
            IF NOT FCV-OK
               CLOSE COBAVULSA
               GO TO P23A-ITENS-AVULSOS-FIM
            END-IF

            MOVE WS-RCB-ALUNO             TO ID-ALUNO-CAV
            MOVE WS-RCB-MES               TO AAAAMM-CAV
            MOVE SPACES                   TO TP-ORIGEM-CAV
            MOVE ZEROS                    TO NR-ORIGEM-CAV
            SET EOF-ATV-OK                TO FALSE
            START COBAVULSA KEY IS NOT LESS THAN ID-COBAVULSA
                INVALID KEY
                    SET EOF-ATV-OK        TO TRUE
            END-START

            PERFORM UNTIL EOF-ATV-OK
                READ COBAVULSA NEXT RECORD
                    AT END
                        SET EOF-ATV-OK    TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CAV NOT EQUAL WS-RCB-ALUNO OR
                           AAAAMM-CAV NOT EQUAL WS-RCB-MES
                           SET EOF-ATV-OK TO TRUE
                        ELSE
                           IF ST-COBAVULSA EQUAL 'P' AND
                              NR-RECIBO-CAV EQUAL WS-RCB-NUMERO
                              ADD VL-COBAVULSA TO WS-RCB-ATIV
                              MOVE SPACES TO WS-LINHA-RCB
                              STRING 'TAXA AVULSA: ' DS-COBAVULSA
                                     ' ' VL-COBAVULSA
                                     DELIMITED BY SIZE
                                     INTO WS-LINHA-RCB
                              END-STRING
                              MOVE WS-LINHA-RCB TO REG-RECIBOLST
                              WRITE REG-RECIBOLST
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBAVULSA
            .
       P23A-ITENS-AVULSOS-FIM.

      *GERA A COBRANCA CONSOLIDADA DO MES PARA CADA CONTA FAMILIA
      *ATIVA (CFP001S90), DISCRIMINADA PELAS MENSALIDADES DOS IRMAOS;
      *A COBRANCA DA FAMILIA QUE JA RECEBEU PAGAMENTO FICA COMO ESTA
       P24-GERA-FAMILIAS.
            MOVE ZEROS                    TO WS-QT-COBFAM
            SET FFA-OK                    TO TRUE
            OPEN INPUT FAMILIA
            IF NOT FFA-OK
               CLOSE FAMILIA
               GO TO P24-GERA-FAMILIAS-FIM
            END-IF

            SET FFL-OK                    TO TRUE
            OPEN INPUT FAMALUNO
            IF NOT FFL-OK
               CLOSE FAMALUNO
               CLOSE FAMILIA
               GO TO P24-GERA-FAMILIAS-FIM
            END-IF

            SET FCF-OK                    TO TRUE
            OPEN I-O COBFAM
            IF WS-FCF EQUAL 35
                 CLOSE COBFAM
                 OPEN OUTPUT COBFAM
                 CLOSE COBFAM
                 OPEN I-O COBFAM
            END-IF
            IF NOT FCF-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCAS DAS'
                       ' FAMILIAS'
               MOVE WS-FCF TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCF ' - ' WS-FS-MSG
               CLOSE COBFAM
               CLOSE FAMALUNO
               CLOSE FAMILIA
               GO TO P24-GERA-FAMILIAS-FIM
            END-IF

            SET EOF-FAM-OK                TO FALSE
            PERFORM UNTIL EOF-FAM-OK
                READ FAMILIA NEXT RECORD
                    AT END
                        SET EOF-FAM-OK    TO TRUE
                    NOT AT END
                        IF ST-FAMILIA EQUAL 'A'
                           PERFORM P25-MONTA-COBFAM
                                   THRU P25-MONTA-COBFAM-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBFAM
            CLOSE FAMALUNO
            CLOSE FAMILIA
            .
       P24-GERA-FAMILIAS-FIM.

      *MONTA A COBRANCA CONSOLIDADA DA FAMILIA LIDA NA COMPETENCIA,
      *UM ITEM POR IRMAO QUE TEM MENSALIDADE GERADA NO MES
       P25-MONTA-COBFAM.
            MOVE ID-FAMILIA               TO ID-FAMILIA-CBF
            MOVE WS-AAAAMM-INF            TO AAAAMM-CBF
            SET COBFAM-EXISTE             TO TRUE
            READ COBFAM
                KEY IS ID-COBFAM
                INVALID KEY
                    SET COBFAM-EXISTE     TO FALSE
            END-READ
            IF COBFAM-EXISTE
               IF ST-COBFAM EQUAL 'P' OR
                  VL-PAGO-CBF GREATER THAN ZEROS
                  GO TO P25-MONTA-COBFAM-FIM
               END-IF
            END-IF

            MOVE ID-FAMILIA               TO ID-FAMILIA-CBF
            MOVE WS-AAAAMM-INF            TO AAAAMM-CBF
            MOVE ZEROS                    TO QT-ITENS-CBF
                                             VL-TOTAL-CBF
                                             VL-PAGO-CBF
                                             DT-PAGAMENTO-CBF
            PERFORM VARYING WS-IX-FAM FROM 1 BY 1
                    UNTIL WS-IX-FAM GREATER THAN 6
                MOVE ZEROS                TO ID-ALUNO-ITF(WS-IX-FAM)
                                             VL-ITEM-ITF(WS-IX-FAM)
                MOVE SPACES               TO ST-ITEM-CBF(WS-IX-FAM)
            END-PERFORM
            MOVE 'A'                      TO ST-COBFAM
            MOVE WS-DATA-HOJE             TO DT-GERACAO-CBF

            MOVE ZEROS                    TO ID-ALUNO-FAL
            SET EOF2-OK                   TO FALSE
            START FAMALUNO KEY IS NOT LESS THAN ID-ALUNO-FAL
                INVALID KEY
                    SET EOF2-OK           TO TRUE
            END-START
            PERFORM UNTIL EOF2-OK
                READ FAMALUNO NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ID-FAMILIA-FAL EQUAL ID-FAMILIA AND
                           QT-ITENS-CBF LESS THAN 6
                           PERFORM P25A-ITEM-COBFAM
                                   THRU P25A-ITEM-COBFAM-FIM
                        END-IF
                END-READ
            END-PERFORM

            IF QT-ITENS-CBF EQUAL ZEROS
               GO TO P25-MONTA-COBFAM-FIM
            END-IF
            PERFORM P28-SITUACAO-COBFAM   THRU P28-SITUACAO-COBFAM-FIM

            IF COBFAM-EXISTE
               REWRITE REG-COBFAM
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A COBRANCA DA FAMILIA '
                               ID-FAMILIA
                   NOT INVALID KEY
                       ADD 1              TO WS-QT-COBFAM
               END-REWRITE
            ELSE
               WRITE REG-COBFAM
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A COBRANCA DA FAMILIA '
                               ID-FAMILIA
                   NOT INVALID KEY
                       ADD 1              TO WS-QT-COBFAM
               END-WRITE
            END-IF
            .
       P25-MONTA-COBFAM-FIM.

      *ACRESCENTA O ITEM DO IRMAO DO VINCULO LIDO: VALOR LIQUIDO DA
      *MENSALIDADE MAIS AS ATIVIDADES EM ABERTO (PAGO: VALOR RECEBIDO)
       P25A-ITEM-COBFAM.
            MOVE ID-ALUNO-FAL             TO ID-ALUNO-MEN
            MOVE WS-AAAAMM-INF            TO AAAAMM-MEN
            READ MENSALIDADE
                KEY IS ID-MENSALIDADE
                INVALID KEY
                    GO TO P25A-ITEM-COBFAM-FIM
            END-READ

            ADD 1                         TO QT-ITENS-CBF
            MOVE QT-ITENS-CBF             TO WS-IX-FAM
            MOVE ID-ALUNO-FAL             TO ID-ALUNO-ITF(WS-IX-FAM)
            MOVE ST-MENSALIDADE           TO ST-ITEM-CBF(WS-IX-FAM)
            COMPUTE WS-VL-DEVIDO = VL-MENSALIDADE - VL-DESCONTO
            END-COMPUTE

            EVALUATE ST-MENSALIDADE
                WHEN 'A'
                    MOVE 'N'              TO WS-LISTA-ATIV
                    PERFORM P21-SOMA-ATIVIDADES
                            THRU P21-SOMA-ATIVIDADES-FIM
                    ADD WS-VL-ATIV        TO WS-VL-DEVIDO
                    MOVE WS-VL-DEVIDO     TO VL-ITEM-ITF(WS-IX-FAM)
                    ADD WS-VL-DEVIDO      TO VL-TOTAL-CBF
                WHEN 'P'
                    MOVE VL-PAGO          TO VL-ITEM-ITF(WS-IX-FAM)
                    ADD VL-PAGO           TO VL-TOTAL-CBF
                                             VL-PAGO-CBF
                WHEN OTHER
                    MOVE WS-VL-DEVIDO     TO VL-ITEM-ITF(WS-IX-FAM)
            END-EVALUATE
            .
       P25A-ITEM-COBFAM-FIM.

      *PAGAMENTO UNICO DA CONTA FAMILIA: APURA O VALOR CORRIGIDO DE
      *CADA ITEM EM ABERTO DA COBRANCA CONSOLIDADA E RATEIA O VALOR
      *PAGO ENTRE AS MENSALIDADES DOS IRMAOS, NA ORDEM DOS ITENS,
      *QUITANDO CADA UMA POR INTEIRO COM O SEU PROPRIO RECIBO. O ITEM
      *QUE O VALOR NAO COBRE FICA EM ABERTO, E A SOBRA DO RATEIO VAI
      *PARA O ULTIMO ITEM QUITADO (COMO NO PAGAMENTO INDIVIDUAL)
       P26-PAGAMENTO-FAMILIA.
            PERFORM P6-ABRE-MENSALIDADE
                    THRU P6-ABRE-MENSALIDADE-FIM
            IF NOT FME-OK
               CLOSE MENSALIDADE
               GO TO P26-PAGAMENTO-FAMILIA-FIM
            END-IF

            DISPLAY 'Informe o numero da familia: '
            ACCEPT WS-ID-FAMILIA-INF
            DISPLAY 'Informe o mes da cobranca (AAAAMM): '
            ACCEPT WS-AAAAMM-INF

            SET FCF-OK                    TO TRUE
            OPEN I-O COBFAM
            IF NOT FCF-OK
               DISPLAY 'NENHUMA COBRANCA DE FAMILIA GERADA ATE O'
                       ' MOMENTO.'
               CLOSE COBFAM
               CLOSE MENSALIDADE
               GO TO P26-PAGAMENTO-FAMILIA-FIM
            END-IF

            MOVE WS-ID-FAMILIA-INF        TO ID-FAMILIA-CBF
            MOVE WS-AAAAMM-INF            TO AAAAMM-CBF
            READ COBFAM
                KEY IS ID-COBFAM
                INVALID KEY
                    DISPLAY 'COBRANCA DA FAMILIA NAO ENCONTRADA -'
                            ' GERE AS COBRANCAS DO MES.'
                    CLOSE COBFAM
                    CLOSE MENSALIDADE
                    GO TO P26-PAGAMENTO-FAMILIA-FIM
            END-READ

            IF ST-COBFAM EQUAL 'P'
               DISPLAY 'COBRANCA DA FAMILIA JA PAGA EM '
                       DT-PAGAMENTO-CBF '.'
               CLOSE COBFAM
               CLOSE MENSALIDADE
               GO TO P26-PAGAMENTO-FAMILIA-FIM
            END-IF

            MOVE ZEROS                    TO WS-VL-FAM-TOTAL
                                             WS-QT-ITENS-ABERTOS
                                             WS-QT-QUITADOS
            DISPLAY '*** COBRANCA DA FAMILIA ' ID-FAMILIA-CBF
                    ' MES ' AAAAMM-CBF ' ***'
            PERFORM VARYING WS-IX-FAM FROM 1 BY 1
                    UNTIL WS-IX-FAM GREATER THAN QT-ITENS-CBF
                PERFORM P26A-APURA-ITEM   THRU P26A-APURA-ITEM-FIM
            END-PERFORM

            IF WS-QT-ITENS-ABERTOS EQUAL ZEROS
               DISPLAY 'NENHUM ITEM EM ABERTO NA COBRANCA DA FAMILIA.'
               PERFORM P28-SITUACAO-COBFAM
                       THRU P28-SITUACAO-COBFAM-FIM
               REWRITE REG-COBFAM
                   INVALID KEY
                       DISPLAY 'ERRO AO ATUALIZAR A COBRANCA DA'
                               ' FAMILIA'
               END-REWRITE
               CLOSE COBFAM
               CLOSE MENSALIDADE
               GO TO P26-PAGAMENTO-FAMILIA-FIM
            END-IF

            DISPLAY 'TOTAL CORRIGIDO DA FAMILIA: ' WS-VL-FAM-TOTAL
            DISPLAY 'Informe o valor pago: '
            ACCEPT WS-VL-FAM-PAGO

      *RATEIO NA ORDEM DOS ITENS: PARA NO PRIMEIRO QUE NAO E COBERTO
            MOVE WS-VL-FAM-PAGO           TO WS-VL-FAM-SALDO
            MOVE ZEROS                    TO WS-IX-ULTIMO
            SET RATEIO-FIM                TO FALSE
            PERFORM VARYING WS-IX-FAM FROM 1 BY 1
                    UNTIL WS-IX-FAM GREATER THAN QT-ITENS-CBF
                IF WS-RAT-SIT(WS-IX-FAM) EQUAL 'S' AND
                   NOT RATEIO-FIM
                   IF WS-VL-FAM-SALDO NOT LESS THAN
                      WS-RAT-CORRIGIDO(WS-IX-FAM)
                      MOVE WS-RAT-CORRIGIDO(WS-IX-FAM)
                           TO WS-RAT-ALOCADO(WS-IX-FAM)
                      SUBTRACT WS-RAT-CORRIGIDO(WS-IX-FAM)
                               FROM WS-VL-FAM-SALDO
                      MOVE 'Q'            TO WS-RAT-SIT(WS-IX-FAM)
                      MOVE WS-IX-FAM      TO WS-IX-ULTIMO
                   ELSE
                      SET RATEIO-FIM      TO TRUE
                   END-IF
                END-IF
            END-PERFORM

            IF WS-IX-ULTIMO EQUAL ZEROS
               DISPLAY 'VALOR PAGO NAO COBRE A MENSALIDADE DO PRIMEIRO'
                       ' ITEM EM ABERTO.'
               CLOSE COBFAM
               CLOSE MENSALIDADE
               GO TO P26-PAGAMENTO-FAMILIA-FIM
            END-IF
            IF WS-VL-FAM-SALDO GREATER THAN ZEROS
               DISPLAY 'SOBRA DE ' WS-VL-FAM-SALDO
                       ' VAI PARA O CREDITO DO ALUNO '
                       ID-ALUNO-ITF(WS-IX-ULTIMO)
            END-IF

            PERFORM VARYING WS-IX-FAM FROM 1 BY 1
                    UNTIL WS-IX-FAM GREATER THAN QT-ITENS-CBF
                IF WS-RAT-SIT(WS-IX-FAM) EQUAL 'Q'
                   PERFORM P26B-QUITA-ITEM
                           THRU P26B-QUITA-ITEM-FIM
                END-IF
            END-PERFORM

      *A SOBRA DO PAGAMENTO UNICO VAI PARA O CREDITO DO ULTIMO ALUNO
      *QUITADO, COM O RECIBO DELE COMO DOCUMENTO
            IF WS-VL-FAM-SALDO GREATER THAN ZEROS
               MOVE ID-ALUNO-ITF(WS-IX-ULTIMO) TO WS-ID-ALUNO-INF
               MOVE WS-VL-FAM-SALDO       TO WS-VL-SOBRA
               PERFORM P29-CREDITA-SOBRA  THRU P29-CREDITA-SOBRA-FIM
            END-IF

            PERFORM P28-SITUACAO-COBFAM   THRU P28-SITUACAO-COBFAM-FIM
            REWRITE REG-COBFAM
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR A COBRANCA DA FAMILIA'
            END-REWRITE
            CLOSE COBFAM
            CLOSE MENSALIDADE

            DISPLAY 'MENSALIDADES QUITADAS: ' WS-QT-QUITADOS
                    ' SITUACAO DA COBRANCA: ' ST-COBFAM
            MOVE 'MENSALID'               TO WS-AUD-PROGRAMA
            MOVE 'PAGTO-FAM'              TO WS-AUD-OPERACAO
            STRING 'FAMILIA ' WS-ID-FAMILIA-INF ' MES '
                   WS-AAAAMM-INF ' VALOR ' WS-VL-FAM-PAGO
                   ' QUITADAS ' WS-QT-QUITADOS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P26-PAGAMENTO-FAMILIA-FIM.

      *APURA O VALOR CORRIGIDO (PRINCIPAL, ATIVIDADES, MULTA E JUROS)
      *DO ITEM WS-IX-FAM; O ITEM PAGO OU RENEGOCIADO FORA DA CONTA
      *FAMILIA TEM A SITUACAO ATUALIZADA E FICA FORA DO RATEIO
       P26A-APURA-ITEM.
            MOVE ZEROS                    TO WS-RAT-CORRIGIDO(WS-IX-FAM)
                                             WS-RAT-ALOCADO(WS-IX-FAM)
            MOVE SPACES                   TO WS-RAT-SIT(WS-IX-FAM)
            IF ST-ITEM-CBF(WS-IX-FAM) NOT EQUAL 'A'
               GO TO P26A-APURA-ITEM-FIM
            END-IF

            MOVE ID-ALUNO-ITF(WS-IX-FAM)  TO ID-ALUNO-MEN
            MOVE AAAAMM-CBF               TO AAAAMM-MEN
            READ MENSALIDADE
                KEY IS ID-MENSALIDADE
                INVALID KEY
                    DISPLAY 'MENSALIDADE DO ALUNO '
                            ID-ALUNO-ITF(WS-IX-FAM)
                            ' NAO ENCONTRADA.'
                    GO TO P26A-APURA-ITEM-FIM
            END-READ

            IF ST-MENSALIDADE NOT EQUAL 'A'
               MOVE ST-MENSALIDADE        TO ST-ITEM-CBF(WS-IX-FAM)
               IF ST-MENSALIDADE EQUAL 'P'
                  ADD VL-PAGO             TO VL-PAGO-CBF
               END-IF
               DISPLAY 'ALUNO ' ID-ALUNO-MEN ' JA TRATADO FORA DA'
                       ' FAMILIA (SITUACAO ' ST-MENSALIDADE ').'
               GO TO P26A-APURA-ITEM-FIM
            END-IF

            COMPUTE WS-VL-DEVIDO = VL-MENSALIDADE - VL-DESCONTO
            END-COMPUTE
            MOVE 'N'                      TO WS-LISTA-ATIV
            PERFORM P21-SOMA-ATIVIDADES
                    THRU P21-SOMA-ATIVIDADES-FIM
            ADD WS-VL-ATIV                TO WS-VL-DEVIDO
            PERFORM P18-CALCULA-ENCARGOS
                    THRU P18-CALCULA-ENCARGOS-FIM

            MOVE WS-VL-CORRIGIDO          TO WS-RAT-CORRIGIDO(WS-IX-FAM)
            MOVE 'S'                      TO WS-RAT-SIT(WS-IX-FAM)
            ADD WS-VL-CORRIGIDO           TO WS-VL-FAM-TOTAL
            ADD 1                         TO WS-QT-ITENS-ABERTOS
            DISPLAY 'ALUNO ' ID-ALUNO-MEN ' PRINCIPAL ' WS-VL-DEVIDO
                    ' MULTA ' WS-VL-MULTA ' JUROS ' WS-VL-JUROS
            DISPLAY '      CORRIGIDO ' WS-VL-CORRIGIDO
            .
       P26A-APURA-ITEM-FIM.

      *QUITA A MENSALIDADE DO ITEM WS-IX-FAM COM O VALOR RATEADO E
      *EMITE O RECIBO DO ALUNO
       P26B-QUITA-ITEM.
            MOVE ID-ALUNO-ITF(WS-IX-FAM)  TO ID-ALUNO-MEN
            MOVE AAAAMM-CBF               TO AAAAMM-MEN
            READ MENSALIDADE
                KEY IS ID-MENSALIDADE
                INVALID KEY
                    DISPLAY 'MENSALIDADE DO ALUNO '
                            ID-ALUNO-ITF(WS-IX-FAM)
                            ' NAO ENCONTRADA.'
                    GO TO P26B-QUITA-ITEM-FIM
            END-READ

            COMPUTE WS-VL-DEVIDO = VL-MENSALIDADE - VL-DESCONTO
            END-COMPUTE
            MOVE 'N'                      TO WS-LISTA-ATIV
            PERFORM P21-SOMA-ATIVIDADES
                    THRU P21-SOMA-ATIVIDADES-FIM
            ADD WS-VL-ATIV                TO WS-VL-DEVIDO
            PERFORM P18-CALCULA-ENCARGOS
                    THRU P18-CALCULA-ENCARGOS-FIM

            MOVE ID-ALUNO-MEN             TO WS-ID-ALUNO-INF
            MOVE AAAAMM-MEN               TO WS-AAAAMM-INF
            MOVE WS-RAT-ALOCADO(WS-IX-FAM) TO WS-VL-INFORMADO
            MOVE 'P'                      TO ST-MENSALIDADE
            MOVE WS-DATA-HOJE             TO DT-PAGAMENTO
            MOVE WS-VL-INFORMADO          TO VL-PAGO
            REWRITE REG-MENSALIDADE
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O PAGAMENTO DO ALUNO '
                            WS-ID-ALUNO-INF
                    GO TO P26B-QUITA-ITEM-FIM
            END-REWRITE

            DISPLAY 'ALUNO ' WS-ID-ALUNO-INF ' QUITADO COM '
                    WS-VL-INFORMADO
            MOVE 'P'                      TO ST-ITEM-CBF(WS-IX-FAM)
            ADD WS-VL-INFORMADO           TO VL-PAGO-CBF
            ADD 1                         TO WS-QT-QUITADOS
            MOVE 'MENSALID'               TO WS-AUD-PROGRAMA
            MOVE 'PAGAMENTO'              TO WS-AUD-OPERACAO
            STRING 'ALUNO ' WS-ID-ALUNO-INF ' MES '
                   WS-AAAAMM-INF ' VALOR ' WS-VL-INFORMADO
                   ' FAMILIA ' WS-ID-FAMILIA-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            PERFORM P11-EMITE-RECIBO      THRU P11-EMITE-RECIBO-FIM
            MOVE WS-ID-ALUNO-INF          TO WS-NEG-ALUNO
            MOVE WS-AAAAMM-INF            TO WS-NEG-AAAAMM
            MOVE 'MENSALID'               TO WS-NEG-PROGRAMA
            MOVE WS-DATA-HOJE             TO WS-NEG-DATA
            PERFORM N9-BAIXA-NEGATIVACAO  THRU N9-BAIXA-NEGATIVACAO-FIM
            .
       P26B-QUITA-ITEM-FIM.

      *BAIXA NA COBRANCA CONSOLIDADA O ITEM DO ALUNO PAGO PELO
      *LANCAMENTO INDIVIDUAL, QUANDO ELE PERTENCE A UMA CONTA FAMILIA
       P27-BAIXA-ITEM-FAMILIA.
            SET FFL-OK                    TO TRUE
            OPEN INPUT FAMALUNO
            IF NOT FFL-OK
               CLOSE FAMALUNO
               GO TO P27-BAIXA-ITEM-FAMILIA-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-FAL
            READ FAMALUNO
                KEY IS ID-ALUNO-FAL
                INVALID KEY
                    CLOSE FAMALUNO
                    GO TO P27-BAIXA-ITEM-FAMILIA-FIM
            END-READ
            MOVE ID-FAMILIA-FAL           TO WS-ID-FAMILIA-ALUNO
            CLOSE FAMALUNO

            SET FCF-OK                    TO TRUE
            OPEN I-O COBFAM
            IF NOT FCF-OK
               CLOSE COBFAM
               GO TO P27-BAIXA-ITEM-FAMILIA-FIM
            END-IF
            MOVE WS-ID-FAMILIA-ALUNO      TO ID-FAMILIA-CBF
            MOVE WS-AAAAMM-INF            TO AAAAMM-CBF
            READ COBFAM
                KEY IS ID-COBFAM
                INVALID KEY
                    CLOSE COBFAM
                    GO TO P27-BAIXA-ITEM-FAMILIA-FIM
            END-READ

            PERFORM VARYING WS-IX-FAM FROM 1 BY 1
                    UNTIL WS-IX-FAM GREATER THAN QT-ITENS-CBF
                IF ID-ALUNO-ITF(WS-IX-FAM) EQUAL WS-ID-ALUNO-INF AND
                   ST-ITEM-CBF(WS-IX-FAM) EQUAL 'A'
                   MOVE 'P'               TO ST-ITEM-CBF(WS-IX-FAM)
                   ADD WS-VL-INFORMADO    TO VL-PAGO-CBF
                END-IF
            END-PERFORM
            PERFORM P28-SITUACAO-COBFAM   THRU P28-SITUACAO-COBFAM-FIM
            REWRITE REG-COBFAM
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR A COBRANCA DA FAMILIA'
                NOT INVALID KEY
                    DISPLAY 'ITEM BAIXADO NA COBRANCA DA FAMILIA '
                            WS-ID-FAMILIA-ALUNO '.'
            END-REWRITE
            CLOSE COBFAM
            .
       P27-BAIXA-ITEM-FAMILIA-FIM.

      *A COBRANCA CONSOLIDADA FICA PAGA QUANDO NAO RESTA ITEM EM ABERTO
       P28-SITUACAO-COBFAM.
            MOVE ZEROS                    TO WS-QT-ITENS-ABERTOS
            PERFORM VARYING WS-IX-FAM FROM 1 BY 1
                    UNTIL WS-IX-FAM GREATER THAN QT-ITENS-CBF
                IF ST-ITEM-CBF(WS-IX-FAM) EQUAL 'A'
                   ADD 1                  TO WS-QT-ITENS-ABERTOS
                END-IF
            END-PERFORM
            IF WS-QT-ITENS-ABERTOS EQUAL ZEROS
               MOVE 'P'                   TO ST-COBFAM
               IF DT-PAGAMENTO-CBF EQUAL ZEROS
                  MOVE WS-DATA-HOJE       TO DT-PAGAMENTO-CBF
               END-IF
            ELSE
               MOVE 'A'                   TO ST-COBFAM
            END-IF
            .
       P28-SITUACAO-COBFAM-FIM.

      *LANCA A SOBRA DO PAGAMENTO (WS-VL-SOBRA) NA CONTA DE CREDITO
      *DO ALUNO WS-ID-ALUNO-INF, COM O RECIBO EMITIDO COMO DOCUMENTO;
      *A SOBRA RECEBIDA NO BALCAO ENTRA NO FECHAMENTO DE CAIXA
       P29-CREDITA-SOBRA.
            MOVE WS-ID-ALUNO-INF          TO WS-CRD-ALUNO
            MOVE 'S'                      TO WS-CRD-TIPO
            MOVE 'B'                      TO WS-CRD-ORIGEM
            MOVE WS-VL-SOBRA              TO WS-CRD-VALOR
            MOVE WS-AAAAMM-INF            TO WS-CRD-AAAAMM
            MOVE WS-RCB-NUMERO            TO WS-CRD-DOC
            MOVE ZEROS                    TO WS-CRD-DATA
            MOVE 'SOBRA DE PAGAMENTO'     TO WS-CRD-DESCRICAO
            PERFORM C9-LANCA-CREDITO      THRU C9-LANCA-CREDITO-FIM
            IF NOT CRD-LANCADO
               DISPLAY 'SOBRA DE ' WS-VL-SOBRA ' NAO LANCADA NO'
                       ' CREDITO - DEVOLVA O TROCO A FAMILIA.'
               GO TO P29-CREDITA-SOBRA-FIM
            END-IF

            DISPLAY 'CREDITO DE ' WS-VL-SOBRA ' LANCADO PARA O ALUNO '
                    WS-CRD-ALUNO ' - SALDO DE CREDITO: ' WS-CRD-SALDO
            MOVE 'MENSALID'               TO WS-AUD-PROGRAMA
            MOVE 'CREDITO'                TO WS-AUD-OPERACAO
            STRING 'ALUNO ' WS-CRD-ALUNO ' MES '
                   WS-CRD-AAAAMM ' SOBRA ' WS-VL-SOBRA
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P29-CREDITA-SOBRA-FIM.

      *ABATE NA COBRANCA RECEM GERADA O CREDITO DISPONIVEL DO ALUNO,
      *ATE O VALOR DA MENSALIDADE LIQUIDA DA BOLSA; O ABATIMENTO
      *ENTRA NO DESCONTO DA COBRANCA E E LANCADO COMO CREDITO UTILIZADO
       P30-USA-CREDITO.
            IF VL-MENSALIDADE NOT GREATER THAN VL-DESCONTO
               GO TO P30-USA-CREDITO-FIM
            END-IF

            MOVE WS-ID-ALUNO-ATUAL        TO WS-CRD-ALUNO
            MOVE 'U'                      TO WS-CRD-TIPO
            MOVE SPACES                   TO WS-CRD-ORIGEM
            COMPUTE WS-CRD-VALOR = VL-MENSALIDADE - VL-DESCONTO
            END-COMPUTE
            MOVE WS-AAAAMM-INF            TO WS-CRD-AAAAMM
            MOVE ZEROS                    TO WS-CRD-DOC
                                             WS-CRD-DATA
            MOVE 'ABATIDO NA MENSAL.'     TO WS-CRD-DESCRICAO
            PERFORM C9-LANCA-CREDITO      THRU C9-LANCA-CREDITO-FIM
            IF NOT CRD-LANCADO
               GO TO P30-USA-CREDITO-FIM
            END-IF

            ADD WS-CRD-VALOR              TO VL-DESCONTO
            REWRITE REG-MENSALIDADE
                INVALID KEY
                    DISPLAY 'ERRO AO ABATER O CREDITO DO ALUNO '
                            WS-CRD-ALUNO
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-CRED-USADOS
                    ADD WS-CRD-VALOR      TO WS-VL-CRED-USADO
            END-REWRITE
            .
       P30-USA-CREDITO-FIM.

      *PRECO DA SERIE EM VIGOR NA COMPETENCIA GERADA: O DE MAIOR
      *INICIO NAO POSTERIOR A ELA NA TABELA DE PRECOS (CFP001S96);
      *SEM PRECO NA TABELA FICA O VALOR DO CADASTRO DA SERIE
       P31-PRECO-VIGENTE.
            SET FPR-OK                    TO TRUE
            OPEN INPUT PRECOSERIE
            IF NOT FPR-OK
               CLOSE PRECOSERIE
               GO TO P31-PRECO-VIGENTE-FIM
            END-IF

            SET EOF2-OK                   TO FALSE
            MOVE WS-ID-SERIE-ALUNO        TO ID-SERIE-PRC
            MOVE ZEROS                    TO AAAAMM-INI-PRC
            START PRECOSERIE KEY NOT LESS THAN ID-PRECOSERIE
                INVALID KEY
                    SET EOF2-OK           TO TRUE
            END-START
            PERFORM UNTIL EOF2-OK
                READ PRECOSERIE NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ID-SERIE-PRC NOT EQUAL WS-ID-SERIE-ALUNO
                           OR AAAAMM-INI-PRC GREATER
                              THAN WS-AAAAMM-INF
                           SET EOF2-OK    TO TRUE
                        ELSE
                           MOVE VL-MENSAL-PRC TO WS-VL-SERIE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PRECOSERIE
            .
       P31-PRECO-VIGENTE-FIM.

      *PERGUNTA SE A SERIE DOS ALUNOS SAI DO EXTRATO NOTURNO DE
      *RELATORIOS DO ANO DA COMPETENCIA; SE SIM, CARREGA NUMA UNICA
      *LEITURA A SERIE E O VALOR DE CADA ALUNO DO ROTEIRO (A PRIMEIRA
      *TURMA DELE, COMO NO ROTEIRO). SEM EXTRATO UTILIZAVEL, DESLIGA O
      *MODO E A GERACAO LE OS ARQUIVOS
       P32-CARREGA-SERIES.
            MOVE ZEROS                    TO WS-QT-SER-EXR
            DISPLAY 'LER DO EXTRATO NOTURNO DE RELATORIOS? (S/N)'
            ACCEPT WS-EXR-MODO
            IF NOT EXR-MODO-EXTRATO
               GO TO P32-CARREGA-SERIES-FIM
            END-IF
            COMPUTE WS-EXR-ANO = WS-AAAAMM-INF / 100
            END-COMPUTE
            PERFORM X9-ABRE-EXTRATO       THRU X9-ABRE-EXTRATO-FIM
            IF NOT EXR-ABERTO
               MOVE 'N'                   TO WS-EXR-MODO
               GO TO P32-CARREGA-SERIES-FIM
            END-IF

            PERFORM X9-LE-EXTRATO         THRU X9-LE-EXTRATO-FIM
            PERFORM UNTIL EXR-EOF
                IF ID-TURMA-EXR GREATER THAN ZEROS
                   MOVE ID-ALUNO-EXR      TO WS-ID-ALUNO-SER
                   PERFORM P33-SERIE-DO-EXTRATO
                           THRU P33-SERIE-DO-EXTRATO-FIM
                   IF WS-IX-SER GREATER THAN WS-QT-SER-EXR
                      AND WS-QT-SER-EXR LESS THAN 999
                      ADD 1               TO WS-QT-SER-EXR
                      MOVE ID-ALUNO-EXR   TO WS-SX-ALUNO(WS-QT-SER-EXR)
                      MOVE ID-SERIE-EXR   TO WS-SX-SERIE(WS-QT-SER-EXR)
                      MOVE VL-MENSAL-SERIE-EXR
                                          TO WS-SX-VALOR(WS-QT-SER-EXR)
                   END-IF
                END-IF
                PERFORM X9-LE-EXTRATO     THRU X9-LE-EXTRATO-FIM
            END-PERFORM
            PERFORM X9-FECHA-EXTRATO      THRU X9-FECHA-EXTRATO-FIM
            DISPLAY 'ALUNOS COM SERIE LIDA DO EXTRATO: ' WS-QT-SER-EXR
            .
       P32-CARREGA-SERIES-FIM.

      *PROCURA WS-ID-ALUNO-SER NA TABELA DO EXTRATO (WS-IX-SER ALEM
      *DO FIM = NAO ESTA NELA). O ALUNO QUE NAO ESTA NO EXTRATO
      *(ROTEIRO ALTERADO DEPOIS DELE) E APURADO PELOS ARQUIVOS
       P33-SERIE-DO-EXTRATO.
            PERFORM VARYING WS-IX-SER FROM 1 BY 1
                    UNTIL WS-IX-SER GREATER THAN WS-QT-SER-EXR
                       OR WS-SX-ALUNO(WS-IX-SER) EQUAL WS-ID-ALUNO-SER
                CONTINUE
            END-PERFORM
            .
       P33-SERIE-DO-EXTRATO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY CREDLANC.
       COPY NEGBAIXA.
       COPY EXTLEIT.

       P0-FIM.
            GOBACK.
