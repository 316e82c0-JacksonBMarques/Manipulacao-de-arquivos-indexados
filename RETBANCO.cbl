      *            POS 06-11  COMPETENCIA AAAAMM     9(06)
      *            POS 12-18  VALOR PAGO             9(05)V9(02)
      *            POS 19-26  DATA DO PAGAMENTO      AAAAMMDD
      *            POS 27-36  NOSSO NUMERO (OPCIONAL) 9(10)
      *          os pagamentos casados com a cobranca do CFP001S37
      *          recebem DT-PAGAMENTO/VL-PAGO e situacao PAGA; os que
      *          nao casam (cobranca inexistente, ja paga ou linha
      * UPDATE: 02/09/2026 - MES COM SITUACAO 'R' (RENEGOCIADO) VAI
      *         PARA OS REJEITADOS EM VEZ DE RECEBER BAIXA DIRETA:
      *         A DIVIDA VIVE NAS PARCELAS DO ACORDO (RENEGOC)
      * UPDATE: 15/10/2026 - O RETORNO PASSA A SER CONFERIDO CONTRA O
      *         REGISTRO DE REMESSAS (CFP001S72) GERADO PELO REMBANCO:
      *         NOSSO NUMERO INFORMADO NAS POSICOES 27-36 PRECISA
      *         CASAR COM O TITULO ENVIADO, E O TITULO BAIXADO FICA
      *         LIQUIDADO NO REGISTRO COM A DATA DO RETORNO
      * UPDATE: 15/10/2026 - PAGAMENTO DE COBRANCA JA PAGA DEIXA DE SER
      *         REJEITADO E VAI INTEIRO PARA A CONTA DE CREDITO DO ALUNO
      *         (CFP001S93); O PAGO ATE O VENCIMENTO ACIMA DO VALOR DO
      *         TITULO DA REMESSA BAIXA A COBRANCA PELO VALOR DO TITULO
      *         E A DIFERENCA VAI PARA O CREDITO
      * UPDATE: 15/10/2026 - LINHA REJEITADA GUARDADA NOS SUSPENSOS
      *         (CFP001S110) COM O MOTIVO; AS LINHAS CORRIGIDAS E
      *         REENVIADAS PELA TELA DE SUSPENSOS SAO REPROCESSADAS NA
      *         EXECUCAO SEGUINTE
      * UPDATE: 15/10/2026 - BAIXA DE MENSALIDADE NEGATIVADA
      *         (CFP001S120) GERA A BAIXA PARA O BIRO DE CREDITO NO
      *         CFP001T32 (NEGBAIXA.CPY)
      * UPDATE: 15/10/2026 - A BAIXA QUITA TAMBEM OS ITENS EM ABERTO DA
      *         COBRANCA DO MES (ATIVIDADES E TAXAS AVULSAS) QUE VAO NO
      *         TITULO; PAGAMENTO QUE NAO COBRE OS ITENS VAI PARA OS
      *         SUSPENSOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBANCO.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FME.

                SELECT REMESSA ASSIGN TO WS-PATH-REMESSA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-REMESSA-MEN
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FRM.

      * ITENS DA COBRANCA DO MES QUITADOS JUNTO COM A MENSALIDADE
                SELECT COBATIV ASSIGN TO WS-PATH-COBATIV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-COBATIV
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCA.

                SELECT COBAVULSA ASSIGN TO WS-PATH-COBAVULSA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-COBAVULSA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCV.

      * CONTA DE CREDITO DO ALUNO (PAGAMENTO DUPLICADO OU A MAIOR)
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

                SELECT REJEITADOS ASSIGN TO WS-PATH-RETREJ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FRJ.

      * ITENS REJEITADOS GUARDADOS PARA TRATAMENTO E REPROCESSAMENTO
                SELECT SUSPENSO ASSIGN TO WS-PATH-SUSPENSO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SUSPENSO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-SUS-FS.

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

                SELECT JOBCTRL ASSIGN TO WS-PATH-JOBCTRL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       FD RETBANCO.
       01 REG-RETBANCO                    PIC X(36).
       FD MENSALIDADE.
          COPY CFPK0031.
       FD REMESSA.
          COPY CFPK0063.
       FD COBATIV.
          COPY CFPK0076.
       FD COBAVULSA.
          COPY CFPK0107.
       FD CREDCONTA.
          COPY CFPK0084.
       FD CREDMOV.
          COPY CFPK0085.
       FD REJEITADOS.
       01 REG-REJEITADO                   PIC X(80).
       FD SUSPENSO.
          COPY CFPK0102.
       FD NEGATIVACAO.
          COPY CFPK0112.
       FD NEGBAIXA.
       01 REG-NEGBAIXA                    PIC X(152).
       FD JOBCTRL.
          COPY CFPK0021.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY JOBVARS.
       COPY CREDVARS.
       COPY SUSVARS.
       COPY NEGVARS.
       77 WS-FRT                          PIC 99.
          88 FRT-OK                       VALUE 0.
       77 WS-FME                          PIC 99.
          88 FME-OK                       VALUE 0.
       77 WS-FRJ                          PIC 99.
          88 FRJ-OK                       VALUE 0.
       77 WS-FRM                          PIC 99.
          88 FRM-OK                       VALUE 0.
       77 WS-FCA                          PIC 99.
          88 FCA-OK                       VALUE 0.
       77 WS-FCV                          PIC 99.
          88 FCV-OK                       VALUE 0.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
      *TITULO DO RETORNO ENCONTRADO NO REGISTRO DE REMESSAS
       77 WS-TEM-REMESSA                  PIC X VALUE 'N'.
          88 TEM-REMESSA                  VALUE 'S' FALSE 'N'.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
          03 WS-RET-AAAAMM                PIC 9(06).
          03 WS-RET-VALOR                 PIC 9(05)V9(02).
          03 WS-RET-DATA                  PIC 9(08).
          03 WS-RET-NOSSO-NR.
             05 WS-RET-NR-REMESSA         PIC 9(05).
             05 WS-RET-NR-SEQ             PIC 9(05).
       01 WS-LINHA-RET-X REDEFINES WS-LINHA-RET.
          03 WS-RET-TEXTO                 PIC X(36).
      *TOTAIS DO PROCESSAMENTO
       77 WS-QT-LIDAS                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-BAIXADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-REJEITADAS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-LIQUIDADAS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-REPROCESSADAS             PIC 9(05) VALUE ZEROS.
       77 WS-QT-CREDITOS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-NEG-BAIXADAS              PIC 9(05) VALUE ZEROS.
       77 WS-VL-CREDITOS                  PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-SOBRA                     PIC 9(05)V9(02) VALUE ZEROS.
      *ITENS EM ABERTO DA COBRANCA (ATIVIDADES E TAXAS AVULSAS) E O
      *VALOR DEVIDO NO MES COM ELES
       77 WS-VL-ITENS                     PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-QT-ITENS                     PIC 9(03) VALUE ZEROS.
       77 WS-VL-DEVIDO                    PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-QT-ITENS-QUITADOS            PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO-REJ                   PIC X(40) VALUE SPACES.
       77 WS-LINHA-REJ                    PIC X(80) VALUE SPACES.

               GO TO P1-FIM
            END-IF

      *SEM REGISTRO DE REMESSAS (NENHUMA REMESSA GERADA AINDA) O
      *RETORNO E PROCESSADO SO PELA COBRANCA, COMO ANTES
            SET FRM-OK                    TO TRUE
            OPEN I-O REMESSA

            OPEN OUTPUT REJEITADOS

            PERFORM J8-JOB-INICIA         THRU J8-JOB-INICIA-FIM
            MOVE ZEROS                    TO WS-QT-LIDAS
                                             WS-QT-BAIXADAS
                                             WS-QT-REJEITADAS
                                             WS-QT-LIQUIDADAS
                                             WS-QT-REPROCESSADAS
                                             WS-QT-CREDITOS
                                             WS-QT-NEG-BAIXADAS
                                             WS-QT-ITENS-QUITADOS
                                             WS-VL-CREDITOS
            SET EOF-OK                    TO FALSE
            PERFORM P2-PROCESSA-LINHA     THRU P2-PROCESSA-LINHA-FIM
                    UNTIL EOF-OK
            PERFORM P6-REPROCESSA         THRU P6-REPROCESSA-FIM

            CLOSE RETBANCO
            CLOSE MENSALIDADE
            CLOSE REMESSA
            CLOSE REJEITADOS

            DISPLAY 'LINHAS LIDAS     : ' WS-QT-LIDAS
            DISPLAY 'BAIXAS EFETUADAS : ' WS-QT-BAIXADAS
            DISPLAY 'REJEITADAS       : ' WS-QT-REJEITADAS
            DISPLAY 'SUSPENSOS REPROCESSADOS: ' WS-QT-REPROCESSADAS
            DISPLAY 'TITULOS LIQUIDADOS NA REMESSA: ' WS-QT-LIQUIDADAS
            DISPLAY 'ITENS DA COBRANCA QUITADOS: ' WS-QT-ITENS-QUITADOS
            DISPLAY 'CREDITOS DE ALUNO: ' WS-QT-CREDITOS
                    ' VALOR ' WS-VL-CREDITOS
            IF WS-QT-NEG-BAIXADAS GREATER THAN ZEROS
               DISPLAY 'BAIXAS DE NEGATIVACAO GERADAS: '
                       WS-QT-NEG-BAIXADAS
                       ' - ENVIE O ARQUIVO DE BAIXAS AO BIRO.'
            END-IF
            IF WS-QT-REJEITADAS GREATER THAN ZEROS
               DISPLAY 'CONFIRA O RELATORIO DE REJEITADOS; OS ITENS'
                       ' FICAM NOS SUSPENSOS PARA TRATAMENTO.'
            END-IF

            MOVE 'CONCLUIDO'              TO WS-JOB-RESULTADO

            ADD 1                         TO WS-QT-LIDAS
            MOVE REG-RETBANCO             TO WS-RET-TEXTO
            PERFORM P2A-TRATA-LINHA       THRU P2A-TRATA-LINHA-FIM
            .
       P2-PROCESSA-LINHA-FIM.

      *TRATA A LINHA DO RETORNO EM WS-RET-TEXTO (LIDA DO ARQUIVO OU
      *REENVIADA DOS SUSPENSOS)
       P2A-TRATA-LINHA.
      *A LINHA INTEIRA (INCLUSIVE A DATA DO PAGAMENTO, POSICOES
      *19-26) PRECISA SER NUMERICA; DATA ADULTERADA VIRARIA A CHAVE
      *DO DIA NO FECHAMENTO DE CAIXA. O NOSSO NUMERO (27-36) PODE
      *VIR EM BRANCO, MAS SE VIER TEM QUE SER NUMERICO
            IF WS-RET-TEXTO(1:26) NOT NUMERIC
               OR (WS-RET-TEXTO(27:10) NOT EQUAL SPACES
                   AND WS-RET-TEXTO(27:10) NOT NUMERIC)
               MOVE 'LINHA COM LAYOUT INVALIDO'
                                          TO WS-MOTIVO-REJ
               MOVE 'LAYO'                TO WS-SUS-MOTIVO
               PERFORM P3-REJEITA         THRU P3-REJEITA-FIM
               GO TO P2A-TRATA-LINHA-FIM
            END-IF

            MOVE WS-RET-ALUNO             TO ID-ALUNO-MEN
                INVALID KEY
                    MOVE 'COBRANCA NAO ENCONTRADA'
                                          TO WS-MOTIVO-REJ
                    MOVE 'NENC'           TO WS-SUS-MOTIVO
                    PERFORM P3-REJEITA    THRU P3-REJEITA-FIM
                    GO TO P2A-TRATA-LINHA-FIM
            END-READ

      *PAGAMENTO EM DUPLICIDADE: O VALOR INTEIRO VAI PARA A CONTA DE
      *CREDITO DO ALUNO; SO E REJEITADO SE O CREDITO NAO FOR LANCADO
            IF ST-MENSALIDADE EQUAL 'P'
               MOVE WS-RET-VALOR          TO WS-VL-SOBRA
               PERFORM P5-CREDITA-SOBRA   THRU P5-CREDITA-SOBRA-FIM
               IF NOT CRD-LANCADO
                  MOVE 'COBRANCA JA PAGA - CREDITO NAO LANCADO'
                                          TO WS-MOTIVO-REJ
                  MOVE 'GRAV'             TO WS-SUS-MOTIVO
                  PERFORM P3-REJEITA      THRU P3-REJEITA-FIM
               END-IF
               GO TO P2A-TRATA-LINHA-FIM
            END-IF

            IF ST-MENSALIDADE EQUAL 'R'
               MOVE 'MES RENEGOCIADO - TRATE PELO RENEGOC'
                                          TO WS-MOTIVO-REJ
               MOVE 'SITU'                TO WS-SUS-MOTIVO
               PERFORM P3-REJEITA         THRU P3-REJEITA-FIM
               GO TO P2A-TRATA-LINHA-FIM
            END-IF

            PERFORM P4-CONFERE-REMESSA    THRU P4-CONFERE-REMESSA-FIM
            IF WS-MOTIVO-REJ NOT EQUAL SPACES
               PERFORM P3-REJEITA         THRU P3-REJEITA-FIM
               GO TO P2A-TRATA-LINHA-FIM
            END-IF

      *COM ITENS EM ABERTO NA COBRANCA (ATIVIDADES, TAXAS AVULSAS),
      *O PAGAMENTO PRECISA COBRIR A MENSALIDADE LIQUIDA E OS ITENS;
      *ITEM LANCADO DEPOIS DO ENVIO DO TITULO E NAO PAGO DEIXA A
      *LINHA NOS SUSPENSOS E A COBRANCA EM ABERTO PARA O MENSALID
            PERFORM P7-SOMA-ITENS         THRU P7-SOMA-ITENS-FIM
            IF WS-QT-ITENS GREATER THAN ZEROS
               MOVE ZEROS                 TO WS-VL-DEVIDO
               IF VL-DESCONTO LESS THAN VL-MENSALIDADE
                  COMPUTE WS-VL-DEVIDO = VL-MENSALIDADE - VL-DESCONTO
                  END-COMPUTE
               END-IF
               ADD WS-VL-ITENS            TO WS-VL-DEVIDO
               IF WS-RET-VALOR LESS THAN WS-VL-DEVIDO
                  MOVE 'ITENS DA COBRANCA SEM PAGTO - MENSALID'
                                          TO WS-MOTIVO-REJ
                  MOVE 'SITU'             TO WS-SUS-MOTIVO
                  PERFORM P3-REJEITA      THRU P3-REJEITA-FIM
                  GO TO P2A-TRATA-LINHA-FIM
               END-IF
            END-IF

      *PAGO ATE O VENCIMENTO ACIMA DO VALOR DO TITULO ENVIADO: A
      *DIFERENCA VAI PARA O CREDITO (DEPOIS DO VENCIMENTO O BANCO
      *COBRA OS ENCARGOS, QUE FICAM NO VALOR PAGO)
            MOVE ZEROS                    TO WS-VL-SOBRA
            IF TEM-REMESSA
               AND WS-RET-DATA NOT GREATER THAN DT-VENC-REM
               AND WS-RET-VALOR GREATER THAN VL-TITULO-REM
               COMPUTE WS-VL-SOBRA = WS-RET-VALOR - VL-TITULO-REM
               END-COMPUTE
            END-IF

            MOVE 'P'                      TO ST-MENSALIDADE
            MOVE WS-RET-DATA              TO DT-PAGAMENTO
            COMPUTE VL-PAGO = WS-RET-VALOR - WS-VL-SOBRA
            END-COMPUTE
            REWRITE REG-MENSALIDADE
                INVALID KEY
                    MOVE 'ERRO AO GRAVAR A BAIXA'
                                          TO WS-MOTIVO-REJ
                    MOVE 'GRAV'           TO WS-SUS-MOTIVO
                    PERFORM P3-REJEITA    THRU P3-REJEITA-FIM
                    GO TO P2A-TRATA-LINHA-FIM
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-BAIXADAS
            END-REWRITE

            IF WS-QT-ITENS GREATER THAN ZEROS
               PERFORM P8-BAIXA-ITENS     THRU P8-BAIXA-ITENS-FIM
            END-IF

      *DEBITO QUE ESTAVA NEGATIVADO: GERA A BAIXA PARA O BIRO
            MOVE WS-RET-ALUNO             TO WS-NEG-ALUNO
            MOVE WS-RET-AAAAMM            TO WS-NEG-AAAAMM
            MOVE 'RETBANCO'               TO WS-NEG-PROGRAMA
            MOVE WS-DATA-HOJE             TO WS-NEG-DATA
            PERFORM N9-BAIXA-NEGATIVACAO  THRU N9-BAIXA-NEGATIVACAO-FIM
            IF NEG-BAIXA-GERADA
               ADD 1                      TO WS-QT-NEG-BAIXADAS
            END-IF

            IF WS-VL-SOBRA GREATER THAN ZEROS
               PERFORM P5-CREDITA-SOBRA   THRU P5-CREDITA-SOBRA-FIM
               IF NOT CRD-LANCADO
                  DISPLAY 'SOBRA DE ' WS-VL-SOBRA ' DO ALUNO '
                          WS-RET-ALUNO ' NAO LANCADA NO CREDITO.'
               END-IF
            END-IF

            IF TEM-REMESSA
               MOVE 'L'                   TO ST-REMESSA
               MOVE WS-DATA-HOJE          TO DT-RETORNO-REM
               REWRITE REG-REMESSA
                   INVALID KEY
                       DISPLAY 'ERRO AO LIQUIDAR O TITULO DO ALUNO '
                               ID-ALUNO-REM ' NO REGISTRO DE REMESSAS'
                   NOT INVALID KEY
                       ADD 1              TO WS-QT-LIQUIDADAS
               END-REWRITE
            END-IF
            .
       P2A-TRATA-LINHA-FIM.

      *GRAVA UMA LINHA NO RELATORIO DE REJEITADOS E GUARDA A LINHA
      *ORIGINAL NOS SUSPENSOS
       P3-REJEITA.
            ADD 1                         TO WS-QT-REJEITADAS
            MOVE SPACES                   TO WS-LINHA-REJ
            END-STRING
            MOVE WS-LINHA-REJ             TO REG-REJEITADO
            WRITE REG-REJEITADO

            MOVE 'RETBANCO'               TO WS-SUS-PROGRAMA
            MOVE 'RETORNO'                TO WS-SUS-TIPO
            MOVE WS-MOTIVO-REJ            TO WS-SUS-DESCRICAO
            MOVE WS-RET-TEXTO             TO WS-SUS-IMAGEM
            PERFORM R9-SUSP-GRAVA         THRU R9-SUSP-GRAVA-FIM
            .
       P3-REJEITA-FIM.

      *CONFERE O TITULO NO REGISTRO DE REMESSAS: COM NOSSO NUMERO
      *INFORMADO, ELE PRECISA CASAR COM O ENVIO ATIVO DO MES; SEM
      *NOSSO NUMERO, O TITULO ENVIADO (SE HOUVER) E LIQUIDADO JUNTO
       P4-CONFERE-REMESSA.
            MOVE SPACES                   TO WS-MOTIVO-REJ
            SET TEM-REMESSA               TO FALSE

            IF FRM-OK
               MOVE WS-RET-ALUNO          TO ID-ALUNO-REM
               MOVE WS-RET-AAAAMM         TO AAAAMM-REM
               READ REMESSA
                   KEY IS ID-REMESSA-MEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-REMESSA EQUAL 'E'
                          SET TEM-REMESSA TO TRUE
                       END-IF
               END-READ
            END-IF

            IF WS-RET-TEXTO(27:10) EQUAL SPACES
               GO TO P4-CONFERE-REMESSA-FIM
            END-IF

            IF NOT TEM-REMESSA
               MOVE 'NOSSO NUMERO SEM REMESSA ATIVA'
                                          TO WS-MOTIVO-REJ
               MOVE 'NENC'                TO WS-SUS-MOTIVO
               GO TO P4-CONFERE-REMESSA-FIM
            END-IF

            IF WS-RET-NR-REMESSA NOT EQUAL NR-REMESSA
               OR WS-RET-NR-SEQ NOT EQUAL NR-SEQ-REM
               MOVE 'NOSSO NUMERO NAO CONFERE COM A REMESSA'
                                          TO WS-MOTIVO-REJ
               MOVE 'NENC'                TO WS-SUS-MOTIVO
            END-IF
            .
       P4-CONFERE-REMESSA-FIM.

      *LANCA WS-VL-SOBRA NA CONTA DE CREDITO DO ALUNO DA LINHA, NA
      *DATA DO PAGAMENTO NO BANCO
       P5-CREDITA-SOBRA.
            MOVE WS-RET-ALUNO             TO WS-CRD-ALUNO
            MOVE 'S'                      TO WS-CRD-TIPO
            MOVE 'R'                      TO WS-CRD-ORIGEM
            MOVE WS-VL-SOBRA              TO WS-CRD-VALOR
            MOVE WS-RET-AAAAMM            TO WS-CRD-AAAAMM
            MOVE ZEROS                    TO WS-CRD-DOC
            MOVE WS-RET-DATA              TO WS-CRD-DATA
            IF ST-MENSALIDADE EQUAL 'P'
               AND WS-VL-SOBRA EQUAL WS-RET-VALOR
               MOVE 'PAGTO EM DUPLICIDADE' TO WS-CRD-DESCRICAO
            ELSE
               MOVE 'PAGTO A MAIOR BANCO' TO WS-CRD-DESCRICAO
            END-IF
            PERFORM C9-LANCA-CREDITO      THRU C9-LANCA-CREDITO-FIM
            IF CRD-LANCADO
               ADD 1                      TO WS-QT-CREDITOS
               ADD WS-CRD-VALOR           TO WS-VL-CREDITOS
            END-IF
            .
       P5-CREDITA-SOBRA-FIM.

      *REPROCESSA AS LINHAS CORRIGIDAS E REENVIADAS PELO OPERADOR NA
      *TELA DE SUSPENSOS, COMO SE VIESSEM NO RETORNO DE HOJE
       P6-REPROCESSA.
            MOVE 'RETBANCO'               TO WS-SUS-PROGRAMA
            MOVE 'RETORNO'                TO WS-SUS-TIPO
            PERFORM R9-SUSP-CARREGA       THRU R9-SUSP-CARREGA-FIM
            PERFORM VARYING WS-SUS-IX FROM 1 BY 1
                    UNTIL WS-SUS-IX GREATER THAN WS-SUS-QT-REENVIO
                MOVE WS-SUS-REENVIO-ID(WS-SUS-IX) TO WS-SUS-ID
                PERFORM R9-SUSP-LE        THRU R9-SUSP-LE-FIM
                IF SUS-LIDO
                   MOVE WS-SUS-IMAGEM     TO WS-RET-TEXTO
                   PERFORM P2A-TRATA-LINHA
                           THRU P2A-TRATA-LINHA-FIM
                   PERFORM R9-SUSP-CONCLUI
                           THRU R9-SUSP-CONCLUI-FIM
                   ADD 1                  TO WS-QT-REPROCESSADAS
                END-IF
            END-PERFORM
            .
       P6-REPROCESSA-FIM.

      *SOMA OS ITENS EM ABERTO DA COBRANCA DO ALUNO E MES DA LINHA
      *(MESMA REGRA DA SOMA DO MENSALID NO PAGAMENTO NO BALCAO)
       P7-SOMA-ITENS.
            MOVE ZEROS                    TO WS-VL-ITENS
                                             WS-QT-ITENS
            SET FCA-OK                    TO TRUE
            OPEN INPUT COBATIV
            IF FCA-OK
               MOVE WS-RET-ALUNO          TO ID-ALUNO-CAT
               MOVE WS-RET-AAAAMM         TO AAAAMM-CAT
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
                           IF ID-ALUNO-CAT NOT EQUAL WS-RET-ALUNO OR
                              AAAAMM-CAT NOT EQUAL WS-RET-AAAAMM
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
               MOVE WS-RET-ALUNO          TO ID-ALUNO-CAV
               MOVE WS-RET-AAAAMM         TO AAAAMM-CAV
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
                           IF ID-ALUNO-CAV NOT EQUAL WS-RET-ALUNO OR
                              AAAAMM-CAV NOT EQUAL WS-RET-AAAAMM
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
       P7-SOMA-ITENS-FIM.

      *QUITA OS ITENS EM ABERTO DA COBRANCA BAIXADA, NA DATA DO
      *PAGAMENTO NO BANCO (SEM RECIBO: O COMPROVANTE E O DO BANCO)
       P8-BAIXA-ITENS.
            SET FCA-OK                    TO TRUE
            OPEN I-O COBATIV
            IF FCA-OK
               MOVE WS-RET-ALUNO          TO ID-ALUNO-CAT
               MOVE WS-RET-AAAAMM         TO AAAAMM-CAT
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
                           IF ID-ALUNO-CAT NOT EQUAL WS-RET-ALUNO OR
                              AAAAMM-CAT NOT EQUAL WS-RET-AAAAMM
                              SET EOF2-OK TO TRUE
                           ELSE
                              IF ST-COBATIV EQUAL 'A'
                                 MOVE 'P' TO ST-COBATIV
                                 MOVE WS-RET-DATA TO DT-PAGAMENTO-CAT
                                 MOVE ZEROS TO NR-RECIBO-CAT
                                 REWRITE REG-COBATIV
                                     INVALID KEY
                                         DISPLAY 'ERRO AO QUITAR A'
                                                 ' ATIVIDADE '
                                                 ID-ATIVIDADE-CAT
                                                 ' DO ALUNO '
                                                 WS-RET-ALUNO
                                     NOT INVALID KEY
                                         ADD 1 TO WS-QT-ITENS-QUITADOS
                                 END-REWRITE
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCA DAS'
                       ' ATIVIDADES'
               MOVE WS-FCA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCA ' - ' WS-FS-MSG
            END-IF
            CLOSE COBATIV

            SET FCV-OK                    TO TRUE
            OPEN I-O COBAVULSA
            IF FCV-OK
               MOVE WS-RET-ALUNO          TO ID-ALUNO-CAV
               MOVE WS-RET-AAAAMM         TO AAAAMM-CAV
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
                           IF ID-ALUNO-CAV NOT EQUAL WS-RET-ALUNO OR
                              AAAAMM-CAV NOT EQUAL WS-RET-AAAAMM
                              SET EOF2-OK TO TRUE
                           ELSE
                              IF ST-COBAVULSA EQUAL 'A'
                                 MOVE 'P' TO ST-COBAVULSA
                                 MOVE WS-RET-DATA TO DT-PAGAMENTO-CAV
                                 MOVE ZEROS TO NR-RECIBO-CAV
                                 REWRITE REG-COBAVULSA
                                     INVALID KEY
                                         DISPLAY 'ERRO AO QUITAR A'
                                                 ' COBRANCA AVULSA '
                                                 NR-ORIGEM-CAV
                                                 ' DO ALUNO '
                                                 WS-RET-ALUNO
                                     NOT INVALID KEY
                                         ADD 1 TO WS-QT-ITENS-QUITADOS
                                 END-REWRITE
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE COBAVULSA
            .
       P8-BAIXA-ITENS-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.
       COPY CREDLANC.
       COPY SUSPGRAVA.
       COPY NEGBAIXA.

       P0-FIM.
            GOBACK.
