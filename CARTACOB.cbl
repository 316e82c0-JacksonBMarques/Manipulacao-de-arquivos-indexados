      * UPDATE: 02/09/2026 - CRIACAO DAS CARTAS DE COBRANCA
      * UPDATE: 02/09/2026 - A CARTA PASSA A IMPRIMIR O TELEFONE DE
      *         CONTATO DO RESPONSAVEL (TL-RESP1 DO CFP001S19)
      * UPDATE: 15/10/2026 - OS IRMAOS DE UMA CONTA FAMILIA (CFP001S90)
      *         RECEBEM UMA CARTA SO, ENDERECADA AO RESPONSAVEL DA
      *         FAMILIA, COM OS ALUNOS EM DEBITO DISCRIMINADOS; A
      *         ESCALADA PARTE DA CARTA MAIS ALTA JA ENVIADA AOS IRMAOS
      *         E O ENVIO FICA REGISTRADO PARA CADA UM
      * UPDATE: 15/10/2026 - CADA CARTA EMITIDA TAMBEM E ENFILEIRADA
      *         PARA AVISO POR SMS (CFP001S103) NO TELEFONE DO
      *         DESTINATARIO
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTACOB.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCB.

                SELECT FAMILIA ASSIGN TO WS-PATH-FAMILIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-FAMILIA
                FILE STATUS IS WS-FFA.

                SELECT FAMALUNO ASSIGN TO WS-PATH-FAMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-FAL
                FILE STATUS IS WS-FFL.

                SELECT CARTAS ASSIGN TO WS-PATH-CARTAS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FCR.

                SELECT NOTIFICA ASSIGN TO WS-PATH-NOTIFICA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-NOTIFICA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-NTF-FS.

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
          COPY CFPK0015.
       FD COBRANCA.
          COPY CFPK0037.
       FD FAMILIA.
          COPY CFPK0081.
       FD FAMALUNO.
          COPY CFPK0082.
       FD CARTAS.
       01 REG-CARTA                       PIC X(80).
       FD NOTIFICA.
          COPY CFPK0094.
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
       COPY NOTIFVARS.
       77 WS-FME                          PIC 99.
          88 FME-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FCB-OK                       VALUE 0.
       77 WS-FCR                          PIC 99.
          88 FCR-OK                       VALUE 0.
       77 WS-FFA                          PIC 99.
          88 FFA-OK                       VALUE 0.
       77 WS-FFL                          PIC 99.
          88 FFL-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
       77 WS-ANO-HOJE                     PIC 9(04) VALUE ZEROS.
       77 WS-MES-HOJE                     PIC 9(02) VALUE ZEROS.
       77 WS-CORTE-MESES                  PIC 9(02) VALUE ZEROS.
      *DEVEDORES SELECIONADOS (ATE 200 ALUNOS OU CONTAS FAMILIA);
      *O DEVEDOR DE UMA FAMILIA (CFP001S90) RECEBE UMA CARTA SO, COM
      *OS IRMAOS EM DEBITO (ATE 6) DISCRIMINADOS
       77 WS-QT-DEVEDORES                 PIC 9(03) VALUE ZEROS.
       77 WS-IX                           PIC 9(03) VALUE ZEROS.
       77 WS-IX-ACHADO                    PIC 9(03) VALUE ZEROS.
       77 WS-IX-ALU                       PIC 9(02) VALUE ZEROS.
       77 WS-ALU-ACHADO                   PIC X VALUE 'N'.
          88 ALU-ACHADO                   VALUE 'S' FALSE 'N'.
       77 WS-FAMILIAS-DISPONIVEL          PIC X VALUE 'N'.
          88 FAMILIAS-DISPONIVEL          VALUE 'S' FALSE 'N'.
       77 WS-ID-FAMILIA-ALUNO             PIC 9(05) VALUE ZEROS.
       01 WS-TAB-DEVEDORES.
          03 WS-DEV-ENT OCCURS 200 TIMES.
             05 WS-DEV-ALUNO              PIC 9(05).
             05 WS-DEV-MESES              PIC 9(04).
             05 WS-DEV-QT                 PIC 9(03).
             05 WS-DEV-VALOR              PIC 9(07)V9(02).
             05 WS-DEV-FAMILIA            PIC 9(05).
             05 WS-DEV-QT-ALU             PIC 9(02).
             05 WS-DEV-ALU-FAM            PIC 9(05)
                                          OCCURS 6 TIMES.
      *APURACAO DA COBRANCA CORRENTE
       77 WS-ANO-MEN                      PIC 9(04) VALUE ZEROS.
       77 WS-MES-MEN                      PIC 9(02) VALUE ZEROS.
       77 WS-NM-RESP-CARTA                PIC X(20) VALUE SPACES.
       77 WS-PARENTESCO-CARTA             PIC X(10) VALUE SPACES.
       77 WS-TL-RESP-CARTA                PIC 9(09) VALUE ZEROS.
       77 WS-ID-RESP-CARTA                PIC 9(05) VALUE ZEROS.
       77 WS-VL-NOTIF-ED                  PIC ZZZZZZ9,99.
       77 WS-QT-AVISOS                    PIC 9(03) VALUE ZEROS.
       77 WS-NIVEL-IDADE                  PIC 9(01) VALUE ZEROS.
       77 WS-NIVEL-ANTERIOR               PIC 9(01) VALUE ZEROS.
       77 WS-NIVEL-CARTA                  PIC 9(01) VALUE ZEROS.
       77 WS-NIVEL-MAIOR                  PIC 9(01) VALUE ZEROS.
       77 WS-QT-EMITIDAS                  PIC 9(03) VALUE ZEROS.
       77 WS-LINHA-CAR                    PIC X(80) VALUE SPACES.
      *SALTO DE PAGINA (FORM FEED) ENTRE AS CARTAS IMPRESSAS
               CLOSE MENSALIDADE
               GO TO P1-FIM
            END-IF
            SET FAMILIAS-DISPONIVEL       TO FALSE
            SET FFL-OK                    TO TRUE
            OPEN INPUT FAMALUNO
            IF FFL-OK
               SET FAMILIAS-DISPONIVEL    TO TRUE
            END-IF
            PERFORM P2-SELECIONA-UMA
                    THRU P2-SELECIONA-UMA-FIM UNTIL EOF-OK
            CLOSE MENSALIDADE
            CLOSE FAMALUNO

            IF WS-QT-DEVEDORES EQUAL ZEROS
               DISPLAY 'NENHUM ALUNO COM ATRASO ALEM DO CORTE.'
            END-IF

            SET FCR-OK                    TO TRUE
            MOVE WS-PATH-CARTAS           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND CARTAS
            IF WS-FCR EQUAL 35
               OPEN OUTPUT CARTAS
            END-IF

            MOVE ZEROS                    TO WS-QT-EMITIDAS
                                             WS-QT-AVISOS
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-DEVEDORES
                MOVE WS-DEV-ALUNO(WS-IX)  TO WS-ID-ALUNO-CARTA
                        THRU P3-EMITE-CARTA-FIM
            END-PERFORM
            CLOSE CARTAS
            MOVE 'CARTA'                  TO WS-SPL-TIPO
            MOVE 'CARTACOB'               TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM

            DISPLAY 'CARTAS EMITIDAS: ' WS-QT-EMITIDAS
                    ' - ARQUIVE-AS PELO ARQUIVO MORTO (FONTE'
                    ' CARTAS).'
            DISPLAY 'AVISOS POR SMS ENFILEIRADOS: ' WS-QT-AVISOS

            MOVE 'CARTACOB'               TO WS-AUD-PROGRAMA
            MOVE 'CARTAS'                 TO WS-AUD-OPERACAO
            COMPUTE WS-VL-DEVIDO = VL-MENSALIDADE - VL-DESCONTO
            END-COMPUTE

            MOVE ZEROS                    TO WS-ID-FAMILIA-ALUNO
            IF FAMILIAS-DISPONIVEL
               MOVE ID-ALUNO-MEN          TO ID-ALUNO-FAL
               READ FAMALUNO
                   KEY IS ID-ALUNO-FAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ID-FAMILIA-FAL TO WS-ID-FAMILIA-ALUNO
               END-READ
            END-IF

            MOVE ZEROS                    TO WS-IX-ACHADO
            IF WS-QT-DEVEDORES GREATER THAN ZEROS
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER THAN WS-QT-DEVEDORES
                   IF WS-ID-FAMILIA-ALUNO GREATER THAN ZEROS
                      IF WS-DEV-FAMILIA(WS-IX)
                         EQUAL WS-ID-FAMILIA-ALUNO
                         MOVE WS-IX       TO WS-IX-ACHADO
                      END-IF
                   ELSE
                      IF WS-DEV-ALUNO(WS-IX) EQUAL ID-ALUNO-MEN
                         AND WS-DEV-FAMILIA(WS-IX) EQUAL ZEROS
                         MOVE WS-IX       TO WS-IX-ACHADO
                      END-IF
                   END-IF
               END-PERFORM
            END-IF
               MOVE ZEROS                 TO WS-DEV-MESES(WS-IX-ACHADO)
               MOVE ZEROS                 TO WS-DEV-QT(WS-IX-ACHADO)
               MOVE ZEROS                 TO WS-DEV-VALOR(WS-IX-ACHADO)
               MOVE WS-ID-FAMILIA-ALUNO
                    TO WS-DEV-FAMILIA(WS-IX-ACHADO)
               MOVE ZEROS                 TO WS-DEV-QT-ALU(WS-IX-ACHADO)
            END-IF
            IF WS-IX-ACHADO GREATER THAN ZEROS
               SET ALU-ACHADO             TO FALSE
               PERFORM VARYING WS-IX-ALU FROM 1 BY 1
                       UNTIL WS-IX-ALU GREATER
                             THAN WS-DEV-QT-ALU(WS-IX-ACHADO)
                   IF WS-DEV-ALU-FAM(WS-IX-ACHADO WS-IX-ALU)
                      EQUAL ID-ALUNO-MEN
                      SET ALU-ACHADO      TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ALU-ACHADO
                  AND WS-DEV-QT-ALU(WS-IX-ACHADO) LESS THAN 6
                  ADD 1                   TO WS-DEV-QT-ALU(WS-IX-ACHADO)
                  MOVE WS-DEV-QT-ALU(WS-IX-ACHADO) TO WS-IX-ALU
                  MOVE ID-ALUNO-MEN
                       TO WS-DEV-ALU-FAM(WS-IX-ACHADO WS-IX-ALU)
               END-IF
               ADD 1                      TO WS-DEV-QT(WS-IX-ACHADO)
               ADD WS-VL-DEVIDO           TO WS-DEV-VALOR(WS-IX-ACHADO)
               IF WS-MESES-ATRASO GREATER

            PERFORM P4-BUSCA-RESPONSAVEL
                    THRU P4-BUSCA-RESPONSAVEL-FIM
            IF WS-DEV-FAMILIA(WS-IX) GREATER THAN ZEROS
               PERFORM P7-RESPONSAVEL-FAMILIA
                       THRU P7-RESPONSAVEL-FAMILIA-FIM
            END-IF

      *MODELO SUGERIDO PELA IDADE DO DEBITO
            EVALUATE TRUE
            END-EVALUATE

      *ESCALADA: NO MAXIMO UM NIVEL ACIMA DA ULTIMA CARTA ENVIADA
      *(NA FAMILIA, A MAIS ALTA ENTRE AS DOS IRMAOS EM DEBITO)
            MOVE ZEROS                    TO WS-NIVEL-MAIOR
            PERFORM VARYING WS-IX-ALU FROM 1 BY 1
                    UNTIL WS-IX-ALU GREATER THAN WS-DEV-QT-ALU(WS-IX)
                MOVE WS-DEV-ALU-FAM(WS-IX WS-IX-ALU)
                                          TO WS-ID-ALUNO-CARTA
                PERFORM P5-ULTIMO-ENVIO   THRU P5-ULTIMO-ENVIO-FIM
                IF WS-NIVEL-ANTERIOR GREATER THAN WS-NIVEL-MAIOR
                   MOVE WS-NIVEL-ANTERIOR TO WS-NIVEL-MAIOR
                END-IF
            END-PERFORM
            MOVE WS-NIVEL-MAIOR           TO WS-NIVEL-ANTERIOR
            MOVE WS-DEV-ALUNO(WS-IX)      TO WS-ID-ALUNO-CARTA
            COMPUTE WS-NIVEL-CARTA = WS-NIVEL-ANTERIOR + 1
            END-COMPUTE
            IF WS-NIVEL-CARTA GREATER THAN WS-NIVEL-IDADE
            MOVE WS-LINHA-CAR             TO REG-CARTA
            WRITE REG-CARTA

            IF WS-DEV-QT-ALU(WS-IX) GREATER THAN 1
               MOVE SPACES                TO WS-LINHA-CAR
               STRING 'RESPONSAVEL PELOS ALUNOS DA CONTA FAMILIA '
                      WS-DEV-FAMILIA(WS-IX) ':'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-CAR
               END-STRING
               MOVE WS-LINHA-CAR          TO REG-CARTA
               WRITE REG-CARTA
               PERFORM VARYING WS-IX-ALU FROM 1 BY 1
                       UNTIL WS-IX-ALU GREATER THAN
                             WS-DEV-QT-ALU(WS-IX)
                   MOVE WS-DEV-ALU-FAM(WS-IX WS-IX-ALU)
                                          TO WS-ID-ALUNO-CARTA
                   PERFORM P8-LINHA-IRMAO THRU P8-LINHA-IRMAO-FIM
               END-PERFORM
               MOVE WS-DEV-ALUNO(WS-IX)   TO WS-ID-ALUNO-CARTA
            ELSE
               MOVE SPACES                TO WS-LINHA-CAR
               STRING 'RESPONSAVEL PELO(A) ALUNO(A) '
                      WS-ID-ALUNO-CARTA ' - '
                      FUNCTION TRIM(WS-NM-ALUNO-CARTA)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-CAR
               END-STRING
               MOVE WS-LINHA-CAR          TO REG-CARTA
               WRITE REG-CARTA
            END-IF

            MOVE SPACES                   TO WS-LINHA-CAR
            STRING 'CONSTAM ' WS-DEV-QT(WS-IX)
            WRITE REG-CARTA

            ADD 1                         TO WS-QT-EMITIDAS
            PERFORM P9-NOTIFICA-DEBITO    THRU P9-NOTIFICA-DEBITO-FIM
            PERFORM VARYING WS-IX-ALU FROM 1 BY 1
                    UNTIL WS-IX-ALU GREATER THAN WS-DEV-QT-ALU(WS-IX)
                MOVE WS-DEV-ALU-FAM(WS-IX WS-IX-ALU)
                                          TO WS-ID-ALUNO-CARTA
                PERFORM P6-REGISTRA-ENVIO THRU P6-REGISTRA-ENVIO-FIM
            END-PERFORM
            .
       P3-EMITE-CARTA-FIM.

            MOVE 'RESPONSAVEL'            TO WS-NM-RESP-CARTA
            MOVE SPACES                   TO WS-PARENTESCO-CARTA
            MOVE ZEROS                    TO WS-TL-RESP-CARTA
                                             WS-ID-RESP-CARTA
            SET EOF2-OK                   TO FALSE
            SET FRS-OK                    TO TRUE

                                          TO WS-PARENTESCO-CARTA
                              MOVE TL-RESP1
                                          TO WS-TL-RESP-CARTA
                              MOVE ID-REGISTRO-RESP
                                          TO WS-ID-RESP-CARTA
                              SET EOF2-OK TO TRUE
                           END-IF
                   END-READ
            .
       P6-REGISTRA-ENVIO-FIM.

      *O DEVEDOR E UMA CONTA FAMILIA: A CARTA VAI PARA O RESPONSAVEL
      *CADASTRADO NA FAMILIA (CFP001S90)
       P7-RESPONSAVEL-FAMILIA.
            SET FFA-OK                    TO TRUE
            OPEN INPUT FAMILIA
            IF FFA-OK
               MOVE WS-DEV-FAMILIA(WS-IX) TO ID-FAMILIA
               READ FAMILIA
                   KEY IS ID-FAMILIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-RESP-FAM   TO WS-NM-RESP-CARTA
                       MOVE PARENTESCO-FAM
                                          TO WS-PARENTESCO-CARTA
                       MOVE TL-RESP-FAM   TO WS-TL-RESP-CARTA
                       MOVE ZEROS         TO WS-ID-RESP-CARTA
               END-READ
            END-IF
            CLOSE FAMILIA
            .
       P7-RESPONSAVEL-FAMILIA-FIM.

      *IMPRIME NA CARTA DA FAMILIA A LINHA DO IRMAO EM DEBITO
       P8-LINHA-IRMAO.
            MOVE SPACES                   TO WS-NM-ALUNO-CARTA
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               MOVE WS-ID-ALUNO-CARTA     TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-NM-ALUNO-CARTA
               END-READ
            END-IF
            CLOSE ALUNO

            MOVE SPACES                   TO WS-LINHA-CAR
            STRING '   ALUNO(A) ' WS-ID-ALUNO-CARTA ' - '
                   FUNCTION TRIM(WS-NM-ALUNO-CARTA)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CAR
            END-STRING
            MOVE WS-LINHA-CAR             TO REG-CARTA
            WRITE REG-CARTA
            .
       P8-LINHA-IRMAO-FIM.

      *AVISA O DESTINATARIO DA CARTA, PELA FILA DE NOTIFICACOES, DA
      *MENSALIDADE VENCIDA (SO QUANDO HA TELEFONE DE CONTATO)
       P9-NOTIFICA-DEBITO.
            IF WS-TL-RESP-CARTA EQUAL ZEROS
               GO TO P9-NOTIFICA-DEBITO-FIM
            END-IF
            MOVE WS-DEV-VALOR(WS-IX)      TO WS-VL-NOTIF-ED
            MOVE WS-DEV-ALUNO(WS-IX)      TO WS-NTF-ID-ALUNO
            MOVE WS-ID-RESP-CARTA         TO WS-NTF-ID-RESP
            MOVE WS-TL-RESP-CARTA         TO WS-NTF-TELEFONE
            MOVE 'COBRANCA'               TO WS-NTF-TIPO
            MOVE 'CARTACOB'               TO WS-NTF-PROGRAMA
            MOVE SPACES                   TO WS-NTF-TEXTO
            STRING 'MENSALIDADE VENCIDA: ' WS-DEV-QT(WS-IX)
                   ' PARCELA(S), TOTAL ' FUNCTION TRIM(WS-VL-NOTIF-ED)
                   ' - PROCURE A SECRETARIA'
                   DELIMITED BY SIZE
                   INTO WS-NTF-TEXTO
            END-STRING
            PERFORM N9-GRAVA-NOTIFICACAO
                    THRU N9-GRAVA-NOTIFICACAO-FIM
            ADD WS-NTF-QT                 TO WS-QT-AVISOS
            .
       P9-NOTIFICA-DEBITO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY NOTIFFILA.

       P0-FIM.
            GOBACK.
