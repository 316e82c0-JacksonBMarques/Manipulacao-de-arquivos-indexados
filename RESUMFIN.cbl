      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DO RESUMO FINANCEIRO MENSAL
      * UPDATE: 15/10/2026 - RECEITA DAS ATIVIDADES EXTRACURRICULARES
      *         (CFP001S85) EM LINHAS PROPRIAS, COM SERIE 'Annn' (CODIGO
      *         DA ATIVIDADE); O RECEBIDO DA SERIE FICA SO A MENSALIDADE
      * UPDATE: 15/10/2026 - LINHA PCRED NA INTERFACE COM O PASSIVO DE
      *         CREDITO DOS ALUNOS (CFP001S94): ENTRADAS POR SOBRA DE
      *         PAGAMENTO, CREDITO UTILIZADO NAS MENSALIDADES,
      *         DEVOLUCOES PAGAS E SALDO NO FIM DA COMPETENCIA
      * UPDATE: 15/10/2026 - COBRANCAS AVULSAS (CFP001S115) EM LINHAS
      *         PROPRIAS: SERIE 'TXDOC' PARA AS TAXAS DE DOCUMENTOS DO
      *         PROTOCOLO E 'EVENT' PARA OS PASSEIOS E EVENTOS; A AVULSA
      *         PAGA SAI DO RECEBIDO DA SERIE, QUE FICA SO A MENSALIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMFIN.
                RECORD KEY IS ID-TURMA
                FILE STATUS IS WS-FT.

                SELECT COBATIV ASSIGN TO WS-PATH-COBATIV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-COBATIV
                FILE STATUS IS WS-FCA.

                SELECT COBAVULSA ASSIGN TO WS-PATH-COBAVULSA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-COBAVULSA
                FILE STATUS IS WS-FCV.

                SELECT CREDMOV ASSIGN TO WS-PATH-CREDMOV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CREDMOV
                FILE STATUS IS WS-FCR.

                SELECT INTERFACE-CONT ASSIGN TO WS-PATH-RESUMFIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIN.
          COPY CFPK0011.
       FD TURMA.
          COPY CFPK0005.
       FD COBATIV.
          COPY CFPK0076.
       FD COBAVULSA.
          COPY CFPK0107.
       FD CREDMOV.
          COPY CFPK0085.
       FD INTERFACE-CONT.
       01 REG-INTERFACE                   PIC X(80).
       FD JOBCTRL.
          COPY CFPK0021.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
          88 FT-OK                        VALUE 0.
       77 WS-FIN                          PIC 99.
          88 FIN-OK                       VALUE 0.
       77 WS-FCA                          PIC 99.
          88 FCA-OK                       VALUE 0.
       77 WS-FCR                          PIC 99.
          88 FCR-OK                       VALUE 0.
       77 WS-FCV                          PIC 99.
          88 FCV-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
             05 WS-SER-RECEBIDO           PIC 9(09)V9(02).
             05 WS-SER-DESCONTO           PIC 9(09)V9(02).
             05 WS-SER-ABERTO             PIC 9(09)V9(02).
      *TOTAIS POR ATIVIDADE EXTRACURRICULAR (ATE 20 ATIVIDADES)
       77 WS-QT-ATIVIDADES                PIC 9(02) VALUE ZEROS.
       77 WS-QT-ITENS-ATIV                PIC 9(05) VALUE ZEROS.
       77 WS-VL-SEM-DESCONTO              PIC 9(09)V9(02) VALUE ZEROS.
       01 WS-TAB-ATIVIDADES.
          03 WS-ATV-ENT OCCURS 20 TIMES.
             05 WS-ATV-ID                 PIC 9(03).
             05 WS-ATV-FATURADO           PIC 9(09)V9(02).
             05 WS-ATV-RECEBIDO           PIC 9(09)V9(02).
             05 WS-ATV-ABERTO             PIC 9(09)V9(02).
      *TOTAIS DAS COBRANCAS AVULSAS POR ORIGEM: 1 = TAXAS DE
      *DOCUMENTOS DO PROTOCOLO (TXDOC), 2 = PASSEIOS E EVENTOS (EVENT)
       77 WS-QT-ITENS-AVU                 PIC 9(05) VALUE ZEROS.
       77 WS-IX-AVU                       PIC 9(01) VALUE ZEROS.
       01 WS-TAB-AVULSAS.
          03 WS-AVU-ENT OCCURS 2 TIMES.
             05 WS-AVU-SERIE              PIC X(05).
             05 WS-AVU-QT                 PIC 9(05).
             05 WS-AVU-FATURADO           PIC 9(09)V9(02).
             05 WS-AVU-RECEBIDO           PIC 9(09)V9(02).
             05 WS-AVU-ABERTO             PIC 9(09)V9(02).
      *CREDITO DOS ALUNOS (PASSIVO COM AS FAMILIAS): MOVIMENTO DO MES
      *E SALDO NO FIM DA COMPETENCIA
       77 WS-AAAAMM-MOV                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-MOV-CRED                  PIC 9(05) VALUE ZEROS.
       77 WS-VL-CRED-ENTRADA              PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-CRED-UTILIZADO            PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-CRED-DEVOLVIDO            PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-CRED-SALDO                PIC S9(09)V9(02) VALUE ZEROS.
       77 WS-VL-CRED-SALDO-FIM            PIC 9(09)V9(02) VALUE ZEROS.
      *ALUNO CORRENTE E SUA SERIE
       77 WS-ID-ALUNO-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-ID-TURMA-ALUNO               PIC 9(03) VALUE ZEROS.
                    THRU P2-ACUMULA-UMA-FIM UNTIL EOF-OK
            CLOSE MENSALIDADE

            MOVE ZEROS                    TO WS-QT-ATIVIDADES
                                             WS-QT-ITENS-ATIV
            MOVE SPACES                   TO WS-TAB-ATIVIDADES
            SET FCA-OK                    TO TRUE
            OPEN INPUT COBATIV
            IF FCA-OK
               SET EOF-OK                 TO FALSE
               PERFORM P4-ACUMULA-ATIVIDADE
                       THRU P4-ACUMULA-ATIVIDADE-FIM UNTIL EOF-OK
            END-IF
            CLOSE COBATIV

            MOVE ZEROS                    TO WS-QT-ITENS-AVU
                                             WS-TAB-AVULSAS
            MOVE 'TXDOC'                  TO WS-AVU-SERIE(1)
            MOVE 'EVENT'                  TO WS-AVU-SERIE(2)
            SET FCV-OK                    TO TRUE
            OPEN INPUT COBAVULSA
            IF FCV-OK
               SET EOF-OK                 TO FALSE
               PERFORM P6-ACUMULA-AVULSA
                       THRU P6-ACUMULA-AVULSA-FIM UNTIL EOF-OK
            END-IF
            CLOSE COBAVULSA

            MOVE ZEROS                    TO WS-QT-MOV-CRED
                                             WS-VL-CRED-ENTRADA
                                             WS-VL-CRED-UTILIZADO
                                             WS-VL-CRED-DEVOLVIDO
                                             WS-VL-CRED-SALDO
            SET FCR-OK                    TO TRUE
            OPEN INPUT CREDMOV
            IF FCR-OK
               SET EOF-OK                 TO FALSE
               PERFORM P5-ACUMULA-CREDITO
                       THRU P5-ACUMULA-CREDITO-FIM UNTIL EOF-OK
            END-IF
            CLOSE CREDMOV
            IF WS-VL-CRED-SALDO GREATER THAN ZEROS
               MOVE WS-VL-CRED-SALDO      TO WS-VL-CRED-SALDO-FIM
            ELSE
               MOVE ZEROS                 TO WS-VL-CRED-SALDO-FIM
            END-IF

            OPEN OUTPUT INTERFACE-CONT
            MOVE 'AAAAMM;SERIE;FATURADO;RECEBIDO;DESCONTO;ABERTO'
                                          TO REG-INTERFACE
            ELSE
               DISPLAY 'NENHUMA COBRANCA NA COMPETENCIA INFORMADA.'
            END-IF
            IF WS-QT-ATIVIDADES GREATER THAN ZEROS
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER THAN WS-QT-ATIVIDADES
                   MOVE SPACES            TO WS-LINHA-INT
                   STRING WS-AAAAMM-INF ';A'
                          WS-ATV-ID(WS-IX) ';'
                          WS-ATV-FATURADO(WS-IX) ';'
                          WS-ATV-RECEBIDO(WS-IX) ';'
                          WS-VL-SEM-DESCONTO ';'
                          WS-ATV-ABERTO(WS-IX)
                          DELIMITED BY SIZE
                          INTO WS-LINHA-INT
                   END-STRING
                   MOVE WS-LINHA-INT      TO REG-INTERFACE
                   WRITE REG-INTERFACE
                   DISPLAY 'ATIVIDADE ' WS-ATV-ID(WS-IX)
                           ' FATURADO ' WS-ATV-FATURADO(WS-IX)
                           ' RECEBIDO ' WS-ATV-RECEBIDO(WS-IX)
                           ' ABERTO ' WS-ATV-ABERTO(WS-IX)
               END-PERFORM
            END-IF
      *LINHAS DAS COBRANCAS AVULSAS (TAXAS DE DOCUMENTOS E EVENTOS)
            PERFORM VARYING WS-IX-AVU FROM 1 BY 1
                    UNTIL WS-IX-AVU GREATER THAN 2
                IF WS-AVU-QT(WS-IX-AVU) GREATER THAN ZEROS
                   MOVE SPACES            TO WS-LINHA-INT
                   STRING WS-AAAAMM-INF ';'
                          WS-AVU-SERIE(WS-IX-AVU) ';'
                          WS-AVU-FATURADO(WS-IX-AVU) ';'
                          WS-AVU-RECEBIDO(WS-IX-AVU) ';'
                          WS-VL-SEM-DESCONTO ';'
                          WS-AVU-ABERTO(WS-IX-AVU)
                          DELIMITED BY SIZE
                          INTO WS-LINHA-INT
                   END-STRING
                   MOVE WS-LINHA-INT      TO REG-INTERFACE
                   WRITE REG-INTERFACE
                   DISPLAY 'AVULSAS ' WS-AVU-SERIE(WS-IX-AVU)
                           ' FATURADO ' WS-AVU-FATURADO(WS-IX-AVU)
                           ' RECEBIDO ' WS-AVU-RECEBIDO(WS-IX-AVU)
                           ' ABERTO ' WS-AVU-ABERTO(WS-IX-AVU)
                END-IF
            END-PERFORM
      *LINHA DO PASSIVO DE CREDITO DOS ALUNOS: ENTRADAS (SOBRAS),
      *UTILIZADO NAS MENSALIDADES, DEVOLVIDO E SALDO NO FIM DO MES
            IF WS-QT-MOV-CRED GREATER THAN ZEROS
               MOVE SPACES                TO WS-LINHA-INT
               STRING WS-AAAAMM-INF ';PCRED;'
                      WS-VL-CRED-ENTRADA ';'
                      WS-VL-CRED-UTILIZADO ';'
                      WS-VL-CRED-DEVOLVIDO ';'
                      WS-VL-CRED-SALDO-FIM
                      DELIMITED BY SIZE
                      INTO WS-LINHA-INT
               END-STRING
               MOVE WS-LINHA-INT          TO REG-INTERFACE
               WRITE REG-INTERFACE
               DISPLAY 'CREDITO DE ALUNOS: ENTRADAS '
                       WS-VL-CRED-ENTRADA ' UTILIZADO '
                       WS-VL-CRED-UTILIZADO
               DISPLAY '   DEVOLVIDO ' WS-VL-CRED-DEVOLVIDO
                       ' SALDO (PASSIVO) ' WS-VL-CRED-SALDO-FIM
            END-IF
            CLOSE INTERFACE-CONT

            DISPLAY 'INTERFACE GRAVADA COM ' WS-QT-REGISTROS
            MOVE 'RESUMFIN'               TO WS-AUD-PROGRAMA
            MOVE 'INTERFACE'              TO WS-AUD-OPERACAO
            STRING 'MES ' WS-AAAAMM-INF ' REGISTROS '
                   WS-QT-REGISTROS ' ATIVIDADES ' WS-QT-ITENS-ATIV
                   ' AVULSAS ' WS-QT-ITENS-AVU
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            .
       P3-SERIE-DO-ALUNO-FIM.

      *ACUMULA UM ITEM DE ATIVIDADE EXTRACURRICULAR DA COMPETENCIA NOS
      *TOTAIS DA ATIVIDADE; O ITEM PAGO ENTROU NO VALOR PAGO DA
      *MENSALIDADE E E RETIRADO DO RECEBIDO DA SERIE DO ALUNO
       P4-ACUMULA-ATIVIDADE.
            READ COBATIV NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P4-ACUMULA-ATIVIDADE-FIM
            END-READ

            IF AAAAMM-CAT NOT EQUAL WS-AAAAMM-INF
               GO TO P4-ACUMULA-ATIVIDADE-FIM
            END-IF

            ADD 1                         TO WS-QT-ITENS-ATIV
            MOVE ZEROS                    TO WS-IX-ACHADO
            IF WS-QT-ATIVIDADES GREATER THAN ZEROS
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER THAN WS-QT-ATIVIDADES
                   IF WS-ATV-ID(WS-IX) EQUAL ID-ATIVIDADE-CAT
                      MOVE WS-IX          TO WS-IX-ACHADO
                   END-IF
               END-PERFORM
            END-IF
            IF WS-IX-ACHADO EQUAL ZEROS AND
               WS-QT-ATIVIDADES LESS THAN 20
               ADD 1                      TO WS-QT-ATIVIDADES
               MOVE WS-QT-ATIVIDADES      TO WS-IX-ACHADO
               MOVE ID-ATIVIDADE-CAT      TO WS-ATV-ID(WS-IX-ACHADO)
               MOVE ZEROS TO WS-ATV-FATURADO(WS-IX-ACHADO)
               MOVE ZEROS TO WS-ATV-RECEBIDO(WS-IX-ACHADO)
               MOVE ZEROS TO WS-ATV-ABERTO(WS-IX-ACHADO)
            END-IF
            IF WS-IX-ACHADO EQUAL ZEROS
               GO TO P4-ACUMULA-ATIVIDADE-FIM
            END-IF

            ADD VL-ATIVIDADE-CAT
                TO WS-ATV-FATURADO(WS-IX-ACHADO)
            IF ST-COBATIV EQUAL 'A'
               ADD VL-ATIVIDADE-CAT
                   TO WS-ATV-ABERTO(WS-IX-ACHADO)
               GO TO P4-ACUMULA-ATIVIDADE-FIM
            END-IF
            ADD VL-ATIVIDADE-CAT
                TO WS-ATV-RECEBIDO(WS-IX-ACHADO)

            MOVE ID-ALUNO-CAT             TO WS-ID-ALUNO-ATUAL
            PERFORM P3-SERIE-DO-ALUNO
                    THRU P3-SERIE-DO-ALUNO-FIM
            IF WS-QT-SERIES GREATER THAN ZEROS
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER THAN WS-QT-SERIES
                   IF WS-SER-ID(WS-IX) EQUAL WS-ID-SERIE-ALUNO AND
                      WS-SER-RECEBIDO(WS-IX) NOT LESS THAN
                      VL-ATIVIDADE-CAT
                      SUBTRACT VL-ATIVIDADE-CAT
                          FROM WS-SER-RECEBIDO(WS-IX)
                   END-IF
               END-PERFORM
            END-IF
            .
       P4-ACUMULA-ATIVIDADE-FIM.

      *ACUMULA UMA COBRANCA AVULSA DA COMPETENCIA (TAXA DE DOCUMENTO
      *OU PASSEIO/EVENTO) NOS TOTAIS DA ORIGEM; COMO O ITEM DE
      *ATIVIDADE, A AVULSA PAGA ENTROU NO VALOR PAGO DA MENSALIDADE E
      *E RETIRADA DO RECEBIDO DA SERIE DO ALUNO. A CANCELADA NAO CONTA
       P6-ACUMULA-AVULSA.
            READ COBAVULSA NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P6-ACUMULA-AVULSA-FIM
            END-READ

            IF AAAAMM-CAV NOT EQUAL WS-AAAAMM-INF
               OR ST-COBAVULSA EQUAL 'C'
               GO TO P6-ACUMULA-AVULSA-FIM
            END-IF
            EVALUATE TP-ORIGEM-CAV
                WHEN 'D'
                    MOVE 1                TO WS-IX-AVU
                WHEN 'E'
                    MOVE 2                TO WS-IX-AVU
                WHEN OTHER
                    GO TO P6-ACUMULA-AVULSA-FIM
            END-EVALUATE

            ADD 1                         TO WS-QT-ITENS-AVU
                                             WS-AVU-QT(WS-IX-AVU)
            ADD VL-COBAVULSA
                TO WS-AVU-FATURADO(WS-IX-AVU)
            IF ST-COBAVULSA EQUAL 'A'
               ADD VL-COBAVULSA
                   TO WS-AVU-ABERTO(WS-IX-AVU)
               GO TO P6-ACUMULA-AVULSA-FIM
            END-IF
            ADD VL-COBAVULSA
                TO WS-AVU-RECEBIDO(WS-IX-AVU)

            MOVE ID-ALUNO-CAV             TO WS-ID-ALUNO-ATUAL
            PERFORM P3-SERIE-DO-ALUNO
                    THRU P3-SERIE-DO-ALUNO-FIM
            IF WS-QT-SERIES GREATER THAN ZEROS
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER THAN WS-QT-SERIES
                   IF WS-SER-ID(WS-IX) EQUAL WS-ID-SERIE-ALUNO AND
                      WS-SER-RECEBIDO(WS-IX) NOT LESS THAN
                      VL-COBAVULSA
                      SUBTRACT VL-COBAVULSA
                          FROM WS-SER-RECEBIDO(WS-IX)
                   END-IF
               END-PERFORM
            END-IF
            .
       P6-ACUMULA-AVULSA-FIM.

      *ACUMULA UM MOVIMENTO DE CREDITO: OS LANCADOS ATE O FIM DA
      *COMPETENCIA FORMAM O SALDO, OS DO PROPRIO MES OS TOTAIS DO MES
       P5-ACUMULA-CREDITO.
            READ CREDMOV NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P5-ACUMULA-CREDITO-FIM
            END-READ

            COMPUTE WS-AAAAMM-MOV = DT-MOV-CRD / 100
            END-COMPUTE
            IF WS-AAAAMM-MOV GREATER THAN WS-AAAAMM-INF
               GO TO P5-ACUMULA-CREDITO-FIM
            END-IF

            ADD 1                         TO WS-QT-MOV-CRED
            EVALUATE TP-MOV-CRD
                WHEN 'S'
                    ADD VL-MOV-CRD        TO WS-VL-CRED-SALDO
                    IF WS-AAAAMM-MOV EQUAL WS-AAAAMM-INF
                       ADD VL-MOV-CRD     TO WS-VL-CRED-ENTRADA
                    END-IF
                WHEN 'U'
                    SUBTRACT VL-MOV-CRD   FROM WS-VL-CRED-SALDO
                    IF WS-AAAAMM-MOV EQUAL WS-AAAAMM-INF
                       ADD VL-MOV-CRD     TO WS-VL-CRED-UTILIZADO
                    END-IF
                WHEN 'D'
                    SUBTRACT VL-MOV-CRD   FROM WS-VL-CRED-SALDO
                    IF WS-AAAAMM-MOV EQUAL WS-AAAAMM-INF
                       ADD VL-MOV-CRD     TO WS-VL-CRED-DEVOLVIDO
                    END-IF
            END-EVALUATE
            .
       P5-ACUMULA-CREDITO-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.
