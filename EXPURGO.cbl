      *          ficha de saude (S55), os nomes do financeiro
      *          (recibos S38, bloqueio S42, acordos S43), o teor
      *          das ocorrencias (S54), o transporte (S57) e os
      *          protocolos de boletim (S63), as presencas em
      *          reuniao (S82), a fila de notificacoes (S103), os
      *          protocolos de documentos (S113), as autorizacoes de
      *          passeio (S117) e o historico de risco (S141) -
      *          preservando as notas e os resultados que o
      *          historico deve guardar. os registros legais ficam
      *          como estao, por dever de guarda: o livro de
      *          certificados (S87), as declaracoes anuais (S89), o
      *          registro de autenticidade (S104) e a negativacao
      *          (S120).
      *          roda sob a protecao do instantaneo dos movimentos,
      *          com acesso restrito a DIRECAO, e deixa o termo de
      *          expurgo impresso com a relacao anonimizada
      *         FINANCEIRO (S42), NOS ACORDOS (S43), O TEOR DAS
      *         OCORRENCIAS (S54), O TRANSPORTE (S57) E OS
      *         PROTOCOLOS DE BOLETIM (S63)
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      * UPDATE: 15/10/2026 - EGRESSO SEM CONSENTIMENTO PARA CONTATO
      *         (CFP001S126) ENTRA NA CASCATA DE ANONIMIZACAO
      * UPDATE: 15/10/2026 - O PEI DO ALUNO (CFP001S131), AS ADAPTACOES
      *         POR MATERIA (S132) E AS REVISOES (S133) SAO REMOVIDOS NA
      *         CASCATA, COMO A FICHA DE SAUDE
      * UPDATE: 15/10/2026 - O CASO DA ORIENTACAO EDUCACIONAL
      *         (CFP001S135) E O SEU DIARIO (S136) SAO REMOVIDOS NA
      *         CASCATA, COMO O PEI
      * UPDATE: 15/10/2026 - A CASCATA DE ANONIMIZACAO PASSA A COBRIR AS
      *         PRESENCAS EM REUNIAO (S82), A FILA DE NOTIFICACOES
      *         (S103), OS PROTOCOLOS DE DOCUMENTOS (S113), AS
      *         AUTORIZACOES DE PASSEIO (S117) E O HISTORICO DE RISCO
      *         (S141); OS REGISTROS LEGAIS (S87, S89, S104, S120) FICAM
      *         DE FORA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPURGO.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPR.

                SELECT EGRESSO ASSIGN TO WS-PATH-EGRESSO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-EGR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FEG.

                SELECT PEI ASSIGN TO WS-PATH-PEI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-PEI
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPE.

                SELECT PEIMAT ASSIGN TO WS-PATH-PEIMAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PEIMAT
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPM.

                SELECT PEIREV ASSIGN TO WS-PATH-PEIREV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PEIREV
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPV.

                SELECT CASOORI ASSIGN TO WS-PATH-CASOORI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-ORI
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCO.

                SELECT ATENDORI ASSIGN TO WS-PATH-ATENDORI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ATENDORI
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FAT.

                SELECT PRESREU ASSIGN TO WS-PATH-PRESREU
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PRESREU
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPP.

                SELECT NOTIFICA ASSIGN TO WS-PATH-NOTIFICA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-NOTIFICA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FNT.

                SELECT PROTDOC ASSIGN TO WS-PATH-PROTDOC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NR-PROTOCOLO-PD
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPD.

                SELECT PASSALUNO ASSIGN TO WS-PATH-PASSALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PASSALUNO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPA.

                SELECT RISCOHIST ASSIGN TO WS-PATH-RISCOHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-RISCOHIST
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FRH.

      * INSTANTANEO DE SEGURANCA DOS MOVIMENTOS ANTES DO EXPURGO
                SELECT SNAP3 ASSIGN TO WS-PATH-SNAP-S3
                ORGANIZATION IS LINE SEQUENTIAL
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
       FD ALUNO.
          COPY CFPK0048.
       FD PROTOCOLO.
          COPY CFPK0054.
       FD EGRESSO.
          COPY CFPK0118.
       FD PEI.
          COPY CFPK0123.
       FD PEIMAT.
          COPY CFPK0124.
       FD PEIREV.
          COPY CFPK0125.
       FD CASOORI.
          COPY CFPK0127.
       FD ATENDORI.
          COPY CFPK0128.
       FD PRESREU.
          COPY CFPK0073.
       FD NOTIFICA.
          COPY CFPK0094.
       FD PROTDOC.
          COPY CFPK0105.
       FD PASSALUNO.
          COPY CFPK0109.
       FD RISCOHIST.
          COPY CFPK0133.
       FD SNAP3.
       01 REG-SNAP3                    PIC X(90).
       FD SNAP4.
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
       COPY SNAPVARS.
       77 WS-FLS                          PIC 99.
          88 FRT-OK                       VALUE 0.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-FEG                          PIC 99.
          88 FEG-OK                       VALUE 0.
       77 WS-FPE                          PIC 99.
          88 FPE-OK                       VALUE 0.
       77 WS-FPM                          PIC 99.
          88 FPM-OK                       VALUE 0.
       77 WS-FPV                          PIC 99.
          88 FPV-OK                       VALUE 0.
       77 WS-FCO                          PIC 99.
          88 FCO-OK                       VALUE 0.
       77 WS-FAT                          PIC 99.
          88 FAT-OK                       VALUE 0.
       77 WS-FPP                          PIC 99.
          88 FPP-OK                       VALUE 0.
       77 WS-FNT                          PIC 99.
          88 FNT-OK                       VALUE 0.
       77 WS-FPD                          PIC 99.
          88 FPD-OK                       VALUE 0.
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FRH                          PIC 99.
          88 FRH-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
      *ABRE O TERMO DE EXPURGO NO ARQUIVO DE IMPRESSAO
       P2-ABRE-TERMO.
            SET FIM-OK                    TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPREL
            IF WS-FIM EQUAL 35
               OPEN OUTPUT IMPREL
               MOVE ALL '='               TO REG-IMPREL
               WRITE REG-IMPREL
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'EXPURGO'             TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF
            .
       P4-FECHA-TERMO-FIM.
            END-IF
            CLOSE SAUDE

      *PEI, ADAPTACOES POR MATERIA E REVISOES (REMOVIDOS INTEIROS -
      *SAO DADOS DE SAUDE DO ALUNO, COMO A FICHA)
            SET FPE-OK                    TO TRUE
            OPEN I-O PEI
            IF FPE-OK
               MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO-PEI
               READ PEI
                   KEY IS ID-ALUNO-PEI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE PEI
                           INVALID KEY
                               DISPLAY 'ERRO NO S131'
                       END-DELETE
               END-READ
            END-IF
            CLOSE PEI

            SET EOF2-OK                   TO FALSE
            SET FPM-OK                    TO TRUE
            OPEN I-O PEIMAT
            IF FPM-OK
               MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO-PM
               MOVE ZEROS                 TO ID-MATERIA-PM
               START PEIMAT KEY IS NOT LESS THAN ID-PEIMAT
                   INVALID KEY
                       SET EOF2-OK        TO TRUE
               END-START
               PERFORM UNTIL EOF2-OK
                   READ PEIMAT NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO-PM NOT EQUAL WS-ID-ALUNO-ATUAL
                              SET EOF2-OK TO TRUE
                           ELSE
                              DELETE PEIMAT
                                  INVALID KEY
                                      DISPLAY 'ERRO NO S132'
                              END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE PEIMAT

            SET EOF2-OK                   TO FALSE
            SET FPV-OK                    TO TRUE
            OPEN I-O PEIREV
            IF FPV-OK
               MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO-PR OF REG-PEIREV
               MOVE ZEROS                 TO ANO-LETIVO-PR OF REG-PEIREV
                                             NR-BIMESTRE-PR
               START PEIREV KEY IS NOT LESS THAN ID-PEIREV
                   INVALID KEY
                       SET EOF2-OK        TO TRUE
               END-START
               PERFORM UNTIL EOF2-OK
                   READ PEIREV NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO-PR OF REG-PEIREV
                              NOT EQUAL WS-ID-ALUNO-ATUAL
                              SET EOF2-OK TO TRUE
                           ELSE
                              DELETE PEIREV
                                  INVALID KEY
                                      DISPLAY 'ERRO NO S133'
                              END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE PEIREV

      *CASO DA ORIENTACAO EDUCACIONAL E DIARIO DO CASO (REMOVIDOS
      *INTEIROS - CONTEUDO SIGILOSO DO ALUNO)
            SET FCO-OK                    TO TRUE
            OPEN I-O CASOORI
            IF FCO-OK
               MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO-ORI
               READ CASOORI
                   KEY IS ID-ALUNO-ORI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE CASOORI
                           INVALID KEY
                               DISPLAY 'ERRO NO S135'
                       END-DELETE
               END-READ
            END-IF
            CLOSE CASOORI

            SET EOF2-OK                   TO FALSE
            SET FAT-OK                    TO TRUE
            OPEN I-O ATENDORI
            IF FAT-OK
               MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO-AT
               MOVE ZEROS                 TO NR-SEQ-AT
               START ATENDORI KEY IS NOT LESS THAN ID-ATENDORI
                   INVALID KEY
                       SET EOF2-OK        TO TRUE
               END-START
               PERFORM UNTIL EOF2-OK
                   READ ATENDORI NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO-AT NOT EQUAL WS-ID-ALUNO-ATUAL
                              SET EOF2-OK TO TRUE
                           ELSE
                              DELETE ATENDORI
                                  INVALID KEY
                                      DISPLAY 'ERRO NO S136'
                              END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE ATENDORI

      *NOMES EMBUTIDOS NO FINANCEIRO: RECIBOS, BLOQUEIO E ACORDOS
            SET EOF2-OK                   TO FALSE
            SET FRC-OK                    TO TRUE
            END-IF
            CLOSE PROTOCOLO

      *PRESENCAS EM REUNIAO DE PAIS (ALUNO E RESPONSAVEL)
            SET EOF2-OK                   TO FALSE
            SET FPP-OK                    TO TRUE
            OPEN I-O PRESREU
            IF FPP-OK
               PERFORM UNTIL EOF2-OK
                   READ PRESREU NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO-PR OF REG-PRESREU
                              EQUAL WS-ID-ALUNO-ATUAL
                              MOVE 'ANONIMIZADO' TO NM-ALUNO-PR
                              MOVE 'ANONIMIZADO' TO NM-RESP-PR
                              REWRITE REG-PRESREU
                                  INVALID KEY
                                      DISPLAY 'ERRO NO S82'
                              END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE PRESREU

      *FILA DE NOTIFICACOES (TELEFONE DE DESTINO E TEXTO)
            SET EOF2-OK                   TO FALSE
            SET FNT-OK                    TO TRUE
            OPEN I-O NOTIFICA
            IF FNT-OK
               PERFORM UNTIL EOF2-OK
                   READ NOTIFICA NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO-NOTIF EQUAL WS-ID-ALUNO-ATUAL
                              MOVE ZEROS      TO TL-DESTINO-NOTIF
                              MOVE 'ANONIMIZADO' TO TX-NOTIF
                              REWRITE REG-NOTIFICA
                                  INVALID KEY
                                      DISPLAY 'ERRO NO S103'
                              END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE NOTIFICA

      *PROTOCOLOS DE DOCUMENTOS DA SECRETARIA (SOLICITANTE E
      *RECEBEDOR)
            SET EOF2-OK                   TO FALSE
            SET FPD-OK                    TO TRUE
            OPEN I-O PROTDOC
            IF FPD-OK
               PERFORM UNTIL EOF2-OK
                   READ PROTDOC NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO-PD EQUAL WS-ID-ALUNO-ATUAL
                              MOVE 'ANONIMIZADO' TO NM-SOLICITANTE-PD
                              MOVE SPACES     TO TL-SOLICITANTE-PD
                              MOVE 'ANONIMIZADO' TO NM-RECEBEDOR-PD
                              REWRITE REG-PROTDOC
                                  INVALID KEY
                                      DISPLAY 'ERRO NO S113'
                              END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE PROTDOC

      *AUTORIZACOES DE PASSEIO (ALUNO E RESPONSAVEL QUE AUTORIZOU)
            SET EOF2-OK                   TO FALSE
            SET FPA-OK                    TO TRUE
            OPEN I-O PASSALUNO
            IF FPA-OK
               PERFORM UNTIL EOF2-OK
                   READ PASSALUNO NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO-PA EQUAL WS-ID-ALUNO-ATUAL
                              MOVE 'ANONIMIZADO' TO NM-ALUNO-PA
                              MOVE 'ANONIMIZADO' TO NM-RESP-AUT
                              REWRITE REG-PASSALUNO
                                  INVALID KEY
                                      DISPLAY 'ERRO NO S117'
                              END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE PASSALUNO

      *HISTORICO DO ESCORE DE RISCO DE EVASAO
            SET EOF2-OK                   TO FALSE
            SET FRH-OK                    TO TRUE
            OPEN I-O RISCOHIST
            IF FRH-OK
               PERFORM UNTIL EOF2-OK
                   READ RISCOHIST NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO-RH EQUAL WS-ID-ALUNO-ATUAL
                              MOVE 'ANONIMIZADO' TO NM-ALUNO-RH
                              REWRITE REG-RISCOHIST
                                  INVALID KEY
                                      DISPLAY 'ERRO NO S141'
                              END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE RISCOHIST

      *CADASTRO DE EGRESSOS: SEM CONSENTIMENTO PARA CONTATO O NOME E
      *OS CONTATOS SAEM; COM CONSENTIMENTO O REGISTRO E MANTIDO
            SET FEG-OK                    TO TRUE
            OPEN I-O EGRESSO
            IF FEG-OK
               MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO-EGR
               READ EGRESSO
                   KEY IS ID-ALUNO-EGR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT EGR-CONSENTE
                          MOVE 'ANONIMIZADO' TO NM-ALUNO-EGR
                          MOVE ZEROS      TO TL-EGR
                          MOVE SPACES     TO EM-EGR
                                             EN-EGR
                          REWRITE REG-EGRESSO
                              INVALID KEY
                                  DISPLAY 'ERRO NO S126'
                          END-REWRITE
                       END-IF
               END-READ
            END-IF
            CLOSE EGRESSO

      *LINHA DO TERMO
            IF FIM-OK
               MOVE SPACES                TO WS-LINHA-EXP
               END-STRING
               MOVE WS-LINHA-EXP          TO REG-IMPREL
               WRITE REG-IMPREL
               MOVE SPACES                TO WS-LINHA-EXP
               STRING '      FINANC., OCORR., TRANSPORTE, PROTOCOLOS,'
                      ' EGRESSO, PEI,'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-EXP
               END-STRING
               MOVE WS-LINHA-EXP          TO REG-IMPREL
               WRITE REG-IMPREL
               MOVE SPACES                TO WS-LINHA-EXP
               STRING '      ORIENTACAO EDUCACIONAL, REUNIOES,'
                      ' NOTIFICACOES, PASSEIOS,'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-EXP
               END-STRING
               MOVE WS-LINHA-EXP          TO REG-IMPREL
               WRITE REG-IMPREL
               MOVE '      RISCO DE EVASAO)' TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            DISPLAY '  ALUNO ' WS-ID-ALUNO-ATUAL ' ANONIMIZADO.'
            .
       P3-ANONIMIZA-UM-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY SNAPPROC.
