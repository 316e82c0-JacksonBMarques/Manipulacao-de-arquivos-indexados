      *         MAIS VELHO QUE O LIMITE DO PARAMETRO QT-MESES-BLOQ-FIN
      *         FICA SEM ALOCACAO E VAI PARA A RELACAO DE BLOQUEADOS
      *         (CFP001S42), QUE A DIRECAO LIBERA UM A UM NO AGINADIM
      * UPDATE: 15/10/2026 - A PROPOSTA LISTA OS ALUNOS ALOCADOS SEM
      *         CONTRATO DE PRESTACAO DE SERVICOS ASSINADO PARA O NOVO
      *         ANO LETIVO (CFP001S97)
      * UPDATE: 15/10/2026 - ALUNO QUE FICA SEM ALOCACAO NA VIRADA
      *         GRAVADA (NAO ATIVO, SEM LANCAMENTO NO ANO OU TURMA DE
      *         DESTINO LOTADA) E GUARDADO NOS SUSPENSOS (CFP001S110)
      *         COM O MOTIVO; OS ITENS DA TURMA REENVIADOS PELA TELA DE
      *         SUSPENSOS SAO REPROCESSADOS NA VIRADA SEGUINTE DELA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMATRIC.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FBQ.

      * CONTRATOS DE PRESTACAO DE SERVICOS, PARA AVISAR OS ALUNOS DA
      * PROPOSTA SEM CONTRATO ASSINADO PARA O NOVO ANO LETIVO
                SELECT CONTRATOS ASSIGN TO WS-PATH-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NR-CONTRATO
                FILE STATUS IS WS-FCT.

      * SUSPENSOS: ALUNO DA TURMA DE ORIGEM QUE FICOU SEM ALOCACAO NA
      * VIRADA CONFIRMADA, PARA A SECRETARIA TRATAR E REENVIAR
                SELECT SUSPENSO ASSIGN TO WS-PATH-SUSPENSO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SUSPENSO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-SUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TURMA.
       FD CONTADOR.
          COPY CFPK0008.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD MENSALIDADE.
          COPY CFPK0031.
       FD PROMOCAO.
          COPY CFPK0025.
       FD BLOQFIN.
          COPY CFPK0034.
       FD CONTRATOS.
          COPY CFPK0088.
       FD SUSPENSO.
          COPY CFPK0102.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
      *VINCULO NEM CONSUMIR VAGA DE NOVO
       77 WS-QT-DST-PROM                  PIC 9(03) VALUE ZEROS.
       77 WS-QT-DST-RET                   PIC 9(03) VALUE ZEROS.
      *CONTRATO DO NOVO ANO LETIVO: MARCA OS ALUNOS DA PROPOSTA COM
      *CONTRATO JA ASSINADO; OS DEMAIS SAO LISTADOS COMO PENDENTES
       77 WS-FCT                          PIC 99.
          88 FCT-OK                       VALUE 0.
       77 WS-ANO-NOVO                     PIC 9(04) VALUE ZEROS.
       77 WS-QT-SEM-CONTRATO              PIC 9(03) VALUE ZEROS.
       01 WS-TAB-ASSINADO.
          03 WS-PR-ASSINADO OCCURS 200 TIMES PIC X(01).
       01 WS-TAB-DST-PROM.
          03 WS-DST-PROM-ALUNO OCCURS 200 TIMES PIC 9(05).
       01 WS-TAB-DST-RET.
       77 WS-VINC-EXISTE                  PIC X VALUE 'N'.
          88 VINC-EXISTE                  VALUE 'S'.
       COPY JOBVARS.
       COPY SUSVARS.
      *ALUNOS SEM ALOCACAO NA PROPOSTA (NAO ATIVO, SEM LANCAMENTO NO
      *ANO OU TURMA DE DESTINO LOTADA), GUARDADOS NOS SUSPENSOS SO
      *QUANDO A VIRADA E CONFIRMADA E GRAVADA
       77 WS-QT-SUSP                      PIC 9(03) VALUE ZEROS.
       77 WS-IX-SUSP                      PIC 9(03) VALUE ZEROS.
       77 WS-SP-MOTIVO-ATU                PIC X(04) VALUE SPACES.
       77 WS-SP-DESCR-ATU                 PIC X(40) VALUE SPACES.
       77 WS-SUSP-EXISTE                  PIC X VALUE 'N'.
          88 SUSP-EXISTE                  VALUE 'S'.
       01 WS-TAB-SUSP.
          03 WS-SP-ITEM OCCURS 200 TIMES.
             05 WS-SP-ALUNO               PIC 9(05).
             05 WS-SP-NOME                PIC X(20).
             05 WS-SP-MOTIVO              PIC X(04).
             05 WS-SP-DESCRICAO           PIC X(40).
             05 WS-SP-GRAVADO             PIC X(01).
      *IMAGEM DO ITEM SUSPENSO DA VIRADA
       01 WS-IMG-SUSP.
          03 WS-IS-ANO                    PIC 9(04).
          03 WS-IS-TURMA-ORIG             PIC 9(03).
          03 WS-IS-ALUNO                  PIC 9(05).
          03 WS-IS-NOME                   PIC X(20).
          03 WS-IS-TURMA-PROM             PIC 9(03).
          03 WS-IS-TURMA-RET              PIC 9(03).
          03 FILLER                       PIC X(212).

       LINKAGE SECTION.
       01 LK-COM-AREA.
                                         WS-QT-RETIDOS
                                         WS-QT-SEM-ALOCACAO
                                         WS-QT-BLOQUEADOS
                                         WS-QT-SUSP
            PERFORM P3-MONTA-PROPOSTA THRU P3-MONTA-PROPOSTA-FIM

            IF WS-QT-PROPOSTA EQUAL ZEROS
               DISPLAY 'BLOQUEIO FIN.: ' WS-QT-BLOQUEADOS
                       ' (LIBERACAO PELA DIRECAO NO AGINADIM)'
            END-IF
            PERFORM PL-CONTRATOS-PENDENTES
                    THRU PL-CONTRATOS-PENDENTES-FIM

      *NA SIMULACAO A PROPOSTA COMPLETA VAI PARA O RELATORIO DA
      *PREVIA E NADA E GRAVADO
            PERFORM J8-JOB-INICIA     THRU J8-JOB-INICIA-FIM

            PERFORM P6-GRAVA-PROPOSTA THRU P6-GRAVA-PROPOSTA-FIM
            PERFORM PM-GRAVA-SUSPENSOS
                    THRU PM-GRAVA-SUSPENSOS-FIM

      *VIRADA CONCLUIDA: ZERA O CHECKPOINT E ENCERRA O JOB
            MOVE ZEROS                TO WS-ALUNO-GRAVA
            DISPLAY 'VINCULOS GRAVADOS  : ' WS-QT-GRAVADOS
            DISPLAY 'MATRICULAS GERADAS : ' WS-QT-MATR-GERADAS
            DISPLAY 'ALUNOS SEM ALOCACAO: ' WS-QT-SEM-ALOCACAO
            DISPLAY 'SUSPENSOS GRAVADOS : ' WS-SUS-QT-GRAVADOS

            MOVE 'REMATRIC'           TO WS-AUD-PROGRAMA
            MOVE 'VIRADA'             TO WS-AUD-OPERACAO
                          DISPLAY '  ' WS-ID-ALUNO-ATUAL ' - '
                                  FUNCTION TRIM(WS-NM-ALUNO-ATUAL)
                                  ' - NAO ATIVO, SEM ALOCACAO'
                          MOVE 'SITU' TO WS-SP-MOTIVO-ATU
                          MOVE 'ALUNO NAO ATIVO - SEM ALOCACAO'
                                      TO WS-SP-DESCR-ATU
                          PERFORM PN-ANOTA-SEM-ALOCACAO
                                  THRU PN-ANOTA-SEM-ALOCACAO-FIM
                          GO TO P4-AVALIA-ALUNO-FIM
                       END-IF
               END-READ
               DISPLAY '  ' WS-ID-ALUNO-ATUAL ' - '
                       FUNCTION TRIM(WS-NM-ALUNO-ATUAL)
                       ' - SEM LANCAMENTO NO ANO, SEM ALOCACAO'
               MOVE 'NENC'            TO WS-SP-MOTIVO-ATU
               MOVE 'SEM LANCAMENTO NO ANO - SEM ALOCACAO'
                                      TO WS-SP-DESCR-ATU
               PERFORM PN-ANOTA-SEM-ALOCACAO
                       THRU PN-ANOTA-SEM-ALOCACAO-FIM
               GO TO P4-AVALIA-ALUNO-FIM
            END-IF

                          FUNCTION TRIM(WS-NM-ALUNO-ATUAL)
                          ' - TURMA ' WS-ID-TURMA-PROM ' LOTADA ('
                          WS-CAP-PROM ' VAGAS), SEM ALOCACAO'
                  MOVE 'FAIX'         TO WS-SP-MOTIVO-ATU
                  MOVE 'TURMA DOS PROMOVIDOS LOTADA'
                                      TO WS-SP-DESCR-ATU
                  PERFORM PN-ANOTA-SEM-ALOCACAO
                          THRU PN-ANOTA-SEM-ALOCACAO-FIM
               ELSE
                  ADD 1               TO WS-QT-PROMOVIDOS
                  ADD 1               TO WS-OCUP-PROM
                          FUNCTION TRIM(WS-NM-ALUNO-ATUAL)
                          ' - TURMA ' WS-ID-TURMA-RET ' LOTADA ('
                          WS-CAP-RET ' VAGAS), SEM ALOCACAO'
                  MOVE 'FAIX'         TO WS-SP-MOTIVO-ATU
                  MOVE 'TURMA DOS RETIDOS LOTADA'
                                      TO WS-SP-DESCR-ATU
                  PERFORM PN-ANOTA-SEM-ALOCACAO
                          THRU PN-ANOTA-SEM-ALOCACAO-FIM
               ELSE
                  ADD 1               TO WS-QT-RETIDOS
                  ADD 1               TO WS-OCUP-RET
            .
       PF-GRAVA-BLOQUEIO-FIM.

      *LISTA OS ALUNOS ALOCADOS NA PROPOSTA CUJO CONTRATO DE
      *PRESTACAO DE SERVICOS DO NOVO ANO LETIVO AINDA NAO FOI
      *ASSINADO (SEM CONTRATO, PENDENTE OU CANCELADO)
       PL-CONTRATOS-PENDENTES.
            COMPUTE WS-ANO-NOVO = WS-ANO-ANTERIOR + 1
            END-COMPUTE
            MOVE ZEROS                TO WS-QT-SEM-CONTRATO
            MOVE ALL 'N'              TO WS-TAB-ASSINADO

            SET FCT-OK                TO TRUE
            OPEN INPUT CONTRATOS
            IF FCT-OK
               SET EOF5-OK            TO FALSE
               PERFORM UNTIL EOF5-OK
                   READ CONTRATOS NEXT RECORD
                       AT END
                           SET EOF5-OK TO TRUE
                       NOT AT END
                           IF ANO-LETIVO-CTR EQUAL WS-ANO-NOVO
                              AND ST-CONTRATO EQUAL 'A'
                              PERFORM VARYING WS-IND FROM 1 BY 1
                                      UNTIL WS-IND > WS-QT-PROPOSTA
                                  IF WS-PR-ID-ALUNO(WS-IND)
                                     EQUAL ID-ALUNO-CTR
                                     MOVE 'S' TO
                                          WS-PR-ASSINADO(WS-IND)
                                  END-IF
                              END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE CONTRATOS

            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QT-PROPOSTA
                IF WS-PR-DESTINO(WS-IND) GREATER THAN ZEROS
                   AND WS-PR-ASSINADO(WS-IND) NOT EQUAL 'S'
                   IF WS-QT-SEM-CONTRATO EQUAL ZEROS
                      DISPLAY 'CONTRATO ' WS-ANO-NOVO
                              ' NAO ASSINADO (EMITIR/REGISTRAR NO'
                              ' CONTRATO):'
                   END-IF
                   ADD 1              TO WS-QT-SEM-CONTRATO
                   DISPLAY '  ' WS-PR-ID-ALUNO(WS-IND) ' - '
                           WS-PR-NM-ALUNO(WS-IND)
                END-IF
            END-PERFORM
            DISPLAY 'SEM CONTRATO ASSINADO: ' WS-QT-SEM-CONTRATO
            .
       PL-CONTRATOS-PENDENTES-FIM.

      *GUARDA NOS SUSPENSOS OS ALUNOS SEM ALOCACAO DA VIRADA GRAVADA.
      *ANTES, REPROCESSA OS ITENS DESTA TURMA E ANO REENVIADOS PELA
      *TELA DE SUSPENSOS: O ALUNO ACABOU DE SER AVALIADO DE NOVO NA
      *PROPOSTA; SE FICOU SEM ALOCACAO OUTRA VEZ, NASCE UM ITEM NOVO
      *LIGADO AO REENVIADO. ITEM DE OUTRA TURMA FICA PARA A VIRADA
      *DELA
       PM-GRAVA-SUSPENSOS.
            MOVE 'REMATRIC'           TO WS-SUS-PROGRAMA
            MOVE 'VIRADA'             TO WS-SUS-TIPO
            PERFORM R9-SUSP-CARREGA   THRU R9-SUSP-CARREGA-FIM
            PERFORM VARYING WS-SUS-IX FROM 1 BY 1
                    UNTIL WS-SUS-IX GREATER THAN WS-SUS-QT-REENVIO
                MOVE WS-SUS-REENVIO-ID(WS-SUS-IX) TO WS-SUS-ID
                PERFORM R9-SUSP-LE    THRU R9-SUSP-LE-FIM
                IF SUS-LIDO
                   MOVE WS-SUS-IMAGEM TO WS-IMG-SUSP
                   IF WS-IS-ANO EQUAL WS-ANO-ANTERIOR
                      AND WS-IS-TURMA-ORIG EQUAL WS-ID-TURMA-ORIG
                      PERFORM VARYING WS-IX-SUSP FROM 1 BY 1
                              UNTIL WS-IX-SUSP GREATER THAN WS-QT-SUSP
                                 OR WS-SP-ALUNO(WS-IX-SUSP)
                                    EQUAL WS-IS-ALUNO
                          CONTINUE
                      END-PERFORM
                      IF WS-IX-SUSP NOT GREATER THAN WS-QT-SUSP
                         PERFORM PO-SUSPENDE-ALUNO
                                 THRU PO-SUSPENDE-ALUNO-FIM
                      END-IF
                      PERFORM R9-SUSP-CONCLUI
                              THRU R9-SUSP-CONCLUI-FIM
                   ELSE
                      MOVE ZEROS      TO WS-SUS-ORIGEM
                   END-IF
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IX-SUSP FROM 1 BY 1
                    UNTIL WS-IX-SUSP GREATER THAN WS-QT-SUSP
                IF WS-SP-GRAVADO(WS-IX-SUSP) NOT EQUAL 'S'
                   PERFORM PP-SUSPENSO-ABERTO
                           THRU PP-SUSPENSO-ABERTO-FIM
                   IF NOT SUSP-EXISTE
                      PERFORM PO-SUSPENDE-ALUNO
                              THRU PO-SUSPENDE-ALUNO-FIM
                   END-IF
                END-IF
            END-PERFORM
            .
       PM-GRAVA-SUSPENSOS-FIM.

      *ANOTA O ALUNO CORRENTE NA RELACAO DOS SEM ALOCACAO, COM O
      *MOTIVO EM WS-SP-MOTIVO-ATU E WS-SP-DESCR-ATU
       PN-ANOTA-SEM-ALOCACAO.
            IF WS-QT-SUSP NOT LESS THAN 200
               GO TO PN-ANOTA-SEM-ALOCACAO-FIM
            END-IF
            ADD 1                     TO WS-QT-SUSP
            MOVE WS-ID-ALUNO-ATUAL    TO WS-SP-ALUNO(WS-QT-SUSP)
            MOVE WS-NM-ALUNO-ATUAL    TO WS-SP-NOME(WS-QT-SUSP)
            MOVE WS-SP-MOTIVO-ATU     TO WS-SP-MOTIVO(WS-QT-SUSP)
            MOVE WS-SP-DESCR-ATU      TO WS-SP-DESCRICAO(WS-QT-SUSP)
            MOVE 'N'                  TO WS-SP-GRAVADO(WS-QT-SUSP)
            .
       PN-ANOTA-SEM-ALOCACAO-FIM.

      *GRAVA NOS SUSPENSOS O ALUNO WS-IX-SUSP DA RELACAO, COM A TURMA
      *DE ORIGEM, O ANO E AS TURMAS DE DESTINO NA IMAGEM
       PO-SUSPENDE-ALUNO.
            MOVE SPACES               TO WS-IMG-SUSP
            MOVE WS-ANO-ANTERIOR      TO WS-IS-ANO
            MOVE WS-ID-TURMA-ORIG     TO WS-IS-TURMA-ORIG
            MOVE WS-SP-ALUNO(WS-IX-SUSP)     TO WS-IS-ALUNO
            MOVE WS-SP-NOME(WS-IX-SUSP)      TO WS-IS-NOME
            MOVE WS-ID-TURMA-PROM     TO WS-IS-TURMA-PROM
            MOVE WS-ID-TURMA-RET      TO WS-IS-TURMA-RET
            MOVE 'REMATRIC'           TO WS-SUS-PROGRAMA
            MOVE 'VIRADA'             TO WS-SUS-TIPO
            MOVE WS-SP-MOTIVO(WS-IX-SUSP)    TO WS-SUS-MOTIVO
            MOVE WS-SP-DESCRICAO(WS-IX-SUSP) TO WS-SUS-DESCRICAO
            MOVE WS-IMG-SUSP          TO WS-SUS-IMAGEM
            PERFORM R9-SUSP-GRAVA     THRU R9-SUSP-GRAVA-FIM
            MOVE 'S'                  TO WS-SP-GRAVADO(WS-IX-SUSP)
            .
       PO-SUSPENDE-ALUNO-FIM.

      *VERIFICA SE O ALUNO WS-IX-SUSP JA TEM ITEM ABERTO NOS SUSPENSOS
      *PARA ESTA TURMA E ANO (VIRADA REEXECUTADA), PARA NAO DUPLICAR
       PP-SUSPENSO-ABERTO.
            MOVE 'N'                  TO WS-SUSP-EXISTE
            SET SUS-FS-OK             TO TRUE
            OPEN INPUT SUSPENSO
            IF NOT SUS-FS-OK
               CLOSE SUSPENSO
               GO TO PP-SUSPENSO-ABERTO-FIM
            END-IF
            SET SUS-EOF               TO FALSE
            PERFORM UNTIL SUS-EOF OR SUSP-EXISTE
                READ SUSPENSO NEXT RECORD
                    AT END
                        SET SUS-EOF   TO TRUE
                    NOT AT END
                        MOVE TX-REGISTRO-SUS TO WS-IMG-SUSP
                        IF SUS-ABERTO
                           AND NM-PROGRAMA-SUS EQUAL 'REMATRIC'
                           AND WS-IS-ANO EQUAL WS-ANO-ANTERIOR
                           AND WS-IS-TURMA-ORIG EQUAL WS-ID-TURMA-ORIG
                           AND WS-IS-ALUNO EQUAL
                               WS-SP-ALUNO(WS-IX-SUSP)
                           MOVE 'S'   TO WS-SUSP-EXISTE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUSPENSO
            .
       PP-SUSPENSO-ABERTO-FIM.

       COPY SUSPGRAVA.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.
