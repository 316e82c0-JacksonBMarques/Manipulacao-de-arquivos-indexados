      *         DEVENDO ATE QT-MAX-DEPEND MATERIAS E PROMOVIDO COM
      *         UMA DEPENDENCIA POR MATERIA DEVIDA (CFP001S49),
      *         BAIXADA DEPOIS PELO DEPENDALU
      * UPDATE: 15/10/2026 - TURMA DE SERIE DE AVALIACAO DESCRITIVA
      *         (ANOS INICIAIS): O ALUNO E PROMOVIDO OU RETIDO SO PELA
      *         FREQUENCIA, SEM NOTAS E SEM PROGRESSAO PARCIAL
      * UPDATE: 15/10/2026 - ALUNO DO ROTEIRO NAO CADASTRADO OU NAO
      *         ATIVO E GUARDADO NOS SUSPENSOS (CFP001S110) COM O
      *         MOTIVO; OS REENVIADOS PELA TELA DE SUSPENSOS SAO
      *         PROCESSADOS DE NOVO, MESMO COM A TURMA JA PROCESSADA NO
      *         ANO (SO ELES)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOALUN.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-JOB-FS.

      * SUSPENSOS: ALUNO DO ROTEIRO NAO CADASTRADO OU NAO ATIVO, QUE
      * FICOU FORA DO LOTE, PARA A SECRETARIA TRATAR E REENVIAR
                SELECT SUSPENSO ASSIGN TO WS-PATH-SUSPENSO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SUSPENSO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-SUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNO.
       FD PROMOCAO.
       01 REG-PROMOCAO                    PIC X(80).
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD JOBCTRL.
          COPY CFPK0021.
       FD DEPENDENCIA.
          COPY CFPK0041.
       FD CONTADOR.
          COPY CFPK0008.
       FD SUSPENSO.
          COPY CFPK0102.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY AUDITVARS.
       COPY JOBVARS.
       COPY SNAPVARS.
       COPY SUSVARS.
       01 WS-ALUNO                     PIC X(34) VALUE SPACES.
       01 FILLER REDEFINES WS-ALUNO.
          03 WS-ID-ALUNO               PIC 9(05).
       77 WS-ID-SERIE-TUR              PIC 9(02) VALUE ZEROS.
       77 WS-ID-SERIE-SEG              PIC 9(02) VALUE ZEROS.
       77 WS-NM-SERIE-SEG              PIC X(20) VALUE SPACES.
      *SERIE DE AVALIACAO DESCRITIVA (ANOS INICIAIS): A PROMOCAO E SO
      *PELA FREQUENCIA, SEM NOTAS E SEM PROGRESSAO PARCIAL
       77 WS-AVAL-SERIE-TUR            PIC X VALUE 'N'.
          88 TURMA-DESCRITIVA          VALUE 'D'.
       77 WS-EOF                       PIC X.
          88 EOF-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF2                      PIC X.
       77 WS-TOT-NAO-ATIVOS            PIC 9(005) VALUE ZEROS.
       77 WS-TOT-ED                    PIC ZZZZ9.

      *ALUNOS DESTA TURMA E ANO REENVIADOS PELA TELA DE SUSPENSOS:
      *SAO PROCESSADOS DE NOVO; COM A TURMA JA PROCESSADA NO ANO, O
      *LOTE PROCESSA SO ELES
       77 WS-SO-REENVIO                PIC X VALUE 'N'.
          88 SO-REENVIO                VALUE 'S'.
       77 WS-QT-REENV                  PIC 9(03) VALUE ZEROS.
       77 WS-IX-REENV                  PIC 9(03) VALUE ZEROS.
       01 WS-TAB-REENV.
          03 WS-RV-ITEM OCCURS 200 TIMES.
             05 WS-RV-ALUNO            PIC 9(05).
             05 WS-RV-ID-SUS           PIC 9(06).
      *IMAGEM DO ITEM SUSPENSO DO LOTE
       01 WS-IMG-SUSP.
          03 WS-IS-ANO                 PIC 9(04).
          03 WS-IS-TURMA               PIC 9(03).
          03 WS-IS-ALUNO               PIC 9(05).
          03 WS-IS-NOME                PIC X(20).
          03 WS-IS-ST-ALUNO            PIC X(01).
          03 FILLER                    PIC X(217).

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                  PIC X(40).
                                          WS-TOT-RETIDOS
                                          WS-TOT-SEM-LANCAMENTO
                                          WS-TOT-NAO-ATIVOS
                                          WS-QT-REENV
                                          WS-SUS-QT-GRAVADOS
            MOVE 'N'                  TO WS-ACHOU-ROTEIRO
                                         WS-SO-REENVIO

            DISPLAY 'INFORME O CODIGO DA TURMA: '
            ACCEPT WS-ID-TURMA-INF
                       ' JOB NA LISTAGEM DE JOBS.'
               GO TO P1-ENCERRA
            END-IF
            PERFORM P3-CARREGA-REENVIO THRU P3-CARREGA-REENVIO-FIM
            IF JOB-DUPLICADO
               IF WS-QT-REENV EQUAL ZEROS
                  DISPLAY 'ESTA TURMA JA FOI PROCESSADA NESTE ANO'
                          ' LETIVO - EXECUCAO RECUSADA.'
                  GO TO P1-ENCERRA
               END-IF
               DISPLAY 'TURMA JA PROCESSADA NO ANO: SO OS ALUNOS'
                       ' REENVIADOS DOS SUSPENSOS SERAO PROCESSADOS.'
               MOVE 'S'               TO WS-SO-REENVIO
            END-IF
            PERFORM J8-JOB-INICIA     THRU J8-JOB-INICIA-FIM


            DISPLAY '*** PROCESSAMENTO DE PROMOCAO/RETENCAO - TURMA '
                    WS-ID-TURMA-INF ' - ANO ' WS-ANO-SISTEMA ' ***'
            IF TURMA-DESCRITIVA
               DISPLAY 'SERIE DE AVALIACAO DESCRITIVA: PROMOCAO SO PELA'
                       ' FREQUENCIA (MINIMO ' WS-PC-MINIMO '%)'
            END-IF

            SET EOF-OK                TO FALSE
            SET FTL-OK                TO TRUE
                       NOT AT END
                          IF WS-ID-TURMA6 EQUAL WS-ID-TURMA-INF
                             MOVE 'S'        TO WS-ACHOU-ROTEIRO
                             PERFORM P3A-ALUNO-ROTEIRO
                                     THRU P3A-ALUNO-ROTEIRO-FIM
                          END-IF
                   END-READ
               END-PERFORM
                    WS-TOT-SEM-LANCAMENTO
            DISPLAY '   NAO ATIVOS (PULADOS)   : '
                    WS-TOT-NAO-ATIVOS
            DISPLAY '   GUARDADOS NOS SUSPENSOS: '
                    WS-SUS-QT-GRAVADOS

            IF NOT SIMULACAO
               MOVE 'CONCLUIDO'       TO WS-JOB-RESULTADO
               END-STRING
               MOVE WS-LINHA-REL          TO REG-PROMOCAO
               WRITE REG-PROMOCAO
               IF TURMA-DESCRITIVA
                  MOVE 'SERIE DE AVALIACAO DESCRITIVA - PROMOCAO PELA FR
      -                'EQUENCIA'         TO REG-PROMOCAO
                  WRITE REG-PROMOCAO
               END-IF
            ELSE
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE PROMOCAO'
               MOVE WS-PRM-FS TO WS-FS-CODE
            .
       P1A-ABRE-RELATORIO-FIM.

      *CARREGA OS ITENS SUSPENSOS DESTA TURMA E ANO REENVIADOS PELA
      *TELA DE SUSPENSOS. ITEM DE OUTRA TURMA FICA PARA O LOTE DELA
       P3-CARREGA-REENVIO.
            MOVE ZEROS                TO WS-QT-REENV
            MOVE 'PROMOALUN'          TO WS-SUS-PROGRAMA
            MOVE 'PROMOCAO'           TO WS-SUS-TIPO
            PERFORM R9-SUSP-CARREGA   THRU R9-SUSP-CARREGA-FIM
            PERFORM VARYING WS-SUS-IX FROM 1 BY 1
                    UNTIL WS-SUS-IX GREATER THAN WS-SUS-QT-REENVIO
                MOVE WS-SUS-REENVIO-ID(WS-SUS-IX) TO WS-SUS-ID
                PERFORM R9-SUSP-LE    THRU R9-SUSP-LE-FIM
                IF SUS-LIDO
                   MOVE WS-SUS-IMAGEM TO WS-IMG-SUSP
                   IF WS-IS-ANO EQUAL WS-ANO-SISTEMA
                      AND WS-IS-TURMA EQUAL WS-ID-TURMA-INF
                      ADD 1           TO WS-QT-REENV
                      MOVE WS-IS-ALUNO TO WS-RV-ALUNO(WS-QT-REENV)
                      MOVE WS-SUS-ID  TO WS-RV-ID-SUS(WS-QT-REENV)
                   END-IF
                END-IF
            END-PERFORM
            MOVE ZEROS                TO WS-SUS-ORIGEM
            .
       P3-CARREGA-REENVIO-FIM.

      *PROCESSA UM ALUNO DO ROTEIRO DA TURMA. ALUNO NAO CADASTRADO OU
      *NAO ATIVO FICA FORA DO LOTE E VAI PARA OS SUSPENSOS; ALUNO
      *REENVIADO DOS SUSPENSOS TEM O ITEM MARCADO COMO REPROCESSADO
      *(SE FOR PULADO DE NOVO, NASCE UM ITEM NOVO LIGADO A ELE)
       P3A-ALUNO-ROTEIRO.
            MOVE ZEROS                TO WS-SUS-ORIGEM
            PERFORM VARYING WS-IX-REENV FROM 1 BY 1
                    UNTIL WS-IX-REENV GREATER THAN WS-QT-REENV
                       OR WS-RV-ALUNO(WS-IX-REENV) EQUAL WS-ID-ALUNO6
                CONTINUE
            END-PERFORM
            IF WS-IX-REENV GREATER THAN WS-QT-REENV
               IF SO-REENVIO
                  GO TO P3A-ALUNO-ROTEIRO-FIM
               END-IF
            ELSE
               MOVE WS-RV-ID-SUS(WS-IX-REENV) TO WS-SUS-ID
               PERFORM R9-SUSP-LE     THRU R9-SUSP-LE-FIM
            END-IF

            MOVE WS-ID-ALUNO6         TO ID-ALUNO
            READ ALUNO INTO WS-ALUNO
                INVALID KEY
                    DISPLAY '  ALUNO ' WS-ID-ALUNO6
                            ' NAO CADASTRADO - '
                            'IGNORADO'
                    MOVE 'NENC'       TO WS-SUS-MOTIVO
                    MOVE 'ALUNO DO ROTEIRO NAO CADASTRADO'
                                      TO WS-SUS-DESCRICAO
                    MOVE WS-NM-ALUNO6 TO WS-IS-NOME
                    MOVE SPACES       TO WS-IS-ST-ALUNO
                    PERFORM P3B-SUSPENDE-ALUNO
                            THRU P3B-SUSPENDE-ALUNO-FIM
                NOT INVALID KEY
      *ALUNO NAO ATIVO (TRANCADO/TRANSFERIDO/EVADIDO) E PULADO EM
      *VEZ DE CONTAR COMO RETIDO
                    IF ST-ALUNO NOT EQUAL 'A'
                       AND ST-ALUNO NOT EQUAL SPACE
                       ADD 1          TO WS-TOT-NAO-ATIVOS
                       DISPLAY '  ALUNO '
                               WS-ID-ALUNO6
                               ' NAO ATIVO ('
                               ST-ALUNO
                               ') - NAO PROCESSADO'
                       MOVE 'SITU'    TO WS-SUS-MOTIVO
                       MOVE 'ALUNO NAO ATIVO - FORA DA PROMOCAO'
                                      TO WS-SUS-DESCRICAO
                       MOVE WS-NM-ALUNO TO WS-IS-NOME
                       MOVE ST-ALUNO  TO WS-IS-ST-ALUNO
                       PERFORM P3B-SUSPENDE-ALUNO
                               THRU P3B-SUSPENDE-ALUNO-FIM
                    ELSE
                       ADD 1          TO WS-TOT-ALUNOS
                       PERFORM P2-AVALIA-ALUNO
                            THRU P2-AVALIA-ALUNO-FIM
                    END-IF
            END-READ

            PERFORM R9-SUSP-CONCLUI   THRU R9-SUSP-CONCLUI-FIM
            .
       P3A-ALUNO-ROTEIRO-FIM.

      *GRAVA O ALUNO PULADO NOS SUSPENSOS (NA SIMULACAO NADA E
      *GRAVADO), COM O MOTIVO EM WS-SUS-MOTIVO E WS-SUS-DESCRICAO
       P3B-SUSPENDE-ALUNO.
            IF SIMULACAO
               MOVE SPACES            TO WS-SUS-DESCRICAO
               GO TO P3B-SUSPENDE-ALUNO-FIM
            END-IF
            MOVE WS-ANO-SISTEMA       TO WS-IS-ANO
            MOVE WS-ID-TURMA-INF      TO WS-IS-TURMA
            MOVE WS-ID-ALUNO6         TO WS-IS-ALUNO
            MOVE SPACES               TO WS-IMG-SUSP(34:217)
            MOVE 'PROMOALUN'          TO WS-SUS-PROGRAMA
            MOVE 'PROMOCAO'           TO WS-SUS-TIPO
            MOVE WS-IMG-SUSP          TO WS-SUS-IMAGEM
            PERFORM R9-SUSP-GRAVA     THRU R9-SUSP-GRAVA-FIM
            .
       P3B-SUSPENDE-ALUNO-FIM.

      *AVALIA A SITUACAO DE UM ALUNO EM TODAS AS MATERIAS DO ANO LETIVO
      *E GRAVA O RESULTADO NO RELATORIO DE PROMOCAO/RETENCAO
       P2-AVALIA-ALUNO.
                                           WS-QTD-REPROVADAS
                                           WS-QT-DEP

      *ALUNO DE SERIE DESCRITIVA NAO TEM NOTAS: SO A FREQUENCIA CONTA
            IF TURMA-DESCRITIVA
               PERFORM P2E-FREQ-DESCRITIVO
                       THRU P2E-FREQ-DESCRITIVO-FIM
               GO TO P2-APURA-SITUACAO
            END-IF

            OPEN INPUT APROVACAO
            IF FS-OK THEN
               PERFORM UNTIL EOF2-OK
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
            END-IF
            .
       P2-APURA-SITUACAO.

      *A REGRA DA PROGRESSAO PARCIAL: DEVENDO ATE O LIMITE DO
      *PARAMETRO, O ALUNO AVANCA COM DEPENDENCIA NAS MATERIAS (NAO
      *VALE NA SERIE DESCRITIVA, ONDE A RETENCAO E SO POR FALTA)
            EVALUATE TRUE
                WHEN WS-QTD-MATERIAS EQUAL ZEROS
                     MOVE 'SEM LANCAMENTO'  TO WS-SITUACAO-FINAL
                     ADD 1                  TO WS-TOT-SEM-LANCAMENTO
                WHEN WS-QTD-REPROVADAS > ZEROS
                     AND WS-QT-MAX-DEP > ZEROS
                     AND NOT TURMA-DESCRITIVA
                     AND WS-QTD-REPROVADAS NOT GREATER
                         THAN WS-QT-MAX-DEP
                     MOVE 'PROM-DEPEND'     TO WS-SITUACAO-FINAL
       P1C-SERIE-SEGUINTE.
            MOVE ZEROS                 TO WS-ID-SERIE-SEG
            MOVE SPACES                TO WS-NM-SERIE-SEG
            MOVE 'N'                   TO WS-AVAL-SERIE-TUR
            IF WS-ID-SERIE-TUR EQUAL ZEROS
               GO TO P1C-SERIE-SEGUINTE-FIM
            END-IF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SERIE-DESCRITIVA
                          MOVE 'D'     TO WS-AVAL-SERIE-TUR
                       END-IF
                       MOVE ID-SERIE-SEGUINTE TO WS-ID-SERIE-SEG
                       IF WS-ID-SERIE-SEG GREATER THAN ZEROS
                          MOVE WS-ID-SERIE-SEG TO ID-SERIE
            .
       P2B-VERIFICA-FREQ-FIM.

      *SERIE DESCRITIVA: CONTA AS MATERIAS COM FREQUENCIA REGISTRADA
      *DO ALUNO E, ENTRE ELAS, AS QUE FICARAM ABAIXO DO MINIMO LEGAL.
      *SEM NENHUM REGISTRO, O ALUNO SAI COMO SEM LANCAMENTO
       P2E-FREQ-DESCRITIVO.
            SET EOF3-OK                TO FALSE
            SET FFQ-OK                 TO TRUE

            OPEN INPUT FREQUENCIA
            IF FFQ-OK
               PERFORM UNTIL EOF3-OK
                   READ FREQUENCIA NEXT RECORD
                       AT END
                           SET EOF3-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO4 EQUAL WS-ID-ALUNO
                              ADD 1        TO WS-QTD-MATERIAS
                              IF PC-FREQUENCIA LESS THAN WS-PC-MINIMO
                                 ADD 1     TO WS-QTD-REPROVADAS
                                 DISPLAY '  ALUNO ' WS-ID-ALUNO
                                         ' MATERIA ' ID-MATERIA4
                                         ' FREQUENCIA ' PC-FREQUENCIA
                                         '% - RETIDO POR FALTA'
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREQUENCIA
            ELSE
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE FREQUENCIA'
               MOVE WS-FFQ TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FFQ ' - ' WS-FS-MSG
            END-IF
            .
       P2E-FREQ-DESCRITIVO-FIM.

      *GRAVA O RESUMO NO RELATORIO DE PROMOCAO/RETENCAO, FECHA O
      *ARQUIVO E REGISTRA UMA ENTRADA DE AUDITORIA COM O RESULTADO
       P1B-FECHA-RELATORIO.
       COPY AUDITLOG.
       COPY JOBCTRL.
       COPY SNAPPROC.
       COPY SUSPGRAVA.

       P0-FIM.
            GOBACK.
