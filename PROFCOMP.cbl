      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: comparativo de resultados por professor: liga cada
      *          situacao (CFP001S3) ao professor pela turma do aluno
      *          no ano (contrato CFP001S97, ou o roteiro CFP001S14 na
      *          falta dele) e pelo quadro de horarios da turma
      *          (CFP001S21). para cada professor e materia mostra o
      *          percentual de aprovacao, a media, o percentual de
      *          alunos na faixa de recuperacao, os recursos de nota
      *          (CFP001S34) e as aulas previstas no plano (CFP001S36)
      *          contra as dadas (conteudo ministrado CFP001S51), ao
      *          lado da media da escola na materia e do resultado do
      *          proprio professor no ano anterior. acesso restrito ao
      *          perfil DIRECAO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO COMPARATIVO POR PROFESSOR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFCOMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT APROVACAO ASSIGN TO WS-PATH-SITUACAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-REGISTRO
                ALTERNATE RECORD KEY IS ID-ALUNO1
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS ID-MATERIA1
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT MATERIA ASSIGN TO WS-PATH-MATERIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-MATERIA
                FILE STATUS IS WS-FM.

                SELECT PROFESSOR ASSIGN TO WS-PATH-PROFESSOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PROFESSOR
                FILE STATUS IS WS-FPR.

                SELECT HORARIO ASSIGN TO WS-PATH-HORARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-HORARIO
                FILE STATUS IS WS-FH.

                SELECT TURMALUNO ASSIGN TO WS-PATH-TURMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO6
                FILE STATUS IS WS-FTL.

                SELECT CONTRATOS ASSIGN TO WS-PATH-CONTRATO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NR-CONTRATO
                FILE STATUS IS WS-FCR.

                SELECT RECURSO ASSIGN TO WS-PATH-RECURSO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-RECURSO
                FILE STATUS IS WS-FRC.

                SELECT PLANO ASSIGN TO WS-PATH-PLANO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-PLANO
                FILE STATUS IS WS-FPL.

                SELECT CONTEUDO ASSIGN TO WS-PATH-CONTEUDO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTEUDO
                FILE STATUS IS WS-FCT.

                SELECT PARAMETRO ASSIGN TO WS-PATH-PARAMETRO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PARAMETRO
                FILE STATUS IS WS-FPA.

                SELECT PARAMANO ASSIGN TO WS-PATH-PARAMANO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ANO-PARAM
                FILE STATUS IS WS-FPY.

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
       FD APROVACAO.
          COPY CFPK0003.
       FD MATERIA.
          COPY CFPK0002.
       FD PROFESSOR.
          COPY CFPK0014.
       FD HORARIO.
          COPY CFPK0017.
       FD TURMALUNO.
          COPY CFPK0011.
       FD CONTRATOS.
          COPY CFPK0088.
       FD RECURSO.
          COPY CFPK0027.
       FD PLANO.
          COPY CFPK0030.
       FD CONTEUDO.
          COPY CFPK0042.
       FD PARAMETRO.
          COPY CFPK0025.
       FD PARAMANO.
          COPY CFPK0059.
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
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FM                           PIC 99.
          88 FM-OK                        VALUE 0.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-FH                           PIC 99.
          88 FH-OK                        VALUE 0.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FCR                          PIC 99.
          88 FCR-OK                       VALUE 0.
       77 WS-FRC                          PIC 99.
          88 FRC-OK                       VALUE 0.
       77 WS-FPL                          PIC 99.
          88 FPL-OK                       VALUE 0.
       77 WS-FCT                          PIC 99.
          88 FCT-OK                       VALUE 0.
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FPY                          PIC 99.
          88 FPY-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-TROCOU                       PIC X VALUE 'N'.
          88 TROCOU                       VALUE 'S'.
      *ANOS COMPARADOS: 1 = ANO INFORMADO, 2 = ANO ANTERIOR
       01 WS-ANOS.
          03 WS-ANO-CMP                   PIC 9(04) OCCURS 2 TIMES.
       77 WS-ANO-INF                      PIC 9(04) VALUE ZEROS.
       77 WS-IX-ANO                       PIC 9(01) VALUE ZEROS.
       01 WS-MARGENS.
          03 WS-MARGEM-ANO                PIC 9(02)V9(02)
                                          OCCURS 2 TIMES.
       77 WS-MARGEM-GERAL                 PIC 9(02)V9(02) VALUE 5,00.
      *QUADRO DE HORARIOS: UMA LINHA POR TURMA/MATERIA/PROFESSOR
       77 WS-QT-HORARIO                   PIC 9(04) VALUE ZEROS.
       01 WS-TAB-HORARIO.
          03 WS-HR-ITEM OCCURS 1000 TIMES.
             05 WS-HR-TURMA               PIC 9(03).
             05 WS-HR-MATERIA             PIC 9(05).
             05 WS-HR-PROF                PIC 9(03).
       77 WS-IX-HR                        PIC 9(04) VALUE ZEROS.
      *ROTEIRO ATUAL E TURMA DO CONTRATO DE CADA ANO COMPARADO
       77 WS-QT-ROTEIRO                   PIC 9(04) VALUE ZEROS.
       01 WS-TAB-ROTEIRO.
          03 WS-RT-ITEM OCCURS 3000 TIMES.
             05 WS-RT-ALUNO               PIC 9(05).
             05 WS-RT-TURMA               PIC 9(03).
       77 WS-IX-RT                        PIC 9(04) VALUE ZEROS.
       77 WS-QT-CONTRATOS                 PIC 9(04) VALUE ZEROS.
       01 WS-TAB-CONTRATOS.
          03 WS-CR-ITEM OCCURS 6000 TIMES.
             05 WS-CR-ALUNO               PIC 9(05).
             05 WS-CR-ANO                 PIC 9(04).
             05 WS-CR-TURMA               PIC 9(03).
       77 WS-IX-CR                        PIC 9(04) VALUE ZEROS.
      *MATERIAS: NOTA DE APROVACAO, AULAS PREVISTAS NO PLANO E
      *RESULTADO DA ESCOLA EM CADA ANO
       77 WS-QT-MATERIAS                  PIC 9(03) VALUE ZEROS.
       01 WS-TAB-MATERIAS.
          03 WS-MT-ITEM OCCURS 200 TIMES.
             05 WS-MT-ID                  PIC 9(05).
             05 WS-MT-NOME                PIC X(20).
             05 WS-MT-NT-APROV            PIC 9(02)V9(02).
             05 WS-MT-PREVISTAS           PIC 9(03).
             05 WS-MT-ANO OCCURS 2 TIMES.
                07 WS-MT-QT               PIC 9(05).
                07 WS-MT-APROV            PIC 9(05).
                07 WS-MT-RECUP            PIC 9(05).
                07 WS-MT-SOMA-MD          PIC 9(07)V9(02).
       77 WS-IX-MT                        PIC 9(03) VALUE ZEROS.
      *PROFESSOR X MATERIA: TURMAS NO HORARIO, AULAS DADAS NO ANO E
      *RESULTADO DE CADA ANO
       77 WS-QT-PM                        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-PM.
          03 WS-PM-ITEM OCCURS 500 TIMES.
             05 WS-PM-PROF                PIC 9(03).
             05 WS-PM-MATERIA             PIC 9(05).
             05 WS-PM-TURMAS              PIC 9(03).
             05 WS-PM-DADAS               PIC 9(04).
             05 WS-PM-ANO OCCURS 2 TIMES.
                07 WS-PM-QT               PIC 9(05).
                07 WS-PM-APROV            PIC 9(05).
                07 WS-PM-RECUP            PIC 9(05).
                07 WS-PM-SOMA-MD          PIC 9(07)V9(02).
                07 WS-PM-RECURSOS         PIC 9(05).
       01 WS-PM-TEMP                      PIC X(73).
       77 WS-IX-PM                        PIC 9(03) VALUE ZEROS.
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-IND2                         PIC 9(03) VALUE ZEROS.
      *LANCAMENTO SEM PROFESSOR NO HORARIO DA TURMA
       01 WS-SEM-PROF-TAB.
          03 WS-SEM-PROF                  PIC 9(05) OCCURS 2 TIMES.
      *CHAVES DE PESQUISA
       77 WS-ID-ALUNO-REF                 PIC 9(05) VALUE ZEROS.
       77 WS-ID-MATERIA-REF               PIC 9(05) VALUE ZEROS.
       77 WS-ID-TURMA-REF                 PIC 9(03) VALUE ZEROS.
       77 WS-ID-PROF-REF                  PIC 9(03) VALUE ZEROS.
       77 WS-ANO-REF                      PIC 9(04) VALUE ZEROS.
       77 WS-NM-MATERIA-REF               PIC X(20) VALUE SPACES.
      *IMPRESSAO
       77 WS-PROF-ANTERIOR                PIC 9(03) VALUE ZEROS.
       77 WS-NM-PROF-REL                  PIC X(20) VALUE SPACES.
       77 WS-LINHA-PCM                    PIC X(80) VALUE SPACES.
       77 WS-QT-CALC                      PIC 9(05) VALUE ZEROS.
       77 WS-APROV-CALC                   PIC 9(05) VALUE ZEROS.
       77 WS-RECUP-CALC                   PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-CALC                    PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-PC-APROV                     PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-PC-RECUP                     PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-MD-CALC                      PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-ROTULO-LINHA                 PIC X(12) VALUE SPACES.
       77 WS-ED-QT1                       PIC ZZZZ9.
       77 WS-ED-QT2                       PIC ZZZZ9.
       77 WS-ED-QT3                       PIC ZZZZ9.
       77 WS-TX-RECURSOS                  PIC X(05) VALUE SPACES.
       77 WS-ED-PC1                       PIC ZZ9,99.
       77 WS-ED-PC2                       PIC ZZ9,99.
       77 WS-ED-MD                        PIC Z9,99.

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

            IF LK-PERFIL NOT EQUAL 'DIRECAO'
               AND LK-PERFIL NOT EQUAL SPACES
               DISPLAY '*********************************************'
               DISPLAY '* ACESSO RESTRITO AO PERFIL DIRECAO.        *'
               DISPLAY '*********************************************'
               PERFORM P0-FIM
            END-IF

            SET EXIT-OK                   TO FALSE
            PERFORM P1-COMPARA            THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-COMPARA.
            DISPLAY '*** COMPARATIVO DE RESULTADOS POR PROFESSOR ***'
            DISPLAY 'Informe o ano letivo (AAAA): '
            ACCEPT WS-ANO-INF
            MOVE WS-ANO-INF               TO WS-ANO-CMP(1)
            COMPUTE WS-ANO-CMP(2) = WS-ANO-INF - 1
            END-COMPUTE

            INITIALIZE WS-TAB-MATERIAS
                       WS-TAB-PM
                       WS-SEM-PROF-TAB
            MOVE ZEROS                    TO WS-QT-MATERIAS
                                             WS-QT-PM

            PERFORM P2-LE-PARAMETROS      THRU P2-LE-PARAMETROS-FIM
            PERFORM P3-CARREGA-HORARIO    THRU P3-CARREGA-HORARIO-FIM
            IF WS-QT-HORARIO EQUAL ZEROS
               DISPLAY 'NENHUM HORARIO DE TURMA CADASTRADO - SEM '
                       'LIGACAO COM OS PROFESSORES.'
               GO TO P1-ENCERRA
            END-IF
            PERFORM P4-CARREGA-TURMAS     THRU P4-CARREGA-TURMAS-FIM
            PERFORM P5-CARREGA-PLANO      THRU P5-CARREGA-PLANO-FIM
            PERFORM P6-LE-SITUACOES       THRU P6-LE-SITUACOES-FIM
            IF NOT FS-OK
               GO TO P1-ENCERRA
            END-IF
            PERFORM P7-LE-RECURSOS        THRU P7-LE-RECURSOS-FIM
            PERFORM P8-LE-CONTEUDOS       THRU P8-LE-CONTEUDOS-FIM
            PERFORM P9-ORDENA             THRU P9-ORDENA-FIM
            PERFORM P10-IMPRIME           THRU P10-IMPRIME-FIM

            MOVE 'PROFCOMP'               TO WS-AUD-PROGRAMA
            MOVE 'RELATORIO'              TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ANO ' WS-ANO-INF ' PROF/MATERIA ' WS-QT-PM
                   ' SEM PROF ' WS-SEM-PROF(1)
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P1-ENCERRA.
            DISPLAY
              'TECLE: '
              '<QUALQUER TECLA> para continuar ou <F> para finalizar.'
              ACCEPT WS-EXIT
              IF WS-EXIT = 'f'
                       MOVE 'F'       TO WS-EXIT
              END-IF
            .
       P1-FIM.

      *MARGEM DE RECUPERACAO DE CADA ANO: A DO ARQUIVO CENTRAL DE
      *PARAMETROS, SOBREPOSTA PELA VERSAO DO ANO (CFP001S68) QUANDO
      *GRAVADA
       P2-LE-PARAMETROS.
            SET FPA-OK                    TO TRUE
            OPEN INPUT PARAMETRO
            IF FPA-OK
               MOVE 1                     TO ID-PARAMETRO
               READ PARAMETRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VL-MARGEM-RECUP TO WS-MARGEM-GERAL
               END-READ
            END-IF
            CLOSE PARAMETRO

            MOVE WS-MARGEM-GERAL          TO WS-MARGEM-ANO(1)
                                             WS-MARGEM-ANO(2)
            SET FPY-OK                    TO TRUE
            OPEN INPUT PARAMANO
            IF FPY-OK
               PERFORM VARYING WS-IX-ANO FROM 1 BY 1
                       UNTIL WS-IX-ANO GREATER THAN 2
                   MOVE WS-ANO-CMP(WS-IX-ANO) TO ANO-PARAM
                   READ PARAMANO
                       KEY IS ANO-PARAM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VL-MARGEM-ANO
                                TO WS-MARGEM-ANO(WS-IX-ANO)
                   END-READ
               END-PERFORM
            END-IF
            CLOSE PARAMANO
            .
       P2-LE-PARAMETROS-FIM.

      *CARREGA O QUADRO DE HORARIOS SEM REPETIR A MESMA TURMA/MATERIA/
      *PROFESSOR (CADA PERIODO DA SEMANA E UM REGISTRO) E CONTA AS
      *TURMAS DE CADA PROFESSOR NA MATERIA
       P3-CARREGA-HORARIO.
            MOVE ZEROS                    TO WS-QT-HORARIO
            SET EOF-OK                    TO FALSE
            SET FH-OK                     TO TRUE
            OPEN INPUT HORARIO
            IF NOT FH-OK
               CLOSE HORARIO
               GO TO P3-CARREGA-HORARIO-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ HORARIO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-PROFESSOR-H GREATER THAN ZEROS
                           PERFORM P3A-INCLUI-HORARIO
                                   THRU P3A-INCLUI-HORARIO-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HORARIO
            .
       P3-CARREGA-HORARIO-FIM.

       P3A-INCLUI-HORARIO.
            PERFORM VARYING WS-IX-HR FROM 1 BY 1
                    UNTIL WS-IX-HR GREATER THAN WS-QT-HORARIO
                       OR (WS-HR-TURMA(WS-IX-HR) EQUAL ID-TURMA-H
                       AND WS-HR-MATERIA(WS-IX-HR) EQUAL ID-MATERIA-H
                       AND WS-HR-PROF(WS-IX-HR) EQUAL ID-PROFESSOR-H)
                CONTINUE
            END-PERFORM
            IF WS-IX-HR NOT GREATER THAN WS-QT-HORARIO
               OR WS-QT-HORARIO NOT LESS THAN 1000
               GO TO P3A-INCLUI-HORARIO-FIM
            END-IF
            ADD 1                         TO WS-QT-HORARIO
            MOVE ID-TURMA-H           TO WS-HR-TURMA(WS-QT-HORARIO)
            MOVE ID-MATERIA-H         TO WS-HR-MATERIA(WS-QT-HORARIO)
            MOVE ID-PROFESSOR-H       TO WS-HR-PROF(WS-QT-HORARIO)

            MOVE ID-PROFESSOR-H           TO WS-ID-PROF-REF
            MOVE ID-MATERIA-H             TO WS-ID-MATERIA-REF
            PERFORM P13-ACHA-PM           THRU P13-ACHA-PM-FIM
            IF WS-IX-PM GREATER THAN ZEROS
               ADD 1                      TO WS-PM-TURMAS(WS-IX-PM)
            END-IF
            .
       P3A-INCLUI-HORARIO-FIM.

      *CARREGA O ROTEIRO ATUAL (ALUNO/TURMA) E A TURMA DOS CONTRATOS
      *NAO CANCELADOS DOS DOIS ANOS COMPARADOS
       P4-CARREGA-TURMAS.
            MOVE ZEROS                    TO WS-QT-ROTEIRO
                                             WS-QT-CONTRATOS
            SET EOF-OK                    TO FALSE
            SET FTL-OK                    TO TRUE
            OPEN INPUT TURMALUNO
            IF FTL-OK
               PERFORM UNTIL EOF-OK
                   READ TURMALUNO NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF WS-QT-ROTEIRO LESS THAN 3000
                              ADD 1       TO WS-QT-ROTEIRO
                              MOVE ID-ALUNO6
                                   TO WS-RT-ALUNO(WS-QT-ROTEIRO)
                              MOVE ID-TURMA6
                                   TO WS-RT-TURMA(WS-QT-ROTEIRO)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TURMALUNO

            SET EOF-OK                    TO FALSE
            SET FCR-OK                    TO TRUE
            OPEN INPUT CONTRATOS
            IF FCR-OK
               PERFORM UNTIL EOF-OK
                   READ CONTRATOS NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF ST-CONTRATO NOT EQUAL 'C'
                              AND (ANO-LETIVO-CTR EQUAL WS-ANO-CMP(1)
                              OR ANO-LETIVO-CTR EQUAL WS-ANO-CMP(2))
                              AND WS-QT-CONTRATOS LESS THAN 6000
                              ADD 1       TO WS-QT-CONTRATOS
                              MOVE ID-ALUNO-CTR
                                   TO WS-CR-ALUNO(WS-QT-CONTRATOS)
                              MOVE ANO-LETIVO-CTR
                                   TO WS-CR-ANO(WS-QT-CONTRATOS)
                              MOVE ID-TURMA-CTR
                                   TO WS-CR-TURMA(WS-QT-CONTRATOS)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE CONTRATOS
            .
       P4-CARREGA-TURMAS-FIM.

      *AULAS PREVISTAS DE CADA MATERIA (SOMA DOS BIMESTRES DO PLANO)
       P5-CARREGA-PLANO.
            SET EOF-OK                    TO FALSE
            SET FPL-OK                    TO TRUE
            OPEN INPUT PLANO
            IF FPL-OK
               PERFORM UNTIL EOF-OK
                   READ PLANO NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           MOVE ID-MATERIA-PL TO WS-ID-MATERIA-REF
                           MOVE SPACES    TO WS-NM-MATERIA-REF
                           PERFORM P14-ACHA-MATERIA
                                   THRU P14-ACHA-MATERIA-FIM
                           IF WS-IX-MT GREATER THAN ZEROS
                              ADD QT-AULAS-PREVISTAS
                                  TO WS-MT-PREVISTAS(WS-IX-MT)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE PLANO
            .
       P5-CARREGA-PLANO-FIM.

      *ACUMULA AS SITUACOES DOS DOIS ANOS NA MATERIA (ESCOLA) E NO
      *PROFESSOR DA TURMA DO ALUNO NA MATERIA
       P6-LE-SITUACOES.
            SET EOF-OK                    TO FALSE
            SET FS-OK                     TO TRUE
            OPEN INPUT APROVACAO
            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE SITUACOES'
               MOVE WS-FS TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               CLOSE APROVACAO
               GO TO P6-LE-SITUACOES-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ APROVACAO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        PERFORM P6A-ACUMULA THRU P6A-ACUMULA-FIM
                END-READ
            END-PERFORM
            CLOSE APROVACAO
            SET FS-OK                     TO TRUE
            .
       P6-LE-SITUACOES-FIM.

       P6A-ACUMULA.
            EVALUATE ANO-LETIVO
                WHEN WS-ANO-CMP(1)
                     MOVE 1               TO WS-IX-ANO
                WHEN WS-ANO-CMP(2)
                     MOVE 2               TO WS-IX-ANO
                WHEN OTHER
                     GO TO P6A-ACUMULA-FIM
            END-EVALUATE

            MOVE ID-MATERIA1              TO WS-ID-MATERIA-REF
            MOVE NM-MATERIA1              TO WS-NM-MATERIA-REF
            PERFORM P14-ACHA-MATERIA      THRU P14-ACHA-MATERIA-FIM
            IF WS-IX-MT EQUAL ZEROS
               GO TO P6A-ACUMULA-FIM
            END-IF
            MOVE ZEROS                    TO WS-APROV-CALC
                                             WS-RECUP-CALC
            IF ST-APROVACAO EQUAL 'APROVADO'
               MOVE 1                     TO WS-APROV-CALC
            END-IF
            IF MD-ALUNO LESS THAN WS-MT-NT-APROV(WS-IX-MT)
               AND WS-MT-NT-APROV(WS-IX-MT) - MD-ALUNO
                   NOT GREATER THAN WS-MARGEM-ANO(WS-IX-ANO)
               MOVE 1                     TO WS-RECUP-CALC
            END-IF
            ADD 1                  TO WS-MT-QT(WS-IX-MT WS-IX-ANO)
            ADD WS-APROV-CALC      TO WS-MT-APROV(WS-IX-MT WS-IX-ANO)
            ADD WS-RECUP-CALC      TO WS-MT-RECUP(WS-IX-MT WS-IX-ANO)
            ADD MD-ALUNO           TO WS-MT-SOMA-MD(WS-IX-MT WS-IX-ANO)

            MOVE ID-ALUNO1                TO WS-ID-ALUNO-REF
            MOVE ANO-LETIVO               TO WS-ANO-REF
            PERFORM P11-PROF-DO-ALUNO     THRU P11-PROF-DO-ALUNO-FIM
            IF WS-ID-PROF-REF EQUAL ZEROS
               ADD 1                      TO WS-SEM-PROF(WS-IX-ANO)
               GO TO P6A-ACUMULA-FIM
            END-IF
            PERFORM P13-ACHA-PM           THRU P13-ACHA-PM-FIM
            IF WS-IX-PM EQUAL ZEROS
               GO TO P6A-ACUMULA-FIM
            END-IF
            ADD 1                  TO WS-PM-QT(WS-IX-PM WS-IX-ANO)
            ADD WS-APROV-CALC      TO WS-PM-APROV(WS-IX-PM WS-IX-ANO)
            ADD WS-RECUP-CALC      TO WS-PM-RECUP(WS-IX-PM WS-IX-ANO)
            ADD MD-ALUNO           TO WS-PM-SOMA-MD(WS-IX-PM WS-IX-ANO)
            .
       P6A-ACUMULA-FIM.

      *RECURSOS DE NOTA: A SITUACAO CONTESTADA DA O ANO LETIVO E A
      *MATERIA, E O ALUNO DA O PROFESSOR
       P7-LE-RECURSOS.
            SET EOF-OK                    TO FALSE
            SET FRC-OK                    TO TRUE
            OPEN INPUT RECURSO
            IF NOT FRC-OK
               CLOSE RECURSO
               GO TO P7-LE-RECURSOS-FIM
            END-IF
            SET FS-OK                     TO TRUE
            OPEN INPUT APROVACAO
            PERFORM UNTIL EOF-OK
                READ RECURSO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        MOVE ID-REGISTRO-REC TO ID-REGISTRO
                        READ APROVACAO
                            KEY IS ID-REGISTRO
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                PERFORM P7A-CONTA-RECURSO
                                        THRU P7A-CONTA-RECURSO-FIM
                        END-READ
                END-READ
            END-PERFORM
            CLOSE APROVACAO
            CLOSE RECURSO
            .
       P7-LE-RECURSOS-FIM.

       P7A-CONTA-RECURSO.
            EVALUATE ANO-LETIVO
                WHEN WS-ANO-CMP(1)
                     MOVE 1               TO WS-IX-ANO
                WHEN WS-ANO-CMP(2)
                     MOVE 2               TO WS-IX-ANO
                WHEN OTHER
                     GO TO P7A-CONTA-RECURSO-FIM
            END-EVALUATE
            MOVE ID-ALUNO1                TO WS-ID-ALUNO-REF
            MOVE ID-MATERIA1              TO WS-ID-MATERIA-REF
            MOVE ANO-LETIVO               TO WS-ANO-REF
            PERFORM P11-PROF-DO-ALUNO     THRU P11-PROF-DO-ALUNO-FIM
            IF WS-ID-PROF-REF EQUAL ZEROS
               GO TO P7A-CONTA-RECURSO-FIM
            END-IF
            PERFORM P13-ACHA-PM           THRU P13-ACHA-PM-FIM
            IF WS-IX-PM GREATER THAN ZEROS
               ADD 1             TO WS-PM-RECURSOS(WS-IX-PM WS-IX-ANO)
            END-IF
            .
       P7A-CONTA-RECURSO-FIM.

      *AULAS DADAS NO ANO INFORMADO: CADA CONTEUDO MINISTRADO CONTA
      *PARA O PROFESSOR QUE DEU A AULA
       P8-LE-CONTEUDOS.
            SET EOF-OK                    TO FALSE
            SET FCT-OK                    TO TRUE
            OPEN INPUT CONTEUDO
            IF FCT-OK
               PERFORM UNTIL EOF-OK
                   READ CONTEUDO NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF DT-CONTEUDO(1:4) EQUAL WS-ANO-CMP(1)
                              MOVE ID-PROF-CT    TO WS-ID-PROF-REF
                              MOVE ID-MATERIA-CT TO WS-ID-MATERIA-REF
                              PERFORM P13-ACHA-PM
                                      THRU P13-ACHA-PM-FIM
                              IF WS-IX-PM GREATER THAN ZEROS
                                 ADD 1 TO WS-PM-DADAS(WS-IX-PM)
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE CONTEUDO
            .
       P8-LE-CONTEUDOS-FIM.

      *ORDENA A TABELA PROFESSOR X MATERIA PELO PROFESSOR E MATERIA
       P9-ORDENA.
            MOVE 'S'                      TO WS-TROCOU
            PERFORM UNTIL NOT TROCOU
                MOVE 'N'                  TO WS-TROCOU
                MOVE 1                    TO WS-IND
                PERFORM UNTIL WS-IND GREATER THAN WS-QT-PM - 1
                    COMPUTE WS-IND2 = WS-IND + 1
                    END-COMPUTE
                    IF WS-PM-PROF (WS-IND2) LESS THAN
                       WS-PM-PROF (WS-IND)
                       OR (WS-PM-PROF (WS-IND2) EQUAL
                           WS-PM-PROF (WS-IND)
                           AND WS-PM-MATERIA (WS-IND2) LESS THAN
                               WS-PM-MATERIA (WS-IND))
                       MOVE WS-PM-ITEM (WS-IND)  TO WS-PM-TEMP
                       MOVE WS-PM-ITEM (WS-IND2) TO
                            WS-PM-ITEM (WS-IND)
                       MOVE WS-PM-TEMP           TO
                            WS-PM-ITEM (WS-IND2)
                       MOVE 'S'           TO WS-TROCOU
                    END-IF
                    ADD 1                 TO WS-IND
                END-PERFORM
            END-PERFORM
            .
       P9-ORDENA-FIM.

      *EMITE O COMPARATIVO NA TELA E NO ARQUIVO DE IMPRESSAO
       P10-IMPRIME.
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

            MOVE ALL '='                  TO WS-LINHA-PCM
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-PCM
            STRING 'COMPARATIVO POR PROFESSOR - ANO LETIVO '
                   WS-ANO-CMP(1) ' (ANTERIOR ' WS-ANO-CMP(2) ')'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PCM
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE '              ALUNOS  %APROV  MEDIA  %RECUP  RECURSOS'
                                          TO WS-LINHA-PCM
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM

            SET FPR-OK                    TO TRUE
            OPEN INPUT PROFESSOR
            MOVE 999                      TO WS-PROF-ANTERIOR
            PERFORM VARYING WS-IX-PM FROM 1 BY 1
                    UNTIL WS-IX-PM GREATER THAN WS-QT-PM
                IF WS-PM-QT(WS-IX-PM 1) GREATER THAN ZEROS
                   OR WS-PM-DADAS(WS-IX-PM) GREATER THAN ZEROS
                   PERFORM P12-IMPRIME-PM THRU P12-IMPRIME-PM-FIM
                END-IF
            END-PERFORM
            CLOSE PROFESSOR

            MOVE ALL '='                  TO WS-LINHA-PCM
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE WS-SEM-PROF(1)           TO WS-ED-QT1
            MOVE WS-SEM-PROF(2)           TO WS-ED-QT2
            MOVE SPACES                   TO WS-LINHA-PCM
            STRING 'LANCAMENTOS SEM PROFESSOR NO HORARIO: '
                   WS-ANO-CMP(1) ' ' WS-ED-QT1 '  '
                   WS-ANO-CMP(2) ' ' WS-ED-QT2
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PCM
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM

            IF FIM-OK
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'PROFCOMP'            TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF
            .
       P10-IMPRIME-FIM.

      *DEVOLVE EM WS-ID-PROF-REF O PROFESSOR DA MATERIA
      *WS-ID-MATERIA-REF NA TURMA DO ALUNO WS-ID-ALUNO-REF NO ANO
      *WS-ANO-REF (ZERO QUANDO NAO HA TURMA OU HORARIO)
       P11-PROF-DO-ALUNO.
            MOVE ZEROS                    TO WS-ID-TURMA-REF
                                             WS-ID-PROF-REF
            PERFORM VARYING WS-IX-CR FROM 1 BY 1
                    UNTIL WS-IX-CR GREATER THAN WS-QT-CONTRATOS
                       OR (WS-CR-ALUNO(WS-IX-CR) EQUAL WS-ID-ALUNO-REF
                       AND WS-CR-ANO(WS-IX-CR) EQUAL WS-ANO-REF)
                CONTINUE
            END-PERFORM
            IF WS-IX-CR NOT GREATER THAN WS-QT-CONTRATOS
               MOVE WS-CR-TURMA(WS-IX-CR) TO WS-ID-TURMA-REF
            ELSE
               PERFORM VARYING WS-IX-RT FROM 1 BY 1
                       UNTIL WS-IX-RT GREATER THAN WS-QT-ROTEIRO
                          OR WS-RT-ALUNO(WS-IX-RT)
                             EQUAL WS-ID-ALUNO-REF
                   CONTINUE
               END-PERFORM
               IF WS-IX-RT NOT GREATER THAN WS-QT-ROTEIRO
                  MOVE WS-RT-TURMA(WS-IX-RT) TO WS-ID-TURMA-REF
               END-IF
            END-IF
            IF WS-ID-TURMA-REF EQUAL ZEROS
               GO TO P11-PROF-DO-ALUNO-FIM
            END-IF
            PERFORM VARYING WS-IX-HR FROM 1 BY 1
                    UNTIL WS-IX-HR GREATER THAN WS-QT-HORARIO
                       OR (WS-HR-TURMA(WS-IX-HR) EQUAL WS-ID-TURMA-REF
                       AND WS-HR-MATERIA(WS-IX-HR)
                           EQUAL WS-ID-MATERIA-REF)
                CONTINUE
            END-PERFORM
            IF WS-IX-HR NOT GREATER THAN WS-QT-HORARIO
               MOVE WS-HR-PROF(WS-IX-HR)  TO WS-ID-PROF-REF
            END-IF
            .
       P11-PROF-DO-ALUNO-FIM.

      *IMPRIME O BLOCO DE UM PROFESSOR X MATERIA: ANO INFORMADO,
      *ESCOLA NA MATERIA, ANO ANTERIOR E AULAS PREVISTAS X DADAS
       P12-IMPRIME-PM.
            IF WS-PM-PROF(WS-IX-PM) NOT EQUAL WS-PROF-ANTERIOR
               MOVE WS-PM-PROF(WS-IX-PM)  TO WS-PROF-ANTERIOR
               MOVE 'NAO CADASTRADO'      TO WS-NM-PROF-REL
               IF FPR-OK
                  MOVE WS-PM-PROF(WS-IX-PM) TO ID-PROFESSOR
                  READ PROFESSOR
                      KEY IS ID-PROFESSOR
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE NM-PROF    TO WS-NM-PROF-REL
                  END-READ
               END-IF
               MOVE ALL '-'               TO WS-LINHA-PCM
               PERFORM P15-EMITE-LINHA    THRU P15-EMITE-LINHA-FIM
               MOVE SPACES                TO WS-LINHA-PCM
               STRING 'PROFESSOR ' WS-PM-PROF(WS-IX-PM) ' - '
                      WS-NM-PROF-REL
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PCM
               END-STRING
               PERFORM P15-EMITE-LINHA    THRU P15-EMITE-LINHA-FIM
            END-IF

            MOVE WS-PM-MATERIA(WS-IX-PM)  TO WS-ID-MATERIA-REF
            MOVE SPACES                   TO WS-NM-MATERIA-REF
            PERFORM P14-ACHA-MATERIA      THRU P14-ACHA-MATERIA-FIM
            MOVE SPACES                   TO WS-LINHA-PCM
            IF WS-IX-MT GREATER THAN ZEROS
               STRING ' MATERIA ' WS-PM-MATERIA(WS-IX-PM) ' - '
                      WS-MT-NOME(WS-IX-MT) ' TURMAS: '
                      WS-PM-TURMAS(WS-IX-PM)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PCM
               END-STRING
            ELSE
               STRING ' MATERIA ' WS-PM-MATERIA(WS-IX-PM)
                      ' TURMAS: ' WS-PM-TURMAS(WS-IX-PM)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PCM
               END-STRING
            END-IF
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM

            MOVE WS-PM-QT(WS-IX-PM 1)     TO WS-QT-CALC
            MOVE WS-PM-APROV(WS-IX-PM 1)  TO WS-APROV-CALC
            MOVE WS-PM-RECUP(WS-IX-PM 1)  TO WS-RECUP-CALC
            MOVE WS-PM-SOMA-MD(WS-IX-PM 1) TO WS-SOMA-CALC
            MOVE WS-PM-RECURSOS(WS-IX-PM 1) TO WS-ED-QT3
            MOVE WS-ED-QT3                TO WS-TX-RECURSOS
            MOVE SPACES                   TO WS-ROTULO-LINHA
            STRING '  ANO ' WS-ANO-CMP(1)
                   DELIMITED BY SIZE
                   INTO WS-ROTULO-LINHA
            END-STRING
            PERFORM P16-LINHA-RESULTADO   THRU P16-LINHA-RESULTADO-FIM

            IF WS-IX-MT GREATER THAN ZEROS
               MOVE WS-MT-QT(WS-IX-MT 1)    TO WS-QT-CALC
               MOVE WS-MT-APROV(WS-IX-MT 1) TO WS-APROV-CALC
               MOVE WS-MT-RECUP(WS-IX-MT 1) TO WS-RECUP-CALC
               MOVE WS-MT-SOMA-MD(WS-IX-MT 1) TO WS-SOMA-CALC
               MOVE SPACES                TO WS-TX-RECURSOS
               MOVE '  ESCOLA'            TO WS-ROTULO-LINHA
               PERFORM P16-LINHA-RESULTADO
                       THRU P16-LINHA-RESULTADO-FIM
            END-IF

            MOVE SPACES                   TO WS-ROTULO-LINHA
            STRING '  ANO ' WS-ANO-CMP(2)
                   DELIMITED BY SIZE
                   INTO WS-ROTULO-LINHA
            END-STRING
            IF WS-PM-QT(WS-IX-PM 2) EQUAL ZEROS
               MOVE SPACES                TO WS-LINHA-PCM
               STRING WS-ROTULO-LINHA
                      'SEM LANCAMENTOS DO PROFESSOR NA MATERIA'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-PCM
               END-STRING
               PERFORM P15-EMITE-LINHA    THRU P15-EMITE-LINHA-FIM
            ELSE
               MOVE WS-PM-QT(WS-IX-PM 2)     TO WS-QT-CALC
               MOVE WS-PM-APROV(WS-IX-PM 2)  TO WS-APROV-CALC
               MOVE WS-PM-RECUP(WS-IX-PM 2)  TO WS-RECUP-CALC
               MOVE WS-PM-SOMA-MD(WS-IX-PM 2) TO WS-SOMA-CALC
               MOVE WS-PM-RECURSOS(WS-IX-PM 2) TO WS-ED-QT3
               MOVE WS-ED-QT3             TO WS-TX-RECURSOS
               PERFORM P16-LINHA-RESULTADO
                       THRU P16-LINHA-RESULTADO-FIM
            END-IF

      *O PLANO E POR MATERIA: O PREVISTO DO PROFESSOR E O DO PLANO
      *VEZES O NUMERO DE TURMAS DELE NA MATERIA
            MOVE ZEROS                    TO WS-QT-CALC
            IF WS-IX-MT GREATER THAN ZEROS
               COMPUTE WS-QT-CALC = WS-MT-PREVISTAS(WS-IX-MT)
                                  * WS-PM-TURMAS(WS-IX-PM)
               END-COMPUTE
            END-IF
            MOVE WS-QT-CALC               TO WS-ED-QT1
            MOVE WS-PM-DADAS(WS-IX-PM)    TO WS-ED-QT2
            MOVE SPACES                   TO WS-LINHA-PCM
            STRING '  AULAS PREVISTAS ' WS-ED-QT1 '  DADAS '
                   WS-ED-QT2 ' (' WS-ANO-CMP(1) ')'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PCM
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            .
       P12-IMPRIME-PM-FIM.

      *LOCALIZA (OU INCLUI) PROFESSOR X MATERIA (0 = TABELA CHEIA)
       P13-ACHA-PM.
            PERFORM VARYING WS-IX-PM FROM 1 BY 1
                    UNTIL WS-IX-PM GREATER THAN WS-QT-PM
                       OR (WS-PM-PROF(WS-IX-PM) EQUAL WS-ID-PROF-REF
                       AND WS-PM-MATERIA(WS-IX-PM)
                           EQUAL WS-ID-MATERIA-REF)
                CONTINUE
            END-PERFORM
            IF WS-IX-PM GREATER THAN WS-QT-PM
               IF WS-QT-PM LESS THAN 500
                  ADD 1                   TO WS-QT-PM
                  MOVE WS-QT-PM           TO WS-IX-PM
                  MOVE WS-ID-PROF-REF     TO WS-PM-PROF(WS-IX-PM)
                  MOVE WS-ID-MATERIA-REF  TO WS-PM-MATERIA(WS-IX-PM)
               ELSE
                  MOVE ZEROS              TO WS-IX-PM
               END-IF
            END-IF
            .
       P13-ACHA-PM-FIM.

      *LOCALIZA (OU INCLUI) A MATERIA, LENDO A NOTA DE APROVACAO E O
      *NOME DO CADASTRO (0 = TABELA CHEIA)
       P14-ACHA-MATERIA.
            PERFORM VARYING WS-IX-MT FROM 1 BY 1
                    UNTIL WS-IX-MT GREATER THAN WS-QT-MATERIAS
                       OR WS-MT-ID(WS-IX-MT) EQUAL WS-ID-MATERIA-REF
                CONTINUE
            END-PERFORM
            IF WS-IX-MT NOT GREATER THAN WS-QT-MATERIAS
               IF WS-MT-NOME(WS-IX-MT) EQUAL SPACES
                  MOVE WS-NM-MATERIA-REF  TO WS-MT-NOME(WS-IX-MT)
               END-IF
               GO TO P14-ACHA-MATERIA-FIM
            END-IF
            IF WS-QT-MATERIAS NOT LESS THAN 200
               MOVE ZEROS                 TO WS-IX-MT
               GO TO P14-ACHA-MATERIA-FIM
            END-IF
            ADD 1                         TO WS-QT-MATERIAS
            MOVE WS-QT-MATERIAS           TO WS-IX-MT
            MOVE WS-ID-MATERIA-REF        TO WS-MT-ID(WS-IX-MT)
            MOVE WS-NM-MATERIA-REF        TO WS-MT-NOME(WS-IX-MT)
            SET FM-OK                     TO TRUE
            OPEN INPUT MATERIA
            IF FM-OK
               MOVE WS-ID-MATERIA-REF     TO ID-MATERIA
               READ MATERIA
                   KEY IS ID-MATERIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NT-APROVACAO
                            TO WS-MT-NT-APROV(WS-IX-MT)
                       MOVE NM-MATERIA    TO WS-MT-NOME(WS-IX-MT)
               END-READ
            END-IF
            CLOSE MATERIA
            .
       P14-ACHA-MATERIA-FIM.

      *MOSTRA A LINHA NA TELA E GRAVA NA IMPRESSAO
       P15-EMITE-LINHA.
            DISPLAY WS-LINHA-PCM
            IF FIM-OK
               MOVE WS-LINHA-PCM          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P15-EMITE-LINHA-FIM.

      *MONTA A LINHA DE RESULTADO (ALUNOS, % APROVACAO, MEDIA,
      *% RECUPERACAO E RECURSOS) COM OS VALORES DOS CAMPOS DE CALCULO
       P16-LINHA-RESULTADO.
            MOVE ZEROS                    TO WS-PC-APROV
                                             WS-PC-RECUP
                                             WS-MD-CALC
            IF WS-QT-CALC GREATER THAN ZEROS
               COMPUTE WS-PC-APROV ROUNDED =
                       WS-APROV-CALC * 100 / WS-QT-CALC
               END-COMPUTE
               COMPUTE WS-PC-RECUP ROUNDED =
                       WS-RECUP-CALC * 100 / WS-QT-CALC
               END-COMPUTE
               COMPUTE WS-MD-CALC ROUNDED =
                       WS-SOMA-CALC / WS-QT-CALC
               END-COMPUTE
            END-IF
            MOVE WS-QT-CALC               TO WS-ED-QT1
            MOVE WS-PC-APROV              TO WS-ED-PC1
            MOVE WS-MD-CALC               TO WS-ED-MD
            MOVE WS-PC-RECUP              TO WS-ED-PC2
            MOVE SPACES                   TO WS-LINHA-PCM
            STRING WS-ROTULO-LINHA '   ' WS-ED-QT1 '  ' WS-ED-PC1
                   '  ' WS-ED-MD '  ' WS-ED-PC2 '     ' WS-TX-RECURSOS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PCM
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            .
       P16-LINHA-RESULTADO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM PROFCOMP.
