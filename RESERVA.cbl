      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: reserva de salas e equipamentos compartilhados
      *          (laboratorio, auditorio, datashow) por data e periodo
      *          (CFP001S80). a reserva e recusada quando o recurso ja
      *          esta reservado no periodo, quando o quadro de
      *          horarios (CFP001S21) tem aula regular na sala naquele
      *          dia da semana e periodo, ou quando ha reposicao de
      *          aula agendada na sala (CFP001S53). o professor lista
      *          as proprias reservas e a coordenacao emite a agenda
      *          diaria de uso dos recursos no arquivo de impressao
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DAS RESERVAS DE SALAS E
      *         EQUIPAMENTOS
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT RESERVA ASSIGN TO WS-PATH-RESERVA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-RESERVA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FRV.

                SELECT HORARIO ASSIGN TO WS-PATH-HORARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-HORARIO
                FILE STATUS IS WS-FHO.

                SELECT REPOSICAO ASSIGN TO WS-PATH-REPOSICAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REPOSICAO
                FILE STATUS IS WS-FRE.

                SELECT PROFESSOR ASSIGN TO WS-PATH-PROFESSOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PROFESSOR
                FILE STATUS IS WS-FPR.

                SELECT BOLETIM ASSIGN TO WS-PATH-BOLETIM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FBOL.

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
       FD RESERVA.
          COPY CFPK0071.
       FD HORARIO.
          COPY CFPK0017.
       FD REPOSICAO.
          COPY CFPK0044.
       FD PROFESSOR.
          COPY CFPK0014.
       FD BOLETIM.
       01 REG-BOLETIM                     PIC X(80).
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
       77 WS-FRV                          PIC 99.
          88 FRV-OK                       VALUE 0.
       77 WS-FHO                          PIC 99.
          88 FHO-OK                       VALUE 0.
       77 WS-FRE                          PIC 99.
          88 FRE-OK                       VALUE 0.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-FBOL                         PIC 99.
          88 FBOL-OK                      VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
      *RESERVA INFORMADA
       77 WS-RECURSO-INF                  PIC X(10) VALUE SPACES.
       01 WS-DT-INF                       PIC 9(08) VALUE ZEROS.
       01 WS-DT-INF-R REDEFINES WS-DT-INF.
          03 WS-DT-INF-AAAA               PIC 9(04).
          03 WS-DT-INF-MM                 PIC 9(02).
          03 WS-DT-INF-DD                 PIC 9(02).
       77 WS-PERIODO-INF                  PIC 9(01) VALUE ZEROS.
       77 WS-ID-PROF-INF                  PIC 9(03) VALUE ZEROS.
       77 WS-ID-TURMA-INF                 PIC 9(03) VALUE ZEROS.
       77 WS-FINALIDADE-INF               PIC X(30) VALUE SPACES.
       77 WS-NM-PROF                      PIC X(20) VALUE SPACES.
      *DIA DA SEMANA DA DATA (1=SEGUNDA ... 6=SABADO, 0=DOMINGO)
       77 WS-DIAS-DATA                    PIC 9(07) VALUE ZEROS.
       77 WS-QUOCIENTE                    PIC 9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA                   PIC 9(01) VALUE ZEROS.
      *CONFLITO DE OCUPACAO DO RECURSO
       77 WS-CONFLITO                     PIC X VALUE 'N'.
          88 CONFLITO                     VALUE 'S'.
       77 WS-MOTIVO-CONFLITO              PIC X(40) VALUE SPACES.
      *LISTAGENS
       77 WS-QT-LISTADOS                  PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-RES                    PIC X(80) VALUE SPACES.
      *SALTO DE PAGINA (FORM FEED) APOS A AGENDA IMPRESSA
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
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** RESERVA DE SALAS E EQUIPAMENTOS ***'
            DISPLAY 'TECLE <R> PARA RESERVAR, <C> PARA CANCELAR,'
            DISPLAY '<P> PARA AS RESERVAS DE UM PROFESSOR,'
            DISPLAY '<A> PARA A AGENDA DO DIA (COORDENACAO)'
            DISPLAY 'OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'R'
                WHEN 'r'
                    PERFORM P2-RESERVA    THRU P2-RESERVA-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P3-CANCELA    THRU P3-CANCELA-FIM
                WHEN 'P'
                WHEN 'p'
                    PERFORM P4-LISTA-PROF THRU P4-LISTA-PROF-FIM
                WHEN 'A'
                WHEN 'a'
                    PERFORM P5-AGENDA     THRU P5-AGENDA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *RESERVA UM RECURSO NUMA DATA/PERIODO, RECUSANDO SE JA ESTIVER
      *OCUPADO POR OUTRA RESERVA, AULA REGULAR OU REPOSICAO
       P2-RESERVA.
            PERFORM P7-PEDE-SLOT          THRU P7-PEDE-SLOT-FIM
            IF WS-RECURSO-INF EQUAL SPACES
               GO TO P2-RESERVA-FIM
            END-IF
            IF WS-DT-INF LESS THAN WS-DATA-HOJE
               DISPLAY 'DATA JA PASSOU - RESERVA NAO PERMITIDA.'
               GO TO P2-RESERVA-FIM
            END-IF
            IF WS-DIA-SEMANA EQUAL ZEROS
               DISPLAY 'A DATA CAI NUM DOMINGO - RESERVA NAO'
                       ' PERMITIDA.'
               GO TO P2-RESERVA-FIM
            END-IF

            PERFORM P8-PEDE-PROFESSOR     THRU P8-PEDE-PROFESSOR-FIM
            IF NOT ACHOU
               GO TO P2-RESERVA-FIM
            END-IF
            DISPLAY 'Turma atendida (0 = nenhuma): '
            ACCEPT WS-ID-TURMA-INF
            DISPLAY 'Finalidade: '
            MOVE SPACES                   TO WS-FINALIDADE-INF
            ACCEPT WS-FINALIDADE-INF

            PERFORM P9-VERIFICA-OCUPACAO
                    THRU P9-VERIFICA-OCUPACAO-FIM
            IF CONFLITO
               DISPLAY 'RESERVA RECUSADA - ' WS-MOTIVO-CONFLITO
               GO TO P2-RESERVA-FIM
            END-IF

            SET FRV-OK                    TO TRUE
            OPEN I-O RESERVA
            IF WS-FRV EQUAL 35
                 CLOSE RESERVA
                 OPEN OUTPUT RESERVA
                 CLOSE RESERVA
                 OPEN I-O RESERVA
            END-IF
            IF NOT FRV-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RESERVAS'
               MOVE WS-FRV TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FRV ' - ' WS-FS-MSG
               CLOSE RESERVA
               GO TO P2-RESERVA-FIM
            END-IF

            MOVE WS-RECURSO-INF           TO NM-RECURSO-RES
            MOVE WS-DT-INF                TO DT-RESERVA
            MOVE WS-PERIODO-INF           TO NR-PERIODO-RES
            MOVE WS-ID-PROF-INF           TO ID-PROF-RES
            MOVE WS-ID-TURMA-INF          TO ID-TURMA-RES
            MOVE WS-FINALIDADE-INF        TO DS-FINALIDADE-RES
            MOVE WS-DATA-HOJE             TO DT-SOLICITACAO-RES
            MOVE LK-OPERADOR              TO OP-RESERVA
            WRITE REG-RESERVA
                INVALID KEY
                    DISPLAY 'RESERVA RECUSADA - RECURSO JA RESERVADO'
                            ' NO PERIODO.'
                NOT INVALID KEY
                    DISPLAY 'Reserva gravada!'
                    MOVE 'RESERVA'        TO WS-AUD-PROGRAMA
                    MOVE 'RESERVA'        TO WS-AUD-OPERACAO
                    STRING WS-RECURSO-INF ' EM ' WS-DT-INF
                           ' PER ' WS-PERIODO-INF
                           ' PROF ' WS-ID-PROF-INF
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-WRITE
            CLOSE RESERVA
            .
       P2-RESERVA-FIM.

      *CANCELA UMA RESERVA; SO O PROPRIO PROFESSOR CANCELA A SUA
       P3-CANCELA.
            PERFORM P7-PEDE-SLOT          THRU P7-PEDE-SLOT-FIM
            IF WS-RECURSO-INF EQUAL SPACES
               GO TO P3-CANCELA-FIM
            END-IF
            DISPLAY 'Informe o codigo do professor da reserva: '
            ACCEPT WS-ID-PROF-INF

            SET FRV-OK                    TO TRUE
            OPEN I-O RESERVA
            IF NOT FRV-OK
               DISPLAY 'NENHUMA RESERVA CADASTRADA.'
               CLOSE RESERVA
               GO TO P3-CANCELA-FIM
            END-IF

            MOVE WS-RECURSO-INF           TO NM-RECURSO-RES
            MOVE WS-DT-INF                TO DT-RESERVA
            MOVE WS-PERIODO-INF           TO NR-PERIODO-RES
            READ RESERVA
                KEY IS ID-RESERVA
                INVALID KEY
                    DISPLAY 'RESERVA NAO ENCONTRADA!'
                    CLOSE RESERVA
                    GO TO P3-CANCELA-FIM
            END-READ
            IF ID-PROF-RES NOT EQUAL WS-ID-PROF-INF
               DISPLAY 'A RESERVA PERTENCE AO PROFESSOR ' ID-PROF-RES
                       ' - CANCELAMENTO NAO PERMITIDO.'
               CLOSE RESERVA
               GO TO P3-CANCELA-FIM
            END-IF
            DISPLAY 'FINALIDADE: ' DS-FINALIDADE-RES
            DISPLAY 'Confirma o cancelamento (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY 'CANCELAMENTO DESISTIDO.'
               CLOSE RESERVA
               GO TO P3-CANCELA-FIM
            END-IF

            DELETE RESERVA RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO CANCELAR A RESERVA'
                NOT INVALID KEY
                    DISPLAY 'Reserva cancelada!'
                    MOVE 'RESERVA'        TO WS-AUD-PROGRAMA
                    MOVE 'CANCELA'        TO WS-AUD-OPERACAO
                    STRING WS-RECURSO-INF ' EM ' WS-DT-INF
                           ' PER ' WS-PERIODO-INF
                           ' PROF ' WS-ID-PROF-INF
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-DELETE
            CLOSE RESERVA
            .
       P3-CANCELA-FIM.

      *RESERVAS DE UM PROFESSOR DE HOJE EM DIANTE
       P4-LISTA-PROF.
            PERFORM P8-PEDE-PROFESSOR     THRU P8-PEDE-PROFESSOR-FIM
            IF NOT ACHOU
               GO TO P4-LISTA-PROF-FIM
            END-IF

            SET FRV-OK                    TO TRUE
            OPEN INPUT RESERVA
            IF NOT FRV-OK
               DISPLAY 'NENHUMA RESERVA CADASTRADA.'
               CLOSE RESERVA
               GO TO P4-LISTA-PROF-FIM
            END-IF

            DISPLAY 'RECURSO    DATA     PER TURMA FINALIDADE'
            MOVE ZEROS                    TO WS-QT-LISTADOS
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ RESERVA NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-PROF-RES EQUAL WS-ID-PROF-INF
                           AND DT-RESERVA NOT LESS THAN WS-DATA-HOJE
                           ADD 1          TO WS-QT-LISTADOS
                           DISPLAY NM-RECURSO-RES ' ' DT-RESERVA
                                   '  ' NR-PERIODO-RES '  '
                                   ID-TURMA-RES '   '
                                   DS-FINALIDADE-RES
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESERVA

            IF WS-QT-LISTADOS EQUAL ZEROS
               DISPLAY 'NENHUMA RESERVA FUTURA DO PROFESSOR.'
            ELSE
               DISPLAY WS-QT-LISTADOS ' RESERVA(S).'
            END-IF
            .
       P4-LISTA-PROF-FIM.

      *AGENDA DE USO DOS RECURSOS NUMA DATA, NA TELA E NO ARQUIVO DE
      *IMPRESSAO, POR RECURSO E PERIODO
       P5-AGENDA.
            DISPLAY 'Data da agenda (AAAAMMDD, 0 = hoje): '
            ACCEPT WS-DT-INF
            IF WS-DT-INF EQUAL ZEROS
               MOVE WS-DATA-HOJE          TO WS-DT-INF
            END-IF

            SET FRV-OK                    TO TRUE
            OPEN INPUT RESERVA
            IF NOT FRV-OK
               DISPLAY 'NENHUMA RESERVA CADASTRADA.'
               CLOSE RESERVA
               GO TO P5-AGENDA-FIM
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
               CLOSE RESERVA
               GO TO P5-AGENDA-FIM
            END-IF

            SET FPR-OK                    TO TRUE
            OPEN INPUT PROFESSOR

            MOVE ALL '='                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-RES
            STRING 'AGENDA DE SALAS E EQUIPAMENTOS - ' WS-DT-INF
                   DELIMITED BY SIZE
                   INTO WS-LINHA-RES
            END-STRING
            MOVE WS-LINHA-RES             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-RES
            MOVE 'RECURSO    PER PROFESSOR            TURMA FINALIDADE'
                                          TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY REG-BOLETIM

            MOVE ZEROS                    TO WS-QT-LISTADOS
            SET EOF-OK                    TO FALSE
            PERFORM P6-LINHA-AGENDA       THRU P6-LINHA-AGENDA-FIM
                    UNTIL EOF-OK
            CLOSE RESERVA
            CLOSE PROFESSOR

            MOVE ALL '-'                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-RES
            STRING 'RESERVAS NO DIA: ' WS-QT-LISTADOS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-RES
            END-STRING
            MOVE WS-LINHA-RES             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-RES
            MOVE WS-SALTO-PAGINA          TO REG-BOLETIM
            WRITE REG-BOLETIM
            CLOSE BOLETIM
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'RESERVA'                TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P5-AGENDA-FIM.

      *UMA RESERVA DA DATA NA AGENDA
       P6-LINHA-AGENDA.
            READ RESERVA NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P6-LINHA-AGENDA-FIM
            END-READ
            IF DT-RESERVA NOT EQUAL WS-DT-INF
               GO TO P6-LINHA-AGENDA-FIM
            END-IF

            ADD 1                         TO WS-QT-LISTADOS
            MOVE SPACES                   TO NM-PROF
            MOVE ID-PROF-RES              TO ID-PROFESSOR
            READ PROFESSOR
                KEY IS ID-PROFESSOR
                INVALID KEY
                    MOVE SPACES           TO NM-PROF
            END-READ
            MOVE SPACES                   TO WS-LINHA-RES
            STRING NM-RECURSO-RES ' ' NR-PERIODO-RES '   ' NM-PROF
                   ' ' ID-TURMA-RES '   ' DS-FINALIDADE-RES
                   DELIMITED BY SIZE
                   INTO WS-LINHA-RES
            END-STRING
            MOVE WS-LINHA-RES             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-RES
            .
       P6-LINHA-AGENDA-FIM.

      *PEDE O RECURSO, A DATA E O PERIODO E CALCULA O DIA DA SEMANA;
      *RECURSO EM BRANCO NA VOLTA INDICA DADO INVALIDO
       P7-PEDE-SLOT.
            DISPLAY 'Recurso (nome da sala ou do equipamento): '
            MOVE SPACES                   TO WS-RECURSO-INF
            ACCEPT WS-RECURSO-INF
            IF WS-RECURSO-INF EQUAL SPACES
               DISPLAY 'RECURSO OBRIGATORIO.'
               GO TO P7-PEDE-SLOT-FIM
            END-IF
            DISPLAY 'Data (AAAAMMDD): '
            ACCEPT WS-DT-INF
            IF WS-DT-INF-MM LESS THAN 1 OR WS-DT-INF-MM GREATER THAN 12
               OR WS-DT-INF-DD LESS THAN 1
               OR WS-DT-INF-DD GREATER THAN 31
               OR WS-DT-INF-AAAA LESS THAN 2000
               DISPLAY 'DATA INVALIDA.'
               MOVE SPACES                TO WS-RECURSO-INF
               GO TO P7-PEDE-SLOT-FIM
            END-IF
            DISPLAY 'Periodo (1 A 9): '
            ACCEPT WS-PERIODO-INF
            IF WS-PERIODO-INF LESS THAN 1
               DISPLAY 'PERIODO INVALIDO - INFORME DE 1 A 9.'
               MOVE SPACES                TO WS-RECURSO-INF
               GO TO P7-PEDE-SLOT-FIM
            END-IF

            COMPUTE WS-DIAS-DATA = FUNCTION INTEGER-OF-DATE(WS-DT-INF)
            END-COMPUTE
            DIVIDE WS-DIAS-DATA BY 7 GIVING WS-QUOCIENTE
                   REMAINDER WS-DIA-SEMANA
            .
       P7-PEDE-SLOT-FIM.

      *PEDE O PROFESSOR E CONFERE O CADASTRO
       P8-PEDE-PROFESSOR.
            MOVE 'N'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-NM-PROF
            DISPLAY 'Informe o codigo do professor: '
            ACCEPT WS-ID-PROF-INF

            SET FPR-OK                    TO TRUE
            OPEN INPUT PROFESSOR
            IF FPR-OK
               MOVE WS-ID-PROF-INF        TO ID-PROFESSOR
               READ PROFESSOR
                   KEY IS ID-PROFESSOR
                   INVALID KEY
                       DISPLAY 'PROFESSOR NAO CADASTRADO!'
                   NOT INVALID KEY
                       MOVE NM-PROF       TO WS-NM-PROF
                       MOVE 'S'           TO WS-ACHOU
                       DISPLAY 'PROFESSOR: ' FUNCTION TRIM(NM-PROF)
               END-READ
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES'
            END-IF
            CLOSE PROFESSOR
            .
       P8-PEDE-PROFESSOR-FIM.

      *O RECURSO ESTA OCUPADO SE JA HOUVER RESERVA NO PERIODO, AULA
      *REGULAR NA SALA NO MESMO DIA DA SEMANA/PERIODO OU REPOSICAO
      *AGENDADA NA SALA NA DATA/PERIODO
       P9-VERIFICA-OCUPACAO.
            MOVE 'N'                      TO WS-CONFLITO
            MOVE SPACES                   TO WS-MOTIVO-CONFLITO

            SET FRV-OK                    TO TRUE
            OPEN INPUT RESERVA
            IF FRV-OK
               MOVE WS-RECURSO-INF        TO NM-RECURSO-RES
               MOVE WS-DT-INF             TO DT-RESERVA
               MOVE WS-PERIODO-INF        TO NR-PERIODO-RES
               READ RESERVA
                   KEY IS ID-RESERVA
                   NOT INVALID KEY
                       MOVE 'S'           TO WS-CONFLITO
                       STRING 'JA RESERVADO PELO PROFESSOR '
                              ID-PROF-RES
                              DELIMITED BY SIZE
                              INTO WS-MOTIVO-CONFLITO
                       END-STRING
               END-READ
            END-IF
            CLOSE RESERVA
            IF CONFLITO
               GO TO P9-VERIFICA-OCUPACAO-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            SET FHO-OK                    TO TRUE
            OPEN INPUT HORARIO
            IF FHO-OK
               PERFORM UNTIL EOF-OK OR CONFLITO
                   READ HORARIO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF DIA-SEMANA-H EQUAL WS-DIA-SEMANA AND
                              NR-PERIODO-H EQUAL WS-PERIODO-INF AND
                              NM-SALA-H EQUAL WS-RECURSO-INF
                              MOVE 'S' TO WS-CONFLITO
                              STRING 'AULA REGULAR DA TURMA '
                                     ID-TURMA-H
                                     DELIMITED BY SIZE
                                     INTO WS-MOTIVO-CONFLITO
                              END-STRING
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE HORARIO
            IF CONFLITO
               GO TO P9-VERIFICA-OCUPACAO-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            SET FRE-OK                    TO TRUE
            OPEN INPUT REPOSICAO
            IF FRE-OK
               PERFORM UNTIL EOF-OK OR CONFLITO
                   READ REPOSICAO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF DT-REPOSICAO EQUAL WS-DT-INF AND
                              NR-PERIODO-REP EQUAL WS-PERIODO-INF AND
                              NM-SALA-REP EQUAL WS-RECURSO-INF AND
                              ST-REPOSICAO EQUAL 'A'
                              MOVE 'S' TO WS-CONFLITO
                              STRING 'REPOSICAO DA TURMA '
                                     ID-TURMA-REP
                                     DELIMITED BY SIZE
                                     INTO WS-MOTIVO-CONFLITO
                              END-STRING
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE REPOSICAO
            .
       P9-VERIFICA-OCUPACAO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM RESERVA.
