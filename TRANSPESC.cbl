      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DO TRANSPORTE ESCOLAR
      * UPDATE: 15/10/2026 - MONITOR DA ROTA INFORMADO PELO CODIGO DO
      *         CADASTRO DE FUNCIONARIOS (CFP001S137), SO ATIVO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPESC.
                RECORD KEY IS ID-REGISTRO-RESP
                FILE STATUS IS WS-FRS.

                SELECT FUNCIONARIO ASSIGN TO WS-PATH-FUNCIONARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-FUNCIONARIO
                FILE STATUS IS WS-FFU.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
          COPY CFPK0001.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD FUNCIONARIO.
          COPY CFPK0129.
       FD CONTADOR.
          COPY CFPK0008.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
          88 FRS-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FFU                          PIC 99.
          88 FFU-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-VEICULO-INF                  PIC X(15) VALUE SPACES.
       77 WS-CAPAC-INF                    PIC 9(03) VALUE ZEROS.
       77 WS-MONITOR-INF                  PIC X(20) VALUE SPACES.
       77 WS-ID-MONITOR-INF               PIC 9(05) VALUE ZEROS.
       77 WS-TURNO-INF                    PIC X(10) VALUE SPACES.
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO-RTA                 PIC X(20) VALUE SPACES.
            ACCEPT WS-VEICULO-INF
            DISPLAY 'Capacidade de passageiros do veiculo: '
            ACCEPT WS-CAPAC-INF
            MOVE ZEROS                    TO WS-ID-MONITOR-INF
            DISPLAY 'Codigo do(a) monitor(a) (0 = sem monitor): '
            ACCEPT WS-ID-MONITOR-INF
            PERFORM P9-LE-MONITOR         THRU P9-LE-MONITOR-FIM
            IF NOT ACHOU
               GO TO P2-CADASTRA-ROTA-FIM
            END-IF
            DISPLAY 'Turno (MANHA/TARDE/NOITE): '
            ACCEPT WS-TURNO-INF

               MOVE WS-VEICULO-INF        TO DS-VEICULO
               MOVE WS-CAPAC-INF          TO QT-CAPAC-VEIC
               MOVE WS-MONITOR-INF        TO NM-MONITOR
               MOVE WS-ID-MONITOR-INF     TO ID-FUNC-MON-ROTA
               MOVE WS-TURNO-INF          TO TURNO-ROTA
               WRITE REG-ROTA
                   INVALID KEY
                                FUNCTION TRIM(NM-ROTA)
                                ' VEICULO ' DS-VEICULO
                                ' TURNO ' TURNO-ROTA
                        DISPLAY '  MONITOR ' ID-FUNC-MON-ROTA ' '
                                NM-MONITOR
                                ' OCUPACAO ' WS-QT-PASSAGEIROS
                                ' DE ' QT-CAPAC-VEIC
                END-READ
            .
       P8-DADOS-DO-ALUNO-FIM.

      *CONFERE O MONITOR NO CADASTRO DE FUNCIONARIOS (SO ATIVO) E
      *TRAZ O NOME PARA NM-MONITOR
       P9-LE-MONITOR.
            MOVE 'S'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-MONITOR-INF
            IF WS-ID-MONITOR-INF EQUAL ZEROS
               GO TO P9-LE-MONITOR-FIM
            END-IF
            MOVE 'N'                      TO WS-ACHOU
            SET FFU-OK                    TO TRUE
            OPEN INPUT FUNCIONARIO
            IF FFU-OK
               MOVE WS-ID-MONITOR-INF     TO ID-FUNCIONARIO
               READ FUNCIONARIO
                   KEY IS ID-FUNCIONARIO
                   INVALID KEY
                       DISPLAY 'FUNCIONARIO NAO EXISTE!'
                   NOT INVALID KEY
                       IF FUN-DESLIGADO
                          DISPLAY 'FUNCIONARIO DESLIGADO!'
                       ELSE
                          MOVE NM-FUNCIONARIO TO WS-MONITOR-INF
                          MOVE 'S'        TO WS-ACHOU
                          DISPLAY 'MONITOR(A): ' NM-FUNCIONARIO
                       END-IF
               END-READ
            ELSE
               DISPLAY 'NENHUM FUNCIONARIO CADASTRADO.'
            END-IF
            CLOSE FUNCIONARIO
            .
       P9-LE-MONITOR-FIM.

      *GERA O PROXIMO NUMERO DE VINCULO DE ROTA (CONTADOR 21)
       P7-GERA-NUMERO.
            MOVE ZEROS                    TO WS-CONT
