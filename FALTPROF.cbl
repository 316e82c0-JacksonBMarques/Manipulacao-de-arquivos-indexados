      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DO CONTROLE DE AUSENCIAS
      * UPDATE: 15/10/2026 - ALERTA QUANDO O SUBSTITUTO NAO TEM
      *         HABILITACAO VALIDA (CFP001S101) NAS MATERIAS DO
      *         PROFESSOR AUSENTE, PEDINDO CONFIRMACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FALTPROF.
                RECORD KEY IS ID-HORARIO
                FILE STATUS IS WS-FHO.

                SELECT HABILITA ASSIGN TO WS-PATH-HABILITA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-HABILITA
                FILE STATUS IS WS-FHB.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
          COPY CFPK0014.
       FD HORARIO.
          COPY CFPK0017.
       FD HABILITA.
          COPY CFPK0092.
       FD CONTADOR.
          COPY CFPK0008.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
          88 FHO-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FHB                          PIC 99.
          88 FHB-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-NR-AUSENCIA                  PIC 9(05) VALUE ZEROS.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
      *HABILITACAO DO SUBSTITUTO NAS MATERIAS DO AUSENTE
       77 WS-QT-NAO-HABIL                 PIC 9(03) VALUE ZEROS.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
      *REPOSICAO EM AGENDAMENTO
       77 WS-ID-TURMA-INF                 PIC 9(03) VALUE ZEROS.
       77 WS-ID-MATERIA-INF               PIC 9(05) VALUE ZEROS.
            ACCEPT WS-DT-FIM-INF
            DISPLAY 'Codigo do substituto (0 = sem substituto): '
            ACCEPT WS-ID-SUBST-INF
            IF WS-ID-SUBST-INF GREATER THAN ZEROS
               PERFORM PA-HABILITACAO-SUBST
                       THRU PA-HABILITACAO-SUBST-FIM
               IF WS-QT-NAO-HABIL GREATER THAN ZEROS
                  DISPLAY '******************************************'
                  DISPLAY '* SUBSTITUTO SEM HABILITACAO VALIDA EM '
                          WS-QT-NAO-HABIL ' AULA(S) DO AUSENTE.'
                  DISPLAY '******************************************'
                  DISPLAY 'CONFIRMA O SUBSTITUTO MESMO ASSIM (S/N)? '
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA NOT EQUAL 'S'
                     AND WS-CONFIRMA NOT EQUAL 's'
                     DISPLAY 'AUSENCIA NAO GRAVADA - REGISTRE-A COM'
                             ' OUTRO SUBSTITUTO.'
                     GO TO P2-AUSENCIA-FIM
                  END-IF
               END-IF
            END-IF
            DISPLAY 'Motivo da ausencia: '
            ACCEPT WS-MOTIVO-INF

            .
       P9-GERA-NUMERO-REP-FIM.

      *CONFERE, AULA A AULA DO QUADRO DO PROFESSOR AUSENTE, SE O
      *SUBSTITUTO TEM HABILITACAO VALIDA NA MATERIA
       PA-HABILITACAO-SUBST.
            MOVE ZEROS                    TO WS-QT-NAO-HABIL
            SET EOF-OK                    TO FALSE
            SET FHO-OK                    TO TRUE
            SET FHB-OK                    TO TRUE
            OPEN INPUT HABILITA
            OPEN INPUT HORARIO
            IF FHO-OK
               PERFORM UNTIL EOF-OK
                   READ HORARIO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF ID-PROFESSOR-H EQUAL WS-ID-PROF-INF
                              MOVE 'N'    TO WS-ACHOU
                              IF FHB-OK
                                 MOVE WS-ID-SUBST-INF TO ID-PROF-HAB
                                 MOVE ID-MATERIA-H
                                              TO ID-MATERIA-HAB
                                 READ HABILITA
                                     KEY IS ID-HABILITA
                                     INVALID KEY
                                         CONTINUE
                                     NOT INVALID KEY
                                         IF DT-VALIDADE-HAB EQUAL
                                            ZEROS OR DT-VALIDADE-HAB
                                            NOT LESS THAN WS-DATA-HOJE
                                            MOVE 'S' TO WS-ACHOU
                                         END-IF
                                 END-READ
                              END-IF
                              IF NOT ACHOU
                                 ADD 1    TO WS-QT-NAO-HABIL
                                 DISPLAY 'TURMA ' ID-TURMA-H ' DIA '
                                         DIA-SEMANA-H ' PER '
                                         NR-PERIODO-H ' MATERIA '
                                         ID-MATERIA-H
                                         ' - SUBSTITUTO NAO HABILITADO'
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE HORARIO
            CLOSE HABILITA
            .
       PA-HABILITACAO-SUBST-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

