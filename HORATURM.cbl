      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 25/02/2024 - CRIACAO DO MODULO DE QUADRO DE HORARIOS
      * UPDATE: 15/10/2026 - RECUSA AULA DE PROFESSOR SEM HABILITACAO
      *         VALIDA NA MATERIA (CFP001S101) E RELATORIO DAS AULAS
      *         DA GRADE COM PROFESSOR NAO HABILITADO OU VENCIDO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORATURM.
                RECORD KEY IS ID-PROFESSOR
                FILE STATUS IS WS-FPR.

                SELECT HABILITA ASSIGN TO WS-PATH-HABILITA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-HABILITA
                FILE STATUS IS WS-FHB.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.
          COPY CFPK0002.
       FD PROFESSOR.
          COPY CFPK0014.
       FD HABILITA.
          COPY CFPK0092.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-QT-LISTADOS                  PIC 9(03) VALUE ZEROS.
      *HABILITACAO DO PROFESSOR NA MATERIA
       77 WS-FHB                          PIC 99.
          88 FHB-OK                       VALUE 0.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-HABILITADO                   PIC X VALUE 'N'.
          88 HABILITADO                   VALUE 'S'.
       77 WS-MOTIVO-HAB                   PIC X(25) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            DISPLAY '*** QUADRO DE HORARIOS ***'
            DISPLAY 'TECLE <I> PARA INCLUIR UMA AULA, <E> PARA'
            DISPLAY 'EXCLUIR, <T> PARA A GRADE DE UMA TURMA,'
            DISPLAY '<P> PARA A GRADE DE UM PROFESSOR, <H> PARA AS'
            DISPLAY 'AULAS COM PROFESSOR NAO HABILITADO OU <S> PARA'
            DISPLAY 'SAIR:'
            ACCEPT WS-OPCAO

                WHEN 'p'
                    PERFORM P5-GRADE-PROFESSOR
                            THRU P5-GRADE-PROFESSOR-FIM
                WHEN 'H'
                WHEN 'h'
                    PERFORM PC-RELATORIO-HABILITACAO
                            THRU PC-RELATORIO-HABILITACAO-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
               GO TO P2-INCLUI-FIM
            END-IF

            PERFORM PB-VERIFICA-HABILITACAO
                    THRU PB-VERIFICA-HABILITACAO-FIM
            IF NOT HABILITADO
               DISPLAY '*********************************************'
               DISPLAY '* PROFESSOR NAO HABILITADO NA MATERIA '
                       WS-ID-MATERIA-INF
               DISPLAY '* MOTIVO: ' WS-MOTIVO-HAB
               DISPLAY '* AULA NAO GRAVADA.                         *'
               DISPLAY '*********************************************'
               GO TO P2-INCLUI-FIM
            END-IF

            DISPLAY 'Informe a sala: '
            ACCEPT WS-SALA-INF

            .
       PA-ABRE-HORARIO-FIM.

      *VERIFICA SE O PROFESSOR WS-ID-PROF-INF TEM HABILITACAO VALIDA
      *NA MATERIA WS-ID-MATERIA-INF (EXISTENTE E NAO VENCIDA)
       PB-VERIFICA-HABILITACAO.
            MOVE 'N'                      TO WS-HABILITADO
            MOVE 'SEM HABILITACAO'        TO WS-MOTIVO-HAB
            SET FHB-OK                    TO TRUE
            OPEN INPUT HABILITA
            IF FHB-OK
               MOVE WS-ID-PROF-INF        TO ID-PROF-HAB
               MOVE WS-ID-MATERIA-INF     TO ID-MATERIA-HAB
               READ HABILITA
                   KEY IS ID-HABILITA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DT-VALIDADE-HAB NOT EQUAL ZEROS
                          AND DT-VALIDADE-HAB LESS THAN WS-DATA-HOJE
                          MOVE SPACES     TO WS-MOTIVO-HAB
                          STRING 'VENCIDA EM '
                                 DT-VALIDADE-HAB(7:2) '/'
                                 DT-VALIDADE-HAB(5:2) '/'
                                 DT-VALIDADE-HAB(1:4)
                                 DELIMITED BY SIZE
                                 INTO WS-MOTIVO-HAB
                          END-STRING
                       ELSE
                          MOVE 'S'        TO WS-HABILITADO
                          MOVE SPACES     TO WS-MOTIVO-HAB
                       END-IF
               END-READ
            END-IF
            CLOSE HABILITA
            .
       PB-VERIFICA-HABILITACAO-FIM.

      *LISTA TODAS AS AULAS DA GRADE DADAS POR PROFESSOR SEM
      *HABILITACAO NA MATERIA OU COM A HABILITACAO VENCIDA
       PC-RELATORIO-HABILITACAO.
            MOVE ZEROS                    TO WS-QT-LISTADOS
            SET EOF-OK                    TO FALSE
            PERFORM PA-ABRE-HORARIO       THRU PA-ABRE-HORARIO-FIM
            IF FILES-OK
               DISPLAY '*** AULAS COM PROFESSOR NAO HABILITADO ***'
               DISPLAY 'TURMA DIA PER MATERIA PROF MOTIVO'
               PERFORM UNTIL EOF-OK
                   READ HORARIO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE ID-PROFESSOR-H TO WS-ID-PROF-INF
                           MOVE ID-MATERIA-H   TO WS-ID-MATERIA-INF
                           PERFORM PB-VERIFICA-HABILITACAO
                                   THRU PB-VERIFICA-HABILITACAO-FIM
                           IF NOT HABILITADO
                              ADD 1       TO WS-QT-LISTADOS
                              DISPLAY ID-TURMA-H '   '
                                      DIA-SEMANA-H '   '
                                      NR-PERIODO-H '   '
                                      ID-MATERIA-H '   '
                                      ID-PROFESSOR-H '  '
                                      WS-MOTIVO-HAB
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-QT-LISTADOS EQUAL ZEROS
                  DISPLAY 'TODAS AS AULAS COM PROFESSOR HABILITADO.'
               ELSE
                  DISPLAY 'AULAS IRREGULARES: ' WS-QT-LISTADOS
               END-IF
            ELSE
               DISPLAY 'ERRO AO ABRIR O QUADRO DE HORARIOS'
               MOVE WS-FILES TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FILES ' - ' WS-FS-MSG
            END-IF
            CLOSE HORARIO
            .
       PC-RELATORIO-HABILITACAO-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

