      *                      RECUSA MATRICULAS NO ROTEIRO ALEM DA
      *                      CAPACIDADE, OFERECENDO A LISTA DE ESPERA
      *                      (CFP001S23) EM ORDEM DE CHEGADA
      * UPDATE: 15/10/2026 - ALERTA QUANDO O PROFESSOR RESPONSAVEL NAO
      *         TEM HABILITACAO VALIDA (CFP001S101) EM NENHUMA MATERIA
      *         DA GRADE DA SERIE DA TURMA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADATURM.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FMT.

      * HABILITACOES DOS PROFESSORES POR MATERIA
                SELECT HABILITA ASSIGN TO WS-PATH-HABILITA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-HABILITA
                FILE STATUS IS WS-FHB.

       DATA DIVISION.
       FILE SECTION.
       FD TURMA.
       FD CONTADOR.
          COPY CFPK0008.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD PROFESSOR.
          COPY CFPK0014.
       FD ESPERA.
          COPY CFPK0024.
       FD MATRICULA.
          COPY CFPK0009.
       FD HABILITA.
          COPY CFPK0092.
       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
          88 JA-TEM-MATR                  VALUE 'S'.
       77 WS-QT-GRADE-OK                  PIC 9(03) VALUE ZEROS.
       77 WS-CONT-MATR                    PIC 9(03) VALUE ZEROS.
      *HABILITACAO DO PROFESSOR RESPONSAVEL
       77 WS-FHB                          PIC 99.
          88 FHB-OK                       VALUE 0.
       77 WS-QT-HABIL                     PIC 9(03) VALUE ZEROS.
       77 WS-QT-MAT-GRADE                 PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
            ACCEPT WS-QT-CAPACIDADE
            PERFORM P1D-ESCOLHE-SERIE
                    THRU P1D-ESCOLHE-SERIE-FIM
            PERFORM P1E-VERIFICA-HABILITACAO
                    THRU P1E-VERIFICA-HABILITACAO-FIM
            DISPLAY 'Unidade escolar da turma (0 = unica/matriz): '
            ACCEPT WS-ID-UNID-TURMA

            .
       P1D-ESCOLHE-SERIE-FIM.

      *ALERTA QUANDO O PROFESSOR RESPONSAVEL NAO TEM HABILITACAO
      *VALIDA EM NENHUMA MATERIA DA GRADE DA SERIE (SEM SERIE, EM
      *NENHUMA MATERIA); A TURMA E GRAVADA MESMO ASSIM
       P1E-VERIFICA-HABILITACAO.
            IF WS-ID-PROF-TURMA EQUAL ZEROS
               GO TO P1E-VERIFICA-HABILITACAO-FIM
            END-IF
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE ZEROS                    TO WS-QT-HABIL
                                             WS-QT-MAT-GRADE
            SET FHB-OK                    TO TRUE
            OPEN INPUT HABILITA
            IF NOT FHB-OK
               CLOSE HABILITA
               GO TO P1E-VERIFICA-HABILITACAO-ALERTA
            END-IF

            IF WS-ID-SERIE-TURMA EQUAL ZEROS
               SET EOF2-OK                TO FALSE
               MOVE WS-ID-PROF-TURMA      TO ID-PROF-HAB
               MOVE ZEROS                 TO ID-MATERIA-HAB
               START HABILITA KEY NOT LESS THAN ID-HABILITA
                   INVALID KEY
                       SET EOF2-OK        TO TRUE
               END-START
               PERFORM UNTIL EOF2-OK
                   READ HABILITA NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-PROF-HAB NOT EQUAL WS-ID-PROF-TURMA
                              SET EOF2-OK TO TRUE
                           ELSE
                              IF DT-VALIDADE-HAB EQUAL ZEROS
                                 OR DT-VALIDADE-HAB NOT LESS THAN
                                    WS-DATA-SISTEMA
                                 ADD 1    TO WS-QT-HABIL
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            ELSE
               SET EOF2-OK                TO FALSE
               SET FGR-OK                 TO TRUE
               OPEN INPUT GRADE
               IF FGR-OK
                  PERFORM UNTIL EOF2-OK
                      READ GRADE NEXT RECORD
                          AT END
                              SET EOF2-OK TO TRUE
                          NOT AT END
                              IF ID-SERIE-GR EQUAL WS-ID-SERIE-TURMA
                                 ADD 1    TO WS-QT-MAT-GRADE
                                 MOVE WS-ID-PROF-TURMA
                                          TO ID-PROF-HAB
                                 MOVE ID-MATERIA-GR
                                          TO ID-MATERIA-HAB
                                 READ HABILITA
                                     KEY IS ID-HABILITA
                                     INVALID KEY
                                         CONTINUE
                                     NOT INVALID KEY
                                         IF DT-VALIDADE-HAB EQUAL
                                            ZEROS OR DT-VALIDADE-HAB
                                            NOT LESS THAN
                                            WS-DATA-SISTEMA
                                            ADD 1 TO WS-QT-HABIL
                                         END-IF
                                 END-READ
                              END-IF
                      END-READ
                  END-PERFORM
               END-IF
               CLOSE GRADE
               IF WS-QT-MAT-GRADE EQUAL ZEROS
                  MOVE 1                  TO WS-QT-HABIL
               END-IF
            END-IF
            CLOSE HABILITA
            .
       P1E-VERIFICA-HABILITACAO-ALERTA.
            IF WS-QT-HABIL EQUAL ZEROS
               DISPLAY '*********************************************'
               DISPLAY '* ATENCAO: PROFESSOR RESPONSAVEL SEM        *'
               DISPLAY '* HABILITACAO VALIDA NAS MATERIAS DA TURMA. *'
               DISPLAY '* REGULARIZE NA ALTERACAO DE PROFESSORES.   *'
               DISPLAY '*********************************************'
            END-IF
            .
       P1E-VERIFICA-HABILITACAO-FIM.

      *OFERECE A MATRICULA DO ALUNO EM TODAS AS MATERIAS DA GRADE
      *CURRICULAR DA SERIE DA TURMA, DE UMA SO VEZ
       P3-MATRICULA-GRADE.
