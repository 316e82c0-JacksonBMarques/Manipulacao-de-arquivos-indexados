      ******************************************************************
      * ROTINAS DO ESCOPO DE DADOS DO OPERADOR DE PERFIL PROFESSOR:
      * SO SAO ACEITOS OS PARES TURMA/MATERIA EM QUE O PROFESSOR
      * VINCULADO AO OPERADOR (CFP001S106) APARECE NO QUADRO DE
      * HORARIOS (CFP001S21). OS DEMAIS PERFIS NAO TEM RESTRICAO
      * O PROGRAMA DECLARA OS ARQUIVOS VINCPROF (CFPK0097, ACESSO
      * RANDOMICO, FILE STATUS WS-ESC-FS) E HORARIO (CFPK0017, ACESSO
      * DINAMICO, FILE STATUS WS-ESC-FH) E COPIA ESCVARS.CPY,
      * AUDITVARS.CPY E AUDITLOG.CPY (A VERIFICACAO PELO ALUNO FICA
      * EM ESCALUNO.CPY):
      *   E9-CARREGA-ESCOPO  - COM WS-ESC-PERFIL, WS-ESC-OPERADOR E
      *                        WS-ESC-PROGRAMA PREENCHIDOS, LIGA
      *                        ESC-RESTRITO PARA O PERFIL PROFESSOR E
      *                        CARREGA O PROFESSOR VINCULADO
      *   E9-VERIFICA-TURMA  - COM WS-ESC-TURMA E WS-ESC-MATERIA
      *                        PREENCHIDOS, LIGA OU DESLIGA
      *                        ESC-PERMITIDO
      * A RECUSA E AVISADA NA TELA E GRAVADA NA AUDITORIA (OPERACAO
      * ESCOPO)
      ******************************************************************
       E9-CARREGA-ESCOPO.
            SET ESC-RESTRITO          TO FALSE
            MOVE ZEROS                TO WS-ESC-ID-PROF
            IF WS-ESC-PERFIL NOT EQUAL 'PROFESSOR'
               GO TO E9-CARREGA-ESCOPO-FIM
            END-IF

            SET ESC-RESTRITO          TO TRUE
            SET ESC-FS-OK             TO TRUE
            OPEN INPUT VINCPROF
            IF ESC-FS-OK
               MOVE WS-ESC-OPERADOR   TO USUARIO-VPR
               READ VINCPROF
                   KEY IS USUARIO-VPR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ID-PROFESSOR-VPR TO WS-ESC-ID-PROF
               END-READ
            END-IF
            CLOSE VINCPROF

            IF WS-ESC-ID-PROF EQUAL ZEROS
               DISPLAY 'OPERADOR SEM VINCULO COM PROFESSOR - NENHUMA'
                       ' TURMA/MATERIA LIBERADA.'
               DISPLAY 'PROCURE A DIRECAO (ADMINISTRACAO DE'
                       ' OPERADORES).'
            END-IF
            .
       E9-CARREGA-ESCOPO-FIM.

       E9-VERIFICA-TURMA.
            SET ESC-PERMITIDO         TO TRUE
            IF NOT ESC-RESTRITO
               GO TO E9-VERIFICA-TURMA-FIM
            END-IF

            PERFORM E9-PROCURA-HORARIO THRU E9-PROCURA-HORARIO-FIM
            IF NOT ESC-PERMITIDO
               MOVE SPACES            TO WS-AUD-DETALHE
               STRING 'FORA DO ESCOPO TURMA ' WS-ESC-TURMA
                      ' MAT ' WS-ESC-MATERIA
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM E9-REGISTRA-RECUSA
                       THRU E9-REGISTRA-RECUSA-FIM
            END-IF
            .
       E9-VERIFICA-TURMA-FIM.

      *PROCURA NA GRADE DA TURMA UMA AULA DA MATERIA DADA PELO
      *PROFESSOR DO OPERADOR
       E9-PROCURA-HORARIO.
            SET ESC-PERMITIDO         TO FALSE
            IF WS-ESC-ID-PROF EQUAL ZEROS
               GO TO E9-PROCURA-HORARIO-FIM
            END-IF

            SET ESC-FH-OK             TO TRUE
            OPEN INPUT HORARIO
            IF NOT ESC-FH-OK
               CLOSE HORARIO
               GO TO E9-PROCURA-HORARIO-FIM
            END-IF

            SET ESC-EOF               TO FALSE
            MOVE WS-ESC-TURMA         TO ID-TURMA-H
            MOVE ZEROS                TO DIA-SEMANA-H
                                         NR-PERIODO-H
            START HORARIO KEY IS NOT LESS THAN ID-HORARIO
                INVALID KEY
                    SET ESC-EOF       TO TRUE
            END-START
            PERFORM UNTIL ESC-EOF OR ESC-PERMITIDO
                READ HORARIO NEXT RECORD
                    AT END
                        SET ESC-EOF   TO TRUE
                    NOT AT END
                        IF ID-TURMA-H NOT EQUAL WS-ESC-TURMA
                           SET ESC-EOF TO TRUE
                        ELSE
                           IF ID-MATERIA-H EQUAL WS-ESC-MATERIA
                              AND ID-PROFESSOR-H EQUAL WS-ESC-ID-PROF
                              SET ESC-PERMITIDO TO TRUE
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HORARIO
            .
       E9-PROCURA-HORARIO-FIM.

       E9-REGISTRA-RECUSA.
            DISPLAY 'TURMA/MATERIA FORA DO SEU ESCOPO DE PROFESSOR -'
                    ' OPERACAO RECUSADA!'
            MOVE WS-ESC-PROGRAMA      TO WS-AUD-PROGRAMA
            MOVE 'ESCOPO'             TO WS-AUD-OPERACAO
            PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            .
       E9-REGISTRA-RECUSA-FIM.
