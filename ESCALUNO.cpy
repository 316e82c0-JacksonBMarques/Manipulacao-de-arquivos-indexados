      ******************************************************************
      * VERIFICACAO DO ESCOPO DO OPERADOR PROFESSOR PELO ALUNO, PARA
      * AS TELAS QUE PEDEM ALUNO E MATERIA EM VEZ DE TURMA
      * O PROGRAMA COPIA ESCOPROF.CPY E DECLARA TAMBEM O ROTEIRO
      * TURMALUNO (CFPK0011, ACESSO SEQUENCIAL, FILE STATUS WS-FTL):
      *   E9-VERIFICA-ALUNO  - COM WS-ESC-ALUNO E WS-ESC-MATERIA
      *                        PREENCHIDOS, LIGA ESC-PERMITIDO SE O
      *                        PROFESSOR DA A MATERIA EM ALGUMA TURMA
      *                        EM QUE O ALUNO ESTA NO ROTEIRO
      ******************************************************************
       E9-VERIFICA-ALUNO.
            SET ESC-PERMITIDO         TO TRUE
            IF NOT ESC-RESTRITO
               GO TO E9-VERIFICA-ALUNO-FIM
            END-IF

            SET ESC-PERMITIDO         TO FALSE
            SET ESC-EOF-TL            TO FALSE
            OPEN INPUT TURMALUNO
            IF WS-FTL NOT EQUAL ZEROS
               SET ESC-EOF-TL         TO TRUE
            END-IF
            PERFORM UNTIL ESC-EOF-TL OR ESC-PERMITIDO
                READ TURMALUNO NEXT RECORD
                    AT END
                        SET ESC-EOF-TL TO TRUE
                    NOT AT END
                        IF ID-ALUNO6 EQUAL WS-ESC-ALUNO
                           MOVE ID-TURMA6 TO WS-ESC-TURMA
                           PERFORM E9-PROCURA-HORARIO
                                   THRU E9-PROCURA-HORARIO-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMALUNO

            IF NOT ESC-PERMITIDO
               MOVE SPACES            TO WS-AUD-DETALHE
               STRING 'FORA DO ESCOPO ALUNO ' WS-ESC-ALUNO
                      ' MAT ' WS-ESC-MATERIA
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM E9-REGISTRA-RECUSA
                       THRU E9-REGISTRA-RECUSA-FIM
            END-IF
            .
       E9-VERIFICA-ALUNO-FIM.
