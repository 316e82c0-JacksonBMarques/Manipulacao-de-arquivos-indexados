      ******************************************************************
      * IDENTIFICACAO DOS ALUNOS EM AVALIACAO DESCRITIVA: O ALUNO DO
      * ROTEIRO DE UMA TURMA CUJA SERIE (CFP001S29) ESTA MARCADA COMO
      * DESCRITIVA (ANOS INICIAIS) RECEBE PARECER (CFP001S134) EM VEZ
      * DE NOTAS, FICA FORA DAS MEDIAS E E PROMOVIDO PELA FREQUENCIA
      * O PROGRAMA COPIA DSCVARS.CPY E DECLARA OS ARQUIVOS TURMALUNO
      * (CFPK0011, ACESSO SEQUENCIAL, FILE STATUS WS-FTL), TURMA
      * (CFPK0005, ACESSO RANDOMICO, FILE STATUS WS-DSC-FT) E SERIE
      * (CFPK0023, ACESSO RANDOMICO, FILE STATUS WS-DSC-FS):
      *   G9-VERIFICA-DESCRITIVO - COM WS-DSC-ALUNO PREENCHIDO, LIGA
      *                            DSC-DESCRITIVO E DEVOLVE A SERIE EM
      *                            WS-DSC-SERIE. NA PRIMEIRA CHAMADA
      *                            CARREGA A TABELA DE ALUNOS (O
      *                            ROTEIRO NAO PODE ESTAR ABERTO)
      *   G9-TURMA-DESCRITIVA    - COM WS-DSC-TURMA PREENCHIDO, LIGA
      *                            DSC-DESCRITIVO SE A SERIE DA TURMA
      *                            E DESCRITIVA (NAO USA O ROTEIRO)
      ******************************************************************
       G9-VERIFICA-DESCRITIVO.
            IF NOT DSC-CARREGADO
               PERFORM G9-CARREGA-DESCRITIVOS
                       THRU G9-CARREGA-DESCRITIVOS-FIM
            END-IF

            SET DSC-DESCRITIVO        TO FALSE
            MOVE ZEROS                TO WS-DSC-SERIE
            PERFORM VARYING WS-DSC-IX FROM 1 BY 1
                    UNTIL WS-DSC-IX GREATER THAN WS-DSC-QT
                       OR DSC-DESCRITIVO
                IF WS-DSC-TAB-ALUNO(WS-DSC-IX) EQUAL WS-DSC-ALUNO
                   SET DSC-DESCRITIVO TO TRUE
                   MOVE WS-DSC-TAB-SERIE(WS-DSC-IX) TO WS-DSC-SERIE
                END-IF
            END-PERFORM
            .
       G9-VERIFICA-DESCRITIVO-FIM.

       G9-TURMA-DESCRITIVA.
            SET DSC-DESCRITIVO        TO FALSE
            MOVE ZEROS                TO WS-DSC-SERIE
            SET DSC-FT-OK             TO TRUE
            SET DSC-FS-OK             TO TRUE
            OPEN INPUT TURMA
            OPEN INPUT SERIE
            IF DSC-FT-OK AND DSC-FS-OK
               PERFORM G9-LE-SERIE-TURMA THRU G9-LE-SERIE-TURMA-FIM
            END-IF
            CLOSE TURMA
            CLOSE SERIE
            .
       G9-TURMA-DESCRITIVA-FIM.

      *CARREGA A TABELA COM OS ALUNOS DO ROTEIRO CUJA TURMA E DE
      *SERIE DESCRITIVA. SEM TURMAS OU SEM SERIES CADASTRADAS, NENHUM
      *ALUNO E DESCRITIVO
       G9-CARREGA-DESCRITIVOS.
            SET DSC-CARREGADO         TO TRUE
            MOVE ZEROS                TO WS-DSC-QT
                                         WS-DSC-TURMA-ANT
            SET DSC-DESCRITIVO        TO FALSE
            SET DSC-FT-OK             TO TRUE
            SET DSC-FS-OK             TO TRUE
            OPEN INPUT TURMA
            OPEN INPUT SERIE
            IF NOT DSC-FT-OK OR NOT DSC-FS-OK
               CLOSE TURMA
               CLOSE SERIE
               GO TO G9-CARREGA-DESCRITIVOS-FIM
            END-IF

            SET DSC-EOF               TO FALSE
            OPEN INPUT TURMALUNO
            IF WS-FTL NOT EQUAL ZEROS
               SET DSC-EOF            TO TRUE
            END-IF
            PERFORM UNTIL DSC-EOF
                READ TURMALUNO NEXT RECORD
                    AT END
                        SET DSC-EOF   TO TRUE
                    NOT AT END
                        IF ID-TURMA6 NOT EQUAL WS-DSC-TURMA-ANT
                           MOVE ID-TURMA6 TO WS-DSC-TURMA
                                             WS-DSC-TURMA-ANT
                           PERFORM G9-LE-SERIE-TURMA
                                   THRU G9-LE-SERIE-TURMA-FIM
                        END-IF
                        IF DSC-DESCRITIVO
                           AND WS-DSC-QT LESS THAN 2000
                           ADD 1      TO WS-DSC-QT
                           MOVE ID-ALUNO6 TO
                                WS-DSC-TAB-ALUNO(WS-DSC-QT)
                           MOVE WS-DSC-SERIE TO
                                WS-DSC-TAB-SERIE(WS-DSC-QT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMALUNO
            CLOSE TURMA
            CLOSE SERIE
            .
       G9-CARREGA-DESCRITIVOS-FIM.

      *LE A TURMA WS-DSC-TURMA E A SERIE DELA (ARQUIVOS JA ABERTOS)
       G9-LE-SERIE-TURMA.
            SET DSC-DESCRITIVO        TO FALSE
            MOVE ZEROS                TO WS-DSC-SERIE
            MOVE WS-DSC-TURMA         TO ID-TURMA
            READ TURMA
                KEY IS ID-TURMA
                INVALID KEY
                    GO TO G9-LE-SERIE-TURMA-FIM
            END-READ
            IF ID-SERIE-TURMA EQUAL ZEROS
               GO TO G9-LE-SERIE-TURMA-FIM
            END-IF

            MOVE ID-SERIE-TURMA       TO ID-SERIE
            READ SERIE
                KEY IS ID-SERIE
                INVALID KEY
                    GO TO G9-LE-SERIE-TURMA-FIM
            END-READ
            IF SERIE-DESCRITIVA
               SET DSC-DESCRITIVO     TO TRUE
               MOVE ID-SERIE          TO WS-DSC-SERIE
            END-IF
            .
       G9-LE-SERIE-TURMA-FIM.
