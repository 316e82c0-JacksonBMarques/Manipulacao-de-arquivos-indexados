      ******************************************************************
      * ROTINAS DE CONSULTA AO PEI DO ALUNO (ARQUIVOS PEI E PEIMAT,
      * DECLARADOS PELO PROGRAMA CHAMADOR COM ACESSO RANDOM)
      *   I9-VERIFICA-PEI - CHAMAR COM WS-PEI-ALUNO E WS-PEI-MATERIA
      *                     (ZEROS = SO O PEI GERAL). DEVOLVE
      *                     PEI-ADAPTADA QUANDO O ALUNO TEM PEI ATIVO,
      *                     WS-PEI-TIPO, E EM WS-PEI-CRITERIO O
      *                     CRITERIO DA MATERIA (PEI-MATERIA-PROPRIA)
      *                     OU, SEM ELE, O CRITERIO GERAL. SEM
      *                     ARQUIVO DE PEI NAO HA AVALIACAO ADAPTADA
      *   I9-AVISO-PEI    - O MESMO, EXIBINDO O AVISO DE AVALIACAO
      *                     ADAPTADA NA TELA QUANDO HOUVER
      ******************************************************************
       I9-VERIFICA-PEI.
            SET PEI-ADAPTADA          TO FALSE
            SET PEI-MATERIA-PROPRIA   TO FALSE
            MOVE SPACES               TO WS-PEI-TIPO
                                         WS-PEI-CRITERIO

            SET PEI-FP-OK             TO TRUE
            OPEN INPUT PEI
            IF NOT PEI-FP-OK
               CLOSE PEI
               GO TO I9-VERIFICA-PEI-FIM
            END-IF
            MOVE WS-PEI-ALUNO         TO ID-ALUNO-PEI
            READ PEI
                KEY IS ID-ALUNO-PEI
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PEI-ATIVO
                       SET PEI-ADAPTADA     TO TRUE
                       MOVE TP-NECESSIDADE-PEI TO WS-PEI-TIPO
                       MOVE DS-CRITERIO-PEI    TO WS-PEI-CRITERIO
                    END-IF
            END-READ
            CLOSE PEI
            IF NOT PEI-ADAPTADA OR WS-PEI-MATERIA EQUAL ZEROS
               GO TO I9-VERIFICA-PEI-FIM
            END-IF

            SET PEI-FM-OK             TO TRUE
            OPEN INPUT PEIMAT
            IF PEI-FM-OK
               MOVE WS-PEI-ALUNO      TO ID-ALUNO-PM
               MOVE WS-PEI-MATERIA    TO ID-MATERIA-PM
               READ PEIMAT
                   KEY IS ID-PEIMAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PEI-MATERIA-PROPRIA TO TRUE
                       IF DS-CRITERIO-PM NOT EQUAL SPACES
                          MOVE DS-CRITERIO-PM  TO WS-PEI-CRITERIO
                       END-IF
               END-READ
            END-IF
            CLOSE PEIMAT
            .
       I9-VERIFICA-PEI-FIM.

       I9-AVISO-PEI.
            PERFORM I9-VERIFICA-PEI   THRU I9-VERIFICA-PEI-FIM
            IF PEI-ADAPTADA
               DISPLAY '*** ALUNO COM PEI - AVALIACAO ADAPTADA ***'
               IF WS-PEI-CRITERIO NOT EQUAL SPACES
                  DISPLAY '    CRITERIO: ' WS-PEI-CRITERIO
               END-IF
            END-IF
            .
       I9-AVISO-PEI-FIM.
