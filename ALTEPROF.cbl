      * Complexidade: C
      * UPDATE: 17/02/2024 - CRIACAO DO MODULO DE ALTERACAO DE
      *                      PROFESSORES
      * UPDATE: 15/10/2026 - MANUTENCAO DAS HABILITACOES DO PROFESSOR
      *         POR MATERIA (CFP001S101), COM NUMERO DA LICENCA E
      *         VALIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTEPROF.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FILES.

      * HABILITACOES DO PROFESSOR POR MATERIA E CADASTRO DE MATERIAS
                SELECT HABILITA ASSIGN TO WS-PATH-HABILITA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-HABILITA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FHB.

                SELECT MATERIA ASSIGN TO WS-PATH-MATERIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-MATERIA
                FILE STATUS IS WS-FM.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.
       FILE SECTION.
       FD PROFESSOR.
          COPY CFPK0014.
       FD HABILITA.
          COPY CFPK0092.
       FD MATERIA.
          COPY CFPK0002.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
      *MANUTENCAO DAS HABILITACOES DO PROFESSOR
       77 WS-FHB                          PIC 99.
          88 FHB-OK                       VALUE 0.
       77 WS-FM                           PIC 99.
          88 FM-OK                        VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-PROF-ACHADO                  PIC X VALUE 'N'.
          88 PROF-ACHADO                  VALUE 'S'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-OPCAO-HAB                    PIC X VALUE SPACES.
       77 WS-ID-PROF-HAB                  PIC 9(03) VALUE ZEROS.
       77 WS-ID-MATERIA-INF               PIC 9(05) VALUE ZEROS.
       77 WS-LICENCA-INF                  PIC X(15) VALUE SPACES.
       77 WS-VALIDADE-INF                 PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO-HAB                 PIC X(10) VALUE SPACES.
       77 WS-QT-LISTADOS                  PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK              TO FALSE
            PERFORM P1-ALTERAR    THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
       P1-ALTERAR.
            SET FILES-OK              TO TRUE
            MOVE SPACES               TO WS-CONFIRM
            MOVE 'N'                  TO WS-PROF-ACHADO

            OPEN I-O PROFESSOR

                    INVALID KEY
                        DISPLAY 'PROFESSOR NAO EXISTE!'
                    NOT INVALID KEY
                        MOVE 'S'           TO WS-PROF-ACHADO
                        MOVE WS-ID-PROFESSOR TO WS-ID-PROF-HAB
                        DISPLAY 'Nome atual: ' WS-NM-PROF
                        DISPLAY 'Informe novo nome'
                        ACCEPT NM-PROF

            CLOSE PROFESSOR

            IF PROF-ACHADO
               DISPLAY 'TECLE <H> PARA AS HABILITACOES DO PROFESSOR POR'
                       ' MATERIA OU <QUALQUER TECLA> PARA SEGUIR.'
               ACCEPT WS-OPCAO-HAB
               IF WS-OPCAO-HAB EQUAL 'H' OR WS-OPCAO-HAB EQUAL 'h'
                  MOVE SPACES             TO WS-OPCAO-HAB
                  PERFORM P2-HABILITACOES THRU P2-HABILITACOES-FIM
                          UNTIL WS-OPCAO-HAB EQUAL 'V'
               END-IF
            END-IF

            DISPLAY
              'TECLE: '
              '<QUALQUER TECLA> para continuar ou <F> para finalizar.'
            END-IF
            .
       P1B-VALIDA-NOME-FIM.

      *LISTA AS HABILITACOES DO PROFESSOR E INCLUI, ALTERA OU EXCLUI
      *UMA HABILITACAO (MATERIA, NUMERO DA LICENCA E VALIDADE)
       P2-HABILITACOES.
            SET FHB-OK                    TO TRUE
            OPEN I-O HABILITA
            IF WS-FHB EQUAL 35
                 CLOSE HABILITA
                 OPEN OUTPUT HABILITA
                 CLOSE HABILITA
                 OPEN I-O HABILITA
            END-IF
            IF NOT FHB-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE HABILITACOES'
               MOVE WS-FHB TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FHB ' - ' WS-FS-MSG
               CLOSE HABILITA
               MOVE 'V'                   TO WS-OPCAO-HAB
               GO TO P2-HABILITACOES-FIM
            END-IF

            DISPLAY '*** HABILITACOES DO PROFESSOR ' WS-ID-PROF-HAB
                    ' ***'
            DISPLAY 'MATERIA LICENCA         VALIDADE SITUACAO'
            MOVE ZEROS                    TO WS-QT-LISTADOS
            SET EOF-OK                    TO FALSE
            MOVE WS-ID-PROF-HAB           TO ID-PROF-HAB
            MOVE ZEROS                    TO ID-MATERIA-HAB
            START HABILITA KEY NOT LESS THAN ID-HABILITA
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ HABILITA NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-PROF-HAB NOT EQUAL WS-ID-PROF-HAB
                           SET EOF-OK     TO TRUE
                        ELSE
                           ADD 1          TO WS-QT-LISTADOS
                           IF DT-VALIDADE-HAB NOT EQUAL ZEROS
                              AND DT-VALIDADE-HAB LESS THAN
                                  WS-DATA-HOJE
                              MOVE 'VENCIDA'  TO WS-SITUACAO-HAB
                           ELSE
                              MOVE 'VALIDA'   TO WS-SITUACAO-HAB
                           END-IF
                           DISPLAY ID-MATERIA-HAB '   '
                                   NR-LICENCA-HAB ' '
                                   DT-VALIDADE-HAB ' '
                                   WS-SITUACAO-HAB
                        END-IF
                END-READ
            END-PERFORM
            IF WS-QT-LISTADOS EQUAL ZEROS
               DISPLAY 'NENHUMA HABILITACAO CADASTRADA.'
            END-IF

            DISPLAY 'TECLE <I> PARA INCLUIR/ALTERAR UMA HABILITACAO,'
                    ' <E> PARA EXCLUIR OU <V> PARA VOLTAR:'
            ACCEPT WS-OPCAO-HAB
            EVALUATE WS-OPCAO-HAB
                WHEN 'I'
                WHEN 'i'
                    PERFORM P3-GRAVA-HABILITA
                            THRU P3-GRAVA-HABILITA-FIM
                WHEN 'E'
                WHEN 'e'
                    PERFORM P4-EXCLUI-HABILITA
                            THRU P4-EXCLUI-HABILITA-FIM
                WHEN 'V'
                WHEN 'v'
                    MOVE 'V'              TO WS-OPCAO-HAB
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            CLOSE HABILITA
            .
       P2-HABILITACOES-FIM.

      *INCLUI OU ALTERA A HABILITACAO DO PROFESSOR NUMA MATERIA
       P3-GRAVA-HABILITA.
            DISPLAY 'Informe o codigo da materia: '
            ACCEPT WS-ID-MATERIA-INF
            PERFORM P5-VALIDA-MATERIA     THRU P5-VALIDA-MATERIA-FIM
            IF NOT ACHOU
               GO TO P3-GRAVA-HABILITA-FIM
            END-IF
            DISPLAY 'Numero do registro / licenca: '
            ACCEPT WS-LICENCA-INF
            IF WS-LICENCA-INF EQUAL SPACES
               DISPLAY 'NUMERO DA LICENCA E OBRIGATORIO!'
               GO TO P3-GRAVA-HABILITA-FIM
            END-IF
            DISPLAY 'Validade (AAAAMMDD, 0 = sem vencimento): '
            ACCEPT WS-VALIDADE-INF
            IF WS-VALIDADE-INF NOT EQUAL ZEROS
               AND WS-VALIDADE-INF LESS THAN WS-DATA-HOJE
               DISPLAY 'ATENCAO: HABILITACAO JA VENCIDA - O PROFESSOR'
                       ' NAO PODERA SER ALOCADO NA MATERIA.'
            END-IF

            MOVE 'N'                      TO WS-ACHOU
            MOVE WS-ID-PROF-HAB           TO ID-PROF-HAB
            MOVE WS-ID-MATERIA-INF        TO ID-MATERIA-HAB
            READ HABILITA
                KEY IS ID-HABILITA
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
            END-READ
            MOVE WS-ID-PROF-HAB           TO ID-PROF-HAB
            MOVE WS-ID-MATERIA-INF        TO ID-MATERIA-HAB
            MOVE WS-LICENCA-INF           TO NR-LICENCA-HAB
            MOVE WS-VALIDADE-INF          TO DT-VALIDADE-HAB
            MOVE WS-DATA-HOJE             TO DT-CADASTRO-HAB
            MOVE LK-OPERADOR              TO OP-HABILITA
            IF ACHOU
               REWRITE REG-HABILITA
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR A HABILITACAO'
               END-REWRITE
               MOVE 'ALTERA HAB'          TO WS-AUD-OPERACAO
            ELSE
               WRITE REG-HABILITA
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR A HABILITACAO'
               END-WRITE
               MOVE 'INCLUI HAB'          TO WS-AUD-OPERACAO
            END-IF
            DISPLAY 'Habilitacao gravada!'
            MOVE 'ALTEPROF'               TO WS-AUD-PROGRAMA
            STRING 'PROF ' WS-ID-PROF-HAB ' MATERIA '
                   WS-ID-MATERIA-INF ' VAL ' WS-VALIDADE-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P3-GRAVA-HABILITA-FIM.

      *EXCLUI A HABILITACAO DO PROFESSOR NUMA MATERIA
       P4-EXCLUI-HABILITA.
            DISPLAY 'Informe o codigo da materia: '
            ACCEPT WS-ID-MATERIA-INF
            MOVE WS-ID-PROF-HAB           TO ID-PROF-HAB
            MOVE WS-ID-MATERIA-INF        TO ID-MATERIA-HAB
            DELETE HABILITA RECORD
                INVALID KEY
                    DISPLAY 'HABILITACAO NAO ENCONTRADA.'
                NOT INVALID KEY
                    DISPLAY 'Habilitacao excluida!'
                    MOVE 'ALTEPROF'       TO WS-AUD-PROGRAMA
                    MOVE 'EXCLUI HAB'     TO WS-AUD-OPERACAO
                    STRING 'PROF ' WS-ID-PROF-HAB ' MATERIA '
                           WS-ID-MATERIA-INF
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-DELETE
            .
       P4-EXCLUI-HABILITA-FIM.

      *VALIDA A MATERIA PELO CODIGO
       P5-VALIDA-MATERIA.
            MOVE 'N'                      TO WS-ACHOU
            SET FM-OK                     TO TRUE
            OPEN INPUT MATERIA
            IF FM-OK
               MOVE WS-ID-MATERIA-INF     TO ID-MATERIA
               READ MATERIA
                   KEY IS ID-MATERIA
                   INVALID KEY
                       DISPLAY 'MATERIA NAO EXISTE!'
                   NOT INVALID KEY
                       DISPLAY 'MATERIA: ' FUNCTION TRIM(NM-MATERIA)
                       MOVE 'S'           TO WS-ACHOU
               END-READ
            END-IF
            CLOSE MATERIA
            .
       P5-VALIDA-MATERIA-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

