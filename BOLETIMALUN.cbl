      * UPDATE: 02/04/2024 - OS CORTES DE CONCEITO PASSAM A SER
      *         LIDOS DO ARQUIVO DE PARAMETROS (CFP001S31), COMO NO
      *         LANCAMENTO DE NOTAS
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      * UPDATE: 15/10/2026 - ALUNO COM PEI ATIVO (CFP001S131/S132):
      *         AVISO DE AVALIACAO ADAPTADA NA TELA E NO BOLETIM
      *         IMPRESSO, COM O CRITERIO PROPRIO DE CADA MATERIA
      *         ADAPTADA
      * UPDATE: 15/10/2026 - ALUNO OU TURMA DE SERIE DESCRITIVA: BOLETIM
      *         COM OS PARECERES E A FREQUENCIA, SEM MEDIAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETIMALUN.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

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

      * PEI DO ALUNO, PARA O AVISO DE AVALIACAO ADAPTADA
                SELECT PEI ASSIGN TO WS-PATH-PEI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-PEI
                FILE STATUS IS WS-PEI-FP.

                SELECT PEIMAT ASSIGN TO WS-PATH-PEIMAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PEIMAT
                FILE STATUS IS WS-PEI-FM.

      * PARECERES DO ALUNO DE SERIE DE AVALIACAO DESCRITIVA, QUE NAO
      * TEM NOTAS NEM MEDIAS. TURMA E SERIE IDENTIFICAM ESSES ALUNOS
                SELECT PARECER ASSIGN TO WS-PATH-PARECER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PARECER
                FILE STATUS IS WS-FPR.

                SELECT TURMA ASSIGN TO WS-PATH-TURMA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-TURMA
                FILE STATUS IS WS-DSC-FT.

                SELECT SERIE ASSIGN TO WS-PATH-SERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-SERIE
                FILE STATUS IS WS-DSC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO.
          COPY CFPK0054.
       FD CONTADOR.
          COPY CFPK0008.
       FD SPLORIG.
       01 REG-SPLORIG                     PIC X(250).
       FD SPLARQ.
       01 REG-SPLARQ                      PIC X(250).
       FD SPOOL.
          COPY CFPK0100.
       FD PEI.
          COPY CFPK0123.
       FD PEIMAT.
          COPY CFPK0124.
       FD PARECER.
          COPY CFPK0126.
       FD TURMA.
          COPY CFPK0005.
       FD SERIE.
          COPY CFPK0023.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       77 WS-CORTE-B                   PIC 9(03) VALUE 70.
       77 WS-CORTE-C                   PIC 9(03) VALUE 50.
       COPY FSVARS.
       COPY SPLVARS.
       COPY PEIVARS.
       COPY DSCVARS.
       01 WS-ALUNO1                    PIC X(70) VALUE SPACES.
       01 FILLER REDEFINES WS-ALUNO1.
          03 WS-ID-ALUNO1              PIC 9(05).
          88 ACHOU-FREQ                VALUE 'S'.
       77 WS-ACHOU-ALUNO               PIC X VALUE 'N'.
          88 ACHOU-ALUNO               VALUE 'S'.
       77 WS-ALUNO-PEI                 PIC X VALUE 'N'.
          88 ALUNO-COM-PEI             VALUE 'S' FALSE 'N'.
      *CONCEITO DO ALUNO, CALCULADO A PARTIR DA MEDIA FINAL
       77 WS-CONCEITO                  PIC X(15) VALUE SPACES.
      *CONTROLES DO MODO TURMA (EMISSAO EM LOTE PARA O ROTEIRO)
       77 WS-OBS-DESTINO               PIC X VALUE 'T'.
       77 WS-ID-MATERIA-OBS-B          PIC 9(05) VALUE ZEROS.
       77 WS-ANO-OBS-B                 PIC 9(04) VALUE ZEROS.
      *PARECERES DESCRITIVOS (ALUNO OU TURMA DE SERIE DESCRITIVA)
       77 WS-FPR                       PIC 99.
          88 FPR-OK                    VALUE 0.
       77 WS-EOF4                      PIC X.
          88 EOF4-OK                   VALUE 'S' FALSE 'N'.
       77 WS-IX-PAR                    PIC 9(01) VALUE ZEROS.
       77 WS-TURMA-DESCR               PIC X VALUE 'N'.
          88 TURMA-DESCRITIVA          VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                  PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            MOVE 'N'                   TO WS-ACHOU-ALUNO
            PERFORM P2-VALIDA-ALUNO    THRU P2-VALIDA-ALUNO-FIM
            IF ACHOU-ALUNO
               MOVE WS-ID-ALUNO           TO WS-DSC-ALUNO
               PERFORM G9-VERIFICA-DESCRITIVO
                       THRU G9-VERIFICA-DESCRITIVO-FIM
            END-IF
            IF ACHOU-ALUNO AND DSC-DESCRITIVO
               DISPLAY '*** AVALIACAO DESCRITIVA (SERIE '
                       WS-DSC-SERIE ') - PARECERES ***'
               MOVE ZEROS                 TO WS-CONT
               MOVE 'T'                   TO WS-OBS-DESTINO
               PERFORM P3D-PARECERES      THRU P3D-PARECERES-FIM
               PERFORM P4-LISTA-FREQ      THRU P4-LISTA-FREQ-FIM
               IF WS-CONT EQUAL ZEROS
                  DISPLAY 'NENHUM PARECER LANCADO PARA ESTE ALUNO.'
               ELSE
                  DISPLAY 'PARECERES LANCADOS: ' WS-CONT
                          ' - PROMOCAO PELA FREQUENCIA, SEM MEDIAS'
               END-IF
            END-IF
            IF ACHOU-ALUNO AND NOT DSC-DESCRITIVO
               PERFORM P3-LISTA-NOTAS     THRU P3-LISTA-NOTAS-FIM
               PERFORM P4-LISTA-FREQ      THRU P4-LISTA-FREQ-FIM
               PERFORM P5-RESUMO          THRU P5-RESUMO-FIM
            END-IF
            CLOSE ALUNO

            IF ACHOU-ALUNO
               MOVE WS-ID-ALUNO       TO WS-PEI-ALUNO
               MOVE ZEROS             TO WS-PEI-MATERIA
               PERFORM I9-AVISO-PEI   THRU I9-AVISO-PEI-FIM
               MOVE WS-PEI-ADAPTADA   TO WS-ALUNO-PEI
            END-IF
            .
       P2-VALIDA-ALUNO-FIM.

                             PERFORM P3B-CONCEITO
                                     THRU P3B-CONCEITO-FIM
                             DISPLAY '   CONCEITO  : ' WS-CONCEITO
                             IF ALUNO-COM-PEI
                                MOVE WS-ID-MATERIA1 TO WS-PEI-MATERIA
                                PERFORM I9-VERIFICA-PEI
                                        THRU I9-VERIFICA-PEI-FIM
                                IF PEI-MATERIA-PROPRIA
                                   DISPLAY '   AVALIACAO : ADAPTADA'
                                           ' (PEI) - '
                                           WS-PEI-CRITERIO
                                END-IF
                             END-IF
                             DISPLAY '   ANO LETIVO: ' WS-ANO-LETIVO
                             MOVE 'T' TO WS-OBS-DESTINO
                             MOVE WS-ID-MATERIA1
            .
       P3-LISTA-NOTAS-FIM.

      *LISTA OS PARECERES DESCRITIVOS DO ALUNO CORRENTE, NA TELA
      *(WS-OBS-DESTINO T) OU NO ARQUIVO DE IMPRESSAO (I), SOMANDO A
      *QUANTIDADE EM WS-CONT
       P3D-PARECERES.
            SET EOF4-OK               TO FALSE
            SET FPR-OK                TO TRUE

            OPEN INPUT PARECER
            IF NOT FPR-OK
               CLOSE PARECER
               GO TO P3D-PARECERES-FIM
            END-IF

            MOVE WS-ID-ALUNO          TO ID-ALUNO-PAR
            MOVE ZEROS                TO ANO-LETIVO-PAR
                                         NR-BIMESTRE-PAR
                                         ID-MATERIA-PAR
            START PARECER KEY NOT LESS THAN ID-PARECER
                INVALID KEY
                    SET EOF4-OK       TO TRUE
            END-START
            PERFORM UNTIL EOF4-OK
                READ PARECER NEXT RECORD
                    AT END
                        SET EOF4-OK   TO TRUE
                    NOT AT END
                        IF ID-ALUNO-PAR NOT EQUAL WS-ID-ALUNO
                           SET EOF4-OK TO TRUE
                        ELSE
                           ADD 1      TO WS-CONT
                           PERFORM P3E-LINHAS-PARECER
                                   THRU P3E-LINHAS-PARECER-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARECER
            .
       P3D-PARECERES-FIM.

       P3E-LINHAS-PARECER.
            IF WS-OBS-DESTINO EQUAL 'I'
               MOVE SPACES            TO WS-LINHA-BOL
               STRING 'PARECER ' ANO-LETIVO-PAR
                      ' BIM ' NR-BIMESTRE-PAR
                      ' AREA ' ID-MATERIA-PAR ' - '
                      FUNCTION TRIM(NM-MATERIA-PAR)
                      DELIMITED BY SIZE
                      INTO WS-LINHA-BOL
               END-STRING
               MOVE WS-LINHA-BOL      TO REG-BOLETIM
               WRITE REG-BOLETIM
            ELSE
               DISPLAY 'AREA: ' ID-MATERIA-PAR ' - '
                       FUNCTION TRIM(NM-MATERIA-PAR)
               DISPLAY '   ANO LETIVO: ' ANO-LETIVO-PAR
                       '  BIMESTRE: ' NR-BIMESTRE-PAR
            END-IF

            PERFORM VARYING WS-IX-PAR FROM 1 BY 1
                    UNTIL WS-IX-PAR GREATER THAN 4
                IF DS-PARECER-PAR(WS-IX-PAR) NOT EQUAL SPACES
                   IF WS-OBS-DESTINO EQUAL 'I'
                      MOVE SPACES     TO WS-LINHA-BOL
                      STRING '   ' DS-PARECER-PAR(WS-IX-PAR)
                             DELIMITED BY SIZE
                             INTO WS-LINHA-BOL
                      END-STRING
                      MOVE WS-LINHA-BOL TO REG-BOLETIM
                      WRITE REG-BOLETIM
                   ELSE
                      DISPLAY '   ' DS-PARECER-PAR(WS-IX-PAR)
                   END-IF
                END-IF
            END-PERFORM
            .
       P3E-LINHAS-PARECER-FIM.

      *CLASSIFICA O DESEMPENHO DO ALUNO NUM CONCEITO DE A A D, A PARTIR
      *DA MEDIA FINAL, ALEM DO SIMPLES STATUS APROVADO/REPROVADO
       P3B-CONCEITO.
            MOVE ZEROS                TO WS-QT-EMITIDOS
                                         WS-QT-SEM-NOTAS

            MOVE WS-ID-TURMA-INF      TO WS-DSC-TURMA
            PERFORM G9-TURMA-DESCRITIVA THRU G9-TURMA-DESCRITIVA-FIM
            MOVE WS-DSC-DESCRITIVO    TO WS-TURMA-DESCR
            IF TURMA-DESCRITIVA
               DISPLAY 'TURMA DE SERIE DE AVALIACAO DESCRITIVA - '
                       'BOLETINS COM PARECERES, SEM MEDIAS'
            END-IF

            SET FBOL-OK               TO TRUE
            MOVE WS-PATH-BOLETIM          TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND BOLETIM
            IF WS-FBOL EQUAL 35
               OPEN OUTPUT BOLETIM
            END-IF

            CLOSE BOLETIM
            MOVE 'BOLETIM'                TO WS-SPL-TIPO
            MOVE 'BOLETIMALUN'            TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM

            DISPLAY '*** EMISSAO POR TURMA CONCLUIDA ***'
            DISPLAY 'BOLETINS EMITIDOS: ' WS-QT-EMITIDOS
            END-STRING
            MOVE WS-LINHA-BOL         TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE WS-ID-ALUNO          TO WS-PEI-ALUNO
            MOVE ZEROS                TO WS-PEI-MATERIA
            PERFORM I9-VERIFICA-PEI   THRU I9-VERIFICA-PEI-FIM
            MOVE WS-PEI-ADAPTADA      TO WS-ALUNO-PEI
            IF ALUNO-COM-PEI
               MOVE SPACES            TO WS-LINHA-BOL
               STRING 'ALUNO COM PEI - AVALIACAO ADAPTADA: '
                      WS-PEI-CRITERIO
                      DELIMITED BY SIZE
                      INTO WS-LINHA-BOL
               END-STRING
               MOVE WS-LINHA-BOL      TO REG-BOLETIM
               WRITE REG-BOLETIM
            END-IF
            IF TURMA-DESCRITIVA
               MOVE 'AVALIACAO DESCRITIVA - PARECERES DO ALUNO'
                                      TO REG-BOLETIM
               WRITE REG-BOLETIM
               MOVE 'I'               TO WS-OBS-DESTINO
               PERFORM P3D-PARECERES  THRU P3D-PARECERES-FIM
               SET EOF-OK             TO TRUE
            END-IF

            PERFORM UNTIL EOF-OK
                READ APROVACAO INTO WS-ALUNO1
      -                           'ADA PENDENTE)' TO REG-BOLETIM
                             WRITE REG-BOLETIM
                          END-IF
                          IF ALUNO-COM-PEI
                             MOVE WS-ID-MATERIA1 TO WS-PEI-MATERIA
                             PERFORM I9-VERIFICA-PEI
                                     THRU I9-VERIFICA-PEI-FIM
                             IF PEI-MATERIA-PROPRIA
                                MOVE SPACES TO WS-LINHA-BOL
                                STRING '   AVALIACAO ADAPTADA (PEI): '
                                       WS-PEI-CRITERIO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-BOL
                                END-STRING
                                MOVE WS-LINHA-BOL TO REG-BOLETIM
                                WRITE REG-BOLETIM
                             END-IF
                          END-IF
                          MOVE 'I' TO WS-OBS-DESTINO
                          MOVE WS-ID-MATERIA1
                                   TO WS-ID-MATERIA-OBS-B
                  MOVE WS-NM-ALUNO    TO WS-SN-NM-ALUNO
                                             (WS-QT-SEM-NOTAS)
               END-IF
               IF TURMA-DESCRITIVA
                  MOVE 'SEM PARECER LANCADO PARA ESTE ALUNO.'
                                      TO REG-BOLETIM
               ELSE
                  MOVE 'SEM NOTAS LANCADAS PARA ESTE ALUNO.'
                                      TO REG-BOLETIM
               END-IF
               WRITE REG-BOLETIM
            END-IF
            IF WS-CONT GREATER THAN ZEROS AND TURMA-DESCRITIVA
               ADD 1                  TO WS-QT-EMITIDOS
               PERFORM PB-GRAVA-PROTOCOLO
                       THRU PB-GRAVA-PROTOCOLO-FIM
               MOVE SPACES            TO WS-LINHA-BOL
               STRING 'PARECERES ' WS-CONT
                      ' - PROMOCAO PELA FREQUENCIA'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-BOL
               END-STRING
               MOVE WS-LINHA-BOL      TO REG-BOLETIM
               WRITE REG-BOLETIM
            END-IF
            IF WS-CONT GREATER THAN ZEROS AND NOT TURMA-DESCRITIVA
               ADD 1                  TO WS-QT-EMITIDOS
               PERFORM PB-GRAVA-PROTOCOLO
                       THRU PB-GRAVA-PROTOCOLO-FIM
            .
       PD-PARAMETROS-DO-ANO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY PEIAVISO.
       COPY DSCSERIE.

       P0-FIM.
            GOBACK.
