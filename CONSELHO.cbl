      * UPDATE: 24/03/2024 - CRIACAO DO APOIO AO CONSELHO DE CLASSE
      * UPDATE: 02/09/2026 - A FOLHA DE RESULTADOS RESUME TAMBEM AS
      *         OCORRENCIAS DISCIPLINARES DO ALUNO (CFP001S54)
      * UPDATE: 15/10/2026 - A FOLHA DE RESULTADOS MOSTRA TAMBEM AS
      *         REUNIOES DE PAIS DO ANO EM QUE A FAMILIA DO ALUNO NAO
      *         COMPARECEU (CFP001S82)
      * UPDATE: 03/04/2024 - O ESPELHO DA DECISAO DO CONSELHO PASSA A
      *         REGRAVAR O HISTORICO DE APROVADOS PELA CHAVE E A
      *         REMOVER O REGISTRO ANTIGO DO HISTORICO DE REPROVADOS,
      *         PARA AS LISTAGENS NAO MANTEREM A REPROVACAO ANTERIOR
      * UPDATE: 15/10/2026 - A FOLHA DE RESULTADOS SINALIZA O ALUNO COM
      *         CASO ABERTO NA ORIENTACAO EDUCACIONAL (CFP001S135), SEM
      *         O CONTEUDO DO CASO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSELHO.
                RECORD KEY IS ID-OCORRENCIA
                FILE STATUS IS WS-FOC.

      * PRESENCA DAS FAMILIAS NAS REUNIOES DE PAIS
                SELECT PRESREU ASSIGN TO WS-PATH-PRESREU
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-PRESREU
                FILE STATUS IS WS-FPP.

      * CASOS DA ORIENTACAO EDUCACIONAL (SO A SITUACAO DO CASO)
                SELECT CASOORI ASSIGN TO WS-PATH-CASOORI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-ORI
                FILE STATUS IS WS-FCO.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.
          COPY CFPK0045.
       FD TURMALUNO.
          COPY CFPK0011.
       FD PRESREU.
          COPY CFPK0073.
       FD CASOORI.
          COPY CFPK0127.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       77 WS-EOF-OCO                      PIC X VALUE 'N'.
          88 EOF-OCO-OK                   VALUE 'S' FALSE 'N'.
       77 WS-QT-OCORRENCIAS               PIC 9(03) VALUE ZEROS.
       77 WS-FPP                          PIC 99.
          88 FPP-OK                       VALUE 0.
       77 WS-EOF-PRE                      PIC X VALUE 'N'.
          88 EOF-PRE-OK                   VALUE 'S' FALSE 'N'.
       77 WS-QT-FALTAS-REU                PIC 9(03) VALUE ZEROS.
       77 WS-GRP-REUNIAO                  PIC 9(05) VALUE ZEROS.
       77 WS-GRP-SIM                      PIC X VALUE 'N'.
       77 WS-GRP-NAO                      PIC X VALUE 'N'.
       77 WS-FCO                          PIC 99.
          88 FCO-OK                       VALUE 0.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
            DISPLAY '--------------------------------------------------'
            DISPLAY 'ALUNO ' WS-ID-ALUNO-ATUAL ' - '
                    FUNCTION TRIM(WS-NM-ALUNO-ATUAL)
            PERFORM P8-ORIENTACAO-ALUNO
                    THRU P8-ORIENTACAO-ALUNO-FIM

            MOVE ZEROS                TO WS-QT-MATERIAS
                                         WS-QT-REPROVADAS
            END-IF
            PERFORM P6-OCORRENCIAS-ALUNO
                    THRU P6-OCORRENCIAS-ALUNO-FIM
            PERFORM P7-REUNIOES-ALUNO
                    THRU P7-REUNIOES-ALUNO-FIM
            .
       P3-LINHA-DO-ALUNO-FIM.

            .
       P6-OCORRENCIAS-ALUNO-FIM.

      *CONTA AS REUNIOES DE PAIS DO ANO COM PRESENCA APURADA EM QUE
      *NENHUM RESPONSAVEL DO ALUNO COMPARECEU
       P7-REUNIOES-ALUNO.
            MOVE ZEROS                 TO WS-QT-FALTAS-REU
                                          WS-GRP-REUNIAO
            SET EOF-PRE-OK             TO FALSE
            SET FPP-OK                 TO TRUE
            OPEN INPUT PRESREU
            IF NOT FPP-OK
               CLOSE PRESREU
               GO TO P7-REUNIOES-ALUNO-FIM
            END-IF
            PERFORM UNTIL EOF-PRE-OK
                READ PRESREU NEXT RECORD
                    AT END
                        SET EOF-PRE-OK TO TRUE
                    NOT AT END
                        IF ID-ALUNO-PR EQUAL WS-ID-ALUNO-ATUAL
                           AND ANO-LETIVO-PR EQUAL WS-ANO-INF
                           IF ID-REUNIAO-PR NOT EQUAL WS-GRP-REUNIAO
                              PERFORM P7-FECHA-REUNIAO
                                      THRU P7-FECHA-REUNIAO-FIM
                              MOVE ID-REUNIAO-PR TO WS-GRP-REUNIAO
                              MOVE 'N'   TO WS-GRP-SIM WS-GRP-NAO
                           END-IF
                           IF FL-PRESENTE-PR EQUAL 'S'
                              MOVE 'S'   TO WS-GRP-SIM
                           END-IF
                           IF FL-PRESENTE-PR EQUAL 'N'
                              MOVE 'S'   TO WS-GRP-NAO
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            PERFORM P7-FECHA-REUNIAO   THRU P7-FECHA-REUNIAO-FIM
            CLOSE PRESREU
            DISPLAY '  REUNIOES DE PAIS SEM PRESENCA DA FAMILIA: '
                    WS-QT-FALTAS-REU
            .
       P7-REUNIOES-ALUNO-FIM.

      *A FAMILIA FALTOU A REUNIAO QUANDO A PRESENCA FOI APURADA E
      *NENHUM RESPONSAVEL COMPARECEU
       P7-FECHA-REUNIAO.
            IF WS-GRP-REUNIAO NOT EQUAL ZEROS
               AND WS-GRP-SIM NOT EQUAL 'S'
               AND WS-GRP-NAO EQUAL 'S'
               ADD 1                   TO WS-QT-FALTAS-REU
            END-IF
            .
       P7-FECHA-REUNIAO-FIM.

      *SINALIZA O CASO ABERTO NA ORIENTACAO EDUCACIONAL; O CONTEUDO
      *DO CASO E SIGILOSO E NAO SAI NA FOLHA DO CONSELHO
       P8-ORIENTACAO-ALUNO.
            SET FCO-OK                 TO TRUE
            OPEN INPUT CASOORI
            IF NOT FCO-OK
               CLOSE CASOORI
               GO TO P8-ORIENTACAO-ALUNO-FIM
            END-IF
            MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO-ORI
            READ CASOORI
                KEY IS ID-ALUNO-ORI
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CASO-ABERTO
                       DISPLAY '  ACOMPANHAMENTO DA ORIENTACAO'
                               ' EDUCACIONAL: CASO ABERTO'
                    END-IF
            END-READ
            CLOSE CASOORI
            .
       P8-ORIENTACAO-ALUNO-FIM.

      *DECISAO DO CONSELHO: TRANSFORMA UM REPROVADO EM APROV-CON,
      *COM JUSTIFICATIVA OBRIGATORIA AUDITADA E ESPELHO NO
      *HISTORICO DE APROVADOS
