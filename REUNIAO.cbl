      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: reunioes de pais por turma (CFP001S81): agenda a
      *          reuniao do bimestre com data, hora e pauta, gera a
      *          lista de presenca a partir do roteiro da turma
      *          (CFP001S14) com os responsaveis de cada aluno
      *          (CFP001S19), registra a presenca de cada responsavel
      *          (CFP001S82), imprime a lista para assinatura e emite
      *          o relatorio das familias que faltaram a duas ou mais
      *          reunioes no ano letivo. a familia do aluno conta como
      *          presente na reuniao quando ao menos um responsavel
      *          compareceu
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO REGISTRO DAS REUNIOES DE PAIS
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REUNIAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT REUNIAO ASSIGN TO WS-PATH-REUNIAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-REUNIAO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FRU.

                SELECT PRESREU ASSIGN TO WS-PATH-PRESREU
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PRESREU
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPP.

                SELECT TURMA ASSIGN TO WS-PATH-TURMA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-TURMA
                FILE STATUS IS WS-FT.

                SELECT TURMALUNO ASSIGN TO WS-PATH-TURMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO6
                FILE STATUS IS WS-FTL.

                SELECT RESPONSAVEL ASSIGN TO WS-PATH-RESPONSAVEL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO-RESP
                FILE STATUS IS WS-FRS.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTADOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

                SELECT BOLETIM ASSIGN TO WS-PATH-BOLETIM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FBOL.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

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

       DATA DIVISION.
       FILE SECTION.
       FD REUNIAO.
          COPY CFPK0072.
       FD PRESREU.
          COPY CFPK0073.
       FD TURMA.
          COPY CFPK0005.
       FD TURMALUNO.
          COPY CFPK0011.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD CONTADOR.
          COPY CFPK0008.
       FD BOLETIM.
       01 REG-BOLETIM                     PIC X(80).
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD SPLORIG.
       01 REG-SPLORIG                     PIC X(250).
       FD SPLARQ.
       01 REG-SPLARQ                      PIC X(250).
       FD SPOOL.
          COPY CFPK0100.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY SPLVARS.
       COPY AUDITVARS.
       77 WS-FRU                          PIC 99.
          88 FRU-OK                       VALUE 0.
       77 WS-FPP                          PIC 99.
          88 FPP-OK                       VALUE 0.
       77 WS-FT                           PIC 99.
          88 FT-OK                        VALUE 0.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FRS                          PIC 99.
          88 FRS-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FBOL                         PIC 99.
          88 FBOL-OK                      VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
      *REUNIAO INFORMADA
       77 WS-ID-REUNIAO-INF               PIC 9(05) VALUE ZEROS.
       77 WS-ID-TURMA-INF                 PIC 9(03) VALUE ZEROS.
       77 WS-NM-TURMA                     PIC X(20) VALUE SPACES.
       01 WS-DT-INF                       PIC 9(08) VALUE ZEROS.
       01 WS-DT-INF-R REDEFINES WS-DT-INF.
          03 WS-DT-INF-AAAA               PIC 9(04).
          03 WS-DT-INF-MM                 PIC 9(02).
          03 WS-DT-INF-DD                 PIC 9(02).
       01 WS-HR-INF                       PIC 9(04) VALUE ZEROS.
       01 WS-HR-INF-R REDEFINES WS-HR-INF.
          03 WS-HR-INF-HH                 PIC 9(02).
          03 WS-HR-INF-MI                 PIC 9(02).
       77 WS-BIMESTRE-INF                 PIC 9(01) VALUE ZEROS.
       77 WS-PAUTA-INF                    PIC X(60) VALUE SPACES.
       77 WS-ANO-INF                      PIC 9(04) VALUE ZEROS.
       77 WS-NR-REUNIAO                   PIC 9(05) VALUE ZEROS.
      *LISTA DE PRESENCA
       77 WS-QT-LINHAS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-ALUNOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-PRESENTES                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-AUSENTES                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-RESP-ALUNO                PIC 9(03) VALUE ZEROS.
       77 WS-ST-EXIBE                     PIC X(08) VALUE SPACES.
       77 WS-LINHA-REU                    PIC X(80) VALUE SPACES.
      *FAMILIAS FALTOSAS: QUEBRA POR REUNIAO/ALUNO NA LISTA DE
      *PRESENCA E TOTAIS POR ALUNO NO ANO LETIVO
       77 WS-GRP-REUNIAO                  PIC 9(05) VALUE ZEROS.
       77 WS-GRP-ALUNO                    PIC 9(05) VALUE ZEROS.
       77 WS-GRP-NOME                     PIC X(20) VALUE SPACES.
       77 WS-GRP-TURMA                    PIC 9(03) VALUE ZEROS.
       77 WS-GRP-SIM                      PIC X VALUE 'N'.
       77 WS-GRP-NAO                      PIC X VALUE 'N'.
       77 WS-QT-FAL                       PIC 9(04) VALUE ZEROS.
       77 WS-IF                           PIC 9(04) VALUE ZEROS.
       77 WS-IF-ACHADO                    PIC 9(04) VALUE ZEROS.
       77 WS-QT-IGNORADOS                 PIC 9(04) VALUE ZEROS.
       77 WS-QT-FALTOSAS                  PIC 9(04) VALUE ZEROS.
       01 WS-TAB-FALTAS.
          03 WS-FAL-ENT OCCURS 2000 TIMES.
             05 WS-FAL-ALUNO              PIC 9(05).
             05 WS-FAL-NOME               PIC X(20).
             05 WS-FAL-TURMA              PIC 9(03).
             05 WS-FAL-REUNIOES           PIC 9(03).
             05 WS-FAL-FALTAS             PIC 9(03).
      *SALTO DE PAGINA (FORM FEED) APOS CADA RELATORIO IMPRESSO
       77 WS-SALTO-PAGINA                 PIC X VALUE X'0C'.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** REUNIOES DE PAIS ***'
            DISPLAY 'TECLE <A> PARA AGENDAR, <L> PARA GERAR A LISTA'
            DISPLAY 'DE PRESENCA, <P> PARA REGISTRAR A PRESENCA,'
            DISPLAY '<I> PARA IMPRIMIR A LISTA, <F> PARA AS FAMILIAS'
            DISPLAY 'FALTOSAS NO ANO OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'A'
                WHEN 'a'
                    PERFORM P2-AGENDA     THRU P2-AGENDA-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P3-GERA-LISTA THRU P3-GERA-LISTA-FIM
                WHEN 'P'
                WHEN 'p'
                    PERFORM P4-PRESENCA   THRU P4-PRESENCA-FIM
                WHEN 'I'
                WHEN 'i'
                    PERFORM P5-IMPRIME    THRU P5-IMPRIME-FIM
                WHEN 'F'
                WHEN 'f'
                    PERFORM P6-FALTOSAS   THRU P6-FALTOSAS-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *AGENDA A REUNIAO DE PAIS DE UMA TURMA (DATA, HORA, BIMESTRE E
      *PAUTA); O ANO LETIVO E O ANO DA DATA DA REUNIAO
       P2-AGENDA.
            DISPLAY 'Informe o codigo da turma: '
            ACCEPT WS-ID-TURMA-INF
            PERFORM P9-LE-TURMA           THRU P9-LE-TURMA-FIM
            IF NOT ACHOU
               GO TO P2-AGENDA-FIM
            END-IF

            DISPLAY 'Data da reuniao (AAAAMMDD): '
            ACCEPT WS-DT-INF
            IF WS-DT-INF-MM LESS THAN 1 OR WS-DT-INF-MM GREATER THAN 12
               OR WS-DT-INF-DD LESS THAN 1
               OR WS-DT-INF-DD GREATER THAN 31
               OR WS-DT-INF-AAAA LESS THAN 2000
               DISPLAY 'DATA INVALIDA.'
               GO TO P2-AGENDA-FIM
            END-IF
            IF WS-DT-INF LESS THAN WS-DATA-HOJE
               DISPLAY 'DATA JA PASSOU - AGENDAMENTO NAO PERMITIDO.'
               GO TO P2-AGENDA-FIM
            END-IF
            DISPLAY 'Hora da reuniao (HHMM): '
            ACCEPT WS-HR-INF
            IF WS-HR-INF-HH GREATER THAN 23
               OR WS-HR-INF-MI GREATER THAN 59
               DISPLAY 'HORA INVALIDA.'
               GO TO P2-AGENDA-FIM
            END-IF
            DISPLAY 'Bimestre (1 A 4): '
            ACCEPT WS-BIMESTRE-INF
            IF WS-BIMESTRE-INF LESS THAN 1
               OR WS-BIMESTRE-INF GREATER THAN 4
               DISPLAY 'BIMESTRE INVALIDO - INFORME DE 1 A 4.'
               GO TO P2-AGENDA-FIM
            END-IF
            DISPLAY 'Pauta da reuniao: '
            MOVE SPACES                   TO WS-PAUTA-INF
            ACCEPT WS-PAUTA-INF
            IF WS-PAUTA-INF EQUAL SPACES
               DISPLAY 'PAUTA OBRIGATORIA.'
               GO TO P2-AGENDA-FIM
            END-IF

            PERFORM P10-GERA-NUMERO       THRU P10-GERA-NUMERO-FIM
            IF WS-NR-REUNIAO EQUAL ZEROS
               GO TO P2-AGENDA-FIM
            END-IF

            SET FRU-OK                    TO TRUE
            OPEN I-O REUNIAO
            IF WS-FRU EQUAL 35
                 CLOSE REUNIAO
                 OPEN OUTPUT REUNIAO
                 CLOSE REUNIAO
                 OPEN I-O REUNIAO
            END-IF
            IF NOT FRU-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REUNIOES'
               MOVE WS-FRU TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FRU ' - ' WS-FS-MSG
               CLOSE REUNIAO
               GO TO P2-AGENDA-FIM
            END-IF

            MOVE WS-NR-REUNIAO            TO ID-REUNIAO
            MOVE WS-ID-TURMA-INF          TO ID-TURMA-REU
            MOVE WS-DT-INF                TO DT-REUNIAO
            MOVE WS-HR-INF                TO HR-REUNIAO
            MOVE WS-DT-INF-AAAA           TO ANO-LETIVO-REU
            MOVE WS-BIMESTRE-INF          TO NR-BIMESTRE-REU
            MOVE WS-PAUTA-INF             TO DS-PAUTA
            MOVE 'A'                      TO ST-REUNIAO
            MOVE LK-OPERADOR              TO OP-REUNIAO
            WRITE REG-REUNIAO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A REUNIAO'
                NOT INVALID KEY
                    DISPLAY 'Reuniao ' WS-NR-REUNIAO ' agendada!'
                    MOVE 'REUNIAO'        TO WS-AUD-PROGRAMA
                    MOVE 'AGENDA'         TO WS-AUD-OPERACAO
                    STRING 'REUNIAO ' WS-NR-REUNIAO
                           ' TURMA ' WS-ID-TURMA-INF
                           ' EM ' WS-DT-INF ' ' WS-HR-INF
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-WRITE
            CLOSE REUNIAO
            .
       P2-AGENDA-FIM.

      *GERA A LISTA DE PRESENCA DA REUNIAO: UMA LINHA POR RESPONSAVEL
      *DE CADA ALUNO DO ROTEIRO DA TURMA, OU UMA LINHA SEM RESPONSAVEL
      *QUANDO O ALUNO NAO TEM RESPONSAVEL CADASTRADO
       P3-GERA-LISTA.
            PERFORM P8-LE-REUNIAO         THRU P8-LE-REUNIAO-FIM
            IF NOT ACHOU
               GO TO P3-GERA-LISTA-FIM
            END-IF

            SET FPP-OK                    TO TRUE
            OPEN I-O PRESREU
            IF WS-FPP EQUAL 35
                 CLOSE PRESREU
                 OPEN OUTPUT PRESREU
                 CLOSE PRESREU
                 OPEN I-O PRESREU
            END-IF
            IF NOT FPP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRESENCA'
               MOVE WS-FPP TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPP ' - ' WS-FS-MSG
               CLOSE PRESREU
               GO TO P3-GERA-LISTA-FIM
            END-IF

            MOVE WS-ID-REUNIAO-INF        TO ID-REUNIAO-PR
            MOVE ZEROS                    TO ID-ALUNO-PR
                                             ID-RESP-PR
            START PRESREU KEY NOT LESS THAN ID-PRESREU
                INVALID KEY
                    MOVE ZEROS            TO ID-REUNIAO-PR
                NOT INVALID KEY
                    READ PRESREU NEXT RECORD
                        AT END
                            MOVE ZEROS    TO ID-REUNIAO-PR
                    END-READ
            END-START
            IF ID-REUNIAO-PR EQUAL WS-ID-REUNIAO-INF
               DISPLAY 'A LISTA DE PRESENCA DESTA REUNIAO JA FOI'
                       ' GERADA.'
               CLOSE PRESREU
               GO TO P3-GERA-LISTA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-LINHAS
                                             WS-QT-ALUNOS
            SET EOF-OK                    TO FALSE
            SET FTL-OK                    TO TRUE
            OPEN INPUT TURMALUNO
            IF NOT FTL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO ROTEIRO'
               MOVE WS-FTL TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FTL ' - ' WS-FS-MSG
               CLOSE TURMALUNO
               CLOSE PRESREU
               GO TO P3-GERA-LISTA-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ TURMALUNO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-TURMA6 EQUAL ID-TURMA-REU
                           ADD 1          TO WS-QT-ALUNOS
                           PERFORM P3-GRAVA-ALUNO
                                   THRU P3-GRAVA-ALUNO-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMALUNO
            CLOSE PRESREU

            IF WS-QT-ALUNOS EQUAL ZEROS
               DISPLAY 'NENHUM ALUNO NO ROTEIRO DA TURMA.'
               GO TO P3-GERA-LISTA-FIM
            END-IF
            DISPLAY 'Lista gerada: ' WS-QT-ALUNOS ' aluno(s), '
                    WS-QT-LINHAS ' linha(s) de presenca.'
            MOVE 'REUNIAO'                TO WS-AUD-PROGRAMA
            MOVE 'GERA-LISTA'             TO WS-AUD-OPERACAO
            STRING 'REUNIAO ' WS-ID-REUNIAO-INF
                   ' ALUNOS ' WS-QT-ALUNOS
                   ' LINHAS ' WS-QT-LINHAS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P3-GERA-LISTA-FIM.

      *GRAVA AS LINHAS DE PRESENCA DO ALUNO CORRENTE DO ROTEIRO, UMA
      *POR RESPONSAVEL CADASTRADO
       P3-GRAVA-ALUNO.
            MOVE ZEROS                    TO WS-QT-RESP-ALUNO
            MOVE WS-ID-REUNIAO-INF        TO ID-REUNIAO-PR
            MOVE ID-ALUNO6                TO ID-ALUNO-PR
            MOVE ID-TURMA-REU             TO ID-TURMA-PR
            MOVE ANO-LETIVO-REU           TO ANO-LETIVO-PR
            MOVE NM-ALUNO6                TO NM-ALUNO-PR
            MOVE SPACES                   TO FL-PRESENTE-PR
            MOVE LK-OPERADOR              TO OP-PRESREU

            SET EOF2-OK                   TO FALSE
            SET FRS-OK                    TO TRUE
            OPEN INPUT RESPONSAVEL
            IF FRS-OK
               PERFORM UNTIL EOF2-OK
                   READ RESPONSAVEL NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO-RESP EQUAL ID-ALUNO6
                              ADD 1       TO WS-QT-RESP-ALUNO
                              MOVE ID-REGISTRO-RESP TO ID-RESP-PR
                              MOVE NM-RESP          TO NM-RESP-PR
                              WRITE REG-PRESREU
                                  INVALID KEY
                                      CONTINUE
                                  NOT INVALID KEY
                                      ADD 1 TO WS-QT-LINHAS
                              END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE RESPONSAVEL

            IF WS-QT-RESP-ALUNO EQUAL ZEROS
               MOVE ZEROS                 TO ID-RESP-PR
               MOVE 'SEM RESPONSAVEL'     TO NM-RESP-PR
               WRITE REG-PRESREU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1              TO WS-QT-LINHAS
               END-WRITE
            END-IF
            .
       P3-GRAVA-ALUNO-FIM.

      *REGISTRA A PRESENCA DE CADA RESPONSAVEL DA LISTA (S/N); ENTER
      *MANTEM O QUE JA ESTAVA MARCADO E LINHA NAO APURADA VIRA AUSENTE.
      *A REUNIAO PASSA A CONSTAR COMO REALIZADA
       P4-PRESENCA.
            PERFORM P8-LE-REUNIAO         THRU P8-LE-REUNIAO-FIM
            IF NOT ACHOU
               GO TO P4-PRESENCA-FIM
            END-IF
            IF DT-REUNIAO GREATER THAN WS-DATA-HOJE
               DISPLAY 'A REUNIAO AINDA NAO ACONTECEU.'
               GO TO P4-PRESENCA-FIM
            END-IF

            SET FPP-OK                    TO TRUE
            OPEN I-O PRESREU
            IF NOT FPP-OK
               DISPLAY 'LISTA DE PRESENCA NAO GERADA PARA A REUNIAO.'
               CLOSE PRESREU
               GO TO P4-PRESENCA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-LINHAS
                                             WS-QT-PRESENTES
                                             WS-QT-AUSENTES
            SET EOF-OK                    TO FALSE
            MOVE WS-ID-REUNIAO-INF        TO ID-REUNIAO-PR
            MOVE ZEROS                    TO ID-ALUNO-PR
                                             ID-RESP-PR
            START PRESREU KEY NOT LESS THAN ID-PRESREU
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            DISPLAY 'Presente (S/N, ENTER mantem a marcacao):'
            PERFORM P4-MARCA-LINHA        THRU P4-MARCA-LINHA-FIM
                    UNTIL EOF-OK
            CLOSE PRESREU

            IF WS-QT-LINHAS EQUAL ZEROS
               DISPLAY 'LISTA DE PRESENCA NAO GERADA PARA A REUNIAO.'
               GO TO P4-PRESENCA-FIM
            END-IF

            SET FRU-OK                    TO TRUE
            OPEN I-O REUNIAO
            IF FRU-OK
               MOVE WS-ID-REUNIAO-INF     TO ID-REUNIAO
               READ REUNIAO
                   KEY IS ID-REUNIAO
                   NOT INVALID KEY
                       MOVE 'R'           TO ST-REUNIAO
                       REWRITE REG-REUNIAO
                           INVALID KEY
                               DISPLAY 'ERRO AO ATUALIZAR A REUNIAO'
                       END-REWRITE
               END-READ
            END-IF
            CLOSE REUNIAO

            DISPLAY 'Presentes: ' WS-QT-PRESENTES
                    ' Ausentes: ' WS-QT-AUSENTES
            MOVE 'REUNIAO'                TO WS-AUD-PROGRAMA
            MOVE 'PRESENCA'               TO WS-AUD-OPERACAO
            STRING 'REUNIAO ' WS-ID-REUNIAO-INF
                   ' PRESENTES ' WS-QT-PRESENTES
                   ' AUSENTES ' WS-QT-AUSENTES
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P4-PRESENCA-FIM.

      *PERGUNTA E GRAVA A PRESENCA DE UMA LINHA DA LISTA
       P4-MARCA-LINHA.
            READ PRESREU NEXT RECORD
                AT END
                    SET EOF-OK            TO TRUE
                    GO TO P4-MARCA-LINHA-FIM
            END-READ
            IF ID-REUNIAO-PR NOT EQUAL WS-ID-REUNIAO-INF
               SET EOF-OK                 TO TRUE
               GO TO P4-MARCA-LINHA-FIM
            END-IF

            ADD 1                         TO WS-QT-LINHAS
            DISPLAY ID-ALUNO-PR ' ' NM-ALUNO-PR ' RESP: ' NM-RESP-PR
                    ' [' FL-PRESENTE-PR ']: '
            MOVE SPACES                   TO WS-RESPOSTA
            ACCEPT WS-RESPOSTA
            EVALUATE WS-RESPOSTA
                WHEN 'S'
                WHEN 's'
                    MOVE 'S'              TO FL-PRESENTE-PR
                WHEN 'N'
                WHEN 'n'
                    MOVE 'N'              TO FL-PRESENTE-PR
                WHEN OTHER
                    IF FL-PRESENTE-PR NOT EQUAL 'S'
                       MOVE 'N'           TO FL-PRESENTE-PR
                    END-IF
            END-EVALUATE
            IF FL-PRESENTE-PR EQUAL 'S'
               ADD 1                      TO WS-QT-PRESENTES
            ELSE
               ADD 1                      TO WS-QT-AUSENTES
            END-IF
            MOVE LK-OPERADOR              TO OP-PRESREU
            REWRITE REG-PRESREU
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A PRESENCA'
            END-REWRITE
            .
       P4-MARCA-LINHA-FIM.

      *IMPRIME A LISTA DE PRESENCA DA REUNIAO, COM A SITUACAO DE CADA
      *RESPONSAVEL E ESPACO PARA ASSINATURA
       P5-IMPRIME.
            PERFORM P8-LE-REUNIAO         THRU P8-LE-REUNIAO-FIM
            IF NOT ACHOU
               GO TO P5-IMPRIME-FIM
            END-IF
            MOVE ID-TURMA-REU             TO WS-ID-TURMA-INF
            PERFORM P9-LE-TURMA           THRU P9-LE-TURMA-FIM

            SET FPP-OK                    TO TRUE
            OPEN INPUT PRESREU
            IF NOT FPP-OK
               DISPLAY 'LISTA DE PRESENCA NAO GERADA PARA A REUNIAO.'
               CLOSE PRESREU
               GO TO P5-IMPRIME-FIM
            END-IF

            SET FBOL-OK                   TO TRUE
            MOVE WS-PATH-BOLETIM          TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND BOLETIM
            IF WS-FBOL EQUAL 35
               OPEN OUTPUT BOLETIM
            END-IF
            IF NOT FBOL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
               CLOSE PRESREU
               GO TO P5-IMPRIME-FIM
            END-IF

            MOVE ALL '='                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-REU
            STRING 'REUNIAO DE PAIS ' ID-REUNIAO ' - TURMA '
                   ID-TURMA-REU ' ' WS-NM-TURMA
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REU
            END-STRING
            MOVE WS-LINHA-REU             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-REU
            MOVE SPACES                   TO WS-LINHA-REU
            STRING 'DATA ' DT-REUNIAO ' HORA ' HR-REUNIAO
                   ' - ' NR-BIMESTRE-REU 'O BIMESTRE'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REU
            END-STRING
            MOVE WS-LINHA-REU             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-REU
            MOVE SPACES                   TO WS-LINHA-REU
            STRING 'PAUTA: ' DS-PAUTA
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REU
            END-STRING
            MOVE WS-LINHA-REU             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-REU
            MOVE ALL '-'                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE 'ALUNO REF   NOME DO ALUNO        RESPONSAVEL'
                                          TO REG-BOLETIM
            MOVE 'SITUACAO ASSINATURA'    TO REG-BOLETIM(50:)
            WRITE REG-BOLETIM
            DISPLAY REG-BOLETIM

            MOVE ZEROS                    TO WS-QT-LINHAS
                                             WS-QT-PRESENTES
                                             WS-QT-AUSENTES
            SET EOF-OK                    TO FALSE
            MOVE WS-ID-REUNIAO-INF        TO ID-REUNIAO-PR
            MOVE ZEROS                    TO ID-ALUNO-PR
                                             ID-RESP-PR
            START PRESREU KEY NOT LESS THAN ID-PRESREU
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM P5-LINHA-LISTA        THRU P5-LINHA-LISTA-FIM
                    UNTIL EOF-OK
            CLOSE PRESREU

            MOVE ALL '-'                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-REU
            STRING 'RESPONSAVEIS NA LISTA: ' WS-QT-LINHAS
                   ' PRESENTES: ' WS-QT-PRESENTES
                   ' AUSENTES: ' WS-QT-AUSENTES
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REU
            END-STRING
            MOVE WS-LINHA-REU             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-REU
            MOVE WS-SALTO-PAGINA          TO REG-BOLETIM
            WRITE REG-BOLETIM
            CLOSE BOLETIM
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'REUNIAO'                TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P5-IMPRIME-FIM.

      *UMA LINHA DA LISTA DE PRESENCA IMPRESSA
       P5-LINHA-LISTA.
            READ PRESREU NEXT RECORD
                AT END
                    SET EOF-OK            TO TRUE
                    GO TO P5-LINHA-LISTA-FIM
            END-READ
            IF ID-REUNIAO-PR NOT EQUAL WS-ID-REUNIAO-INF
               SET EOF-OK                 TO TRUE
               GO TO P5-LINHA-LISTA-FIM
            END-IF

            ADD 1                         TO WS-QT-LINHAS
            EVALUATE FL-PRESENTE-PR
                WHEN 'S'
                    MOVE 'PRESENTE'       TO WS-ST-EXIBE
                    ADD 1                 TO WS-QT-PRESENTES
                WHEN 'N'
                    MOVE 'AUSENTE'        TO WS-ST-EXIBE
                    ADD 1                 TO WS-QT-AUSENTES
                WHEN OTHER
                    MOVE SPACES           TO WS-ST-EXIBE
            END-EVALUATE
            MOVE SPACES                   TO WS-LINHA-REU
            STRING ID-ALUNO-PR ' ' ID-RESP-PR ' ' NM-ALUNO-PR ' '
                   NM-RESP-PR ' ' WS-ST-EXIBE ' __________'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REU
            END-STRING
            MOVE WS-LINHA-REU             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-REU
            .
       P5-LINHA-LISTA-FIM.

      *FAMILIAS QUE FALTARAM A DUAS OU MAIS REUNIOES NO ANO LETIVO:
      *A FAMILIA FALTOU QUANDO A PRESENCA DA REUNIAO FOI APURADA E
      *NENHUM RESPONSAVEL DO ALUNO COMPARECEU
       P6-FALTOSAS.
            DISPLAY 'Informe o ano letivo (AAAA): '
            ACCEPT WS-ANO-INF

            SET FPP-OK                    TO TRUE
            OPEN INPUT PRESREU
            IF NOT FPP-OK
               DISPLAY 'NENHUMA LISTA DE PRESENCA GERADA.'
               CLOSE PRESREU
               GO TO P6-FALTOSAS-FIM
            END-IF

            INITIALIZE WS-TAB-FALTAS
            MOVE ZEROS                    TO WS-QT-FAL
                                             WS-QT-IGNORADOS
                                             WS-QT-FALTOSAS
                                             WS-GRP-REUNIAO
                                             WS-GRP-ALUNO
            SET EOF-OK                    TO FALSE
            PERFORM P6-LE-PRESENCA        THRU P6-LE-PRESENCA-FIM
                    UNTIL EOF-OK
            PERFORM P7-FECHA-GRUPO        THRU P7-FECHA-GRUPO-FIM
            CLOSE PRESREU

            SET FBOL-OK                   TO TRUE
            MOVE WS-PATH-BOLETIM          TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND BOLETIM
            IF WS-FBOL EQUAL 35
               OPEN OUTPUT BOLETIM
            END-IF
            IF NOT FBOL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
               GO TO P6-FALTOSAS-FIM
            END-IF

            MOVE ALL '='                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-REU
            STRING 'FAMILIAS COM 2 OU MAIS FALTAS EM REUNIOES DE PAIS'
                   ' - ANO ' WS-ANO-INF
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REU
            END-STRING
            MOVE WS-LINHA-REU             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-REU
            MOVE 'ALUNO NOME DO ALUNO        TURMA FALTAS/REUNIOES'
                                          TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY REG-BOLETIM

            PERFORM P6-LINHA-FALTOSA      THRU P6-LINHA-FALTOSA-FIM
                    VARYING WS-IF FROM 1 BY 1
                    UNTIL WS-IF GREATER THAN WS-QT-FAL

            MOVE ALL '-'                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-REU
            STRING 'FAMILIAS RELACIONADAS: ' WS-QT-FALTOSAS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REU
            END-STRING
            MOVE WS-LINHA-REU             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-REU
            IF WS-QT-IGNORADOS GREATER THAN ZEROS
               MOVE SPACES                TO WS-LINHA-REU
               STRING 'ALUNOS NAO APURADOS (LIMITE DA TABELA): '
                      WS-QT-IGNORADOS
                      DELIMITED BY SIZE
                      INTO WS-LINHA-REU
               END-STRING
               MOVE WS-LINHA-REU          TO REG-BOLETIM
               WRITE REG-BOLETIM
               DISPLAY WS-LINHA-REU
            END-IF
            MOVE WS-SALTO-PAGINA          TO REG-BOLETIM
            WRITE REG-BOLETIM
            CLOSE BOLETIM
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'REUNIAO'                TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P6-FALTOSAS-FIM.

      *LE A LISTA DE PRESENCA DO ANO, COM QUEBRA POR REUNIAO E ALUNO
       P6-LE-PRESENCA.
            READ PRESREU NEXT RECORD
                AT END
                    SET EOF-OK            TO TRUE
                    GO TO P6-LE-PRESENCA-FIM
            END-READ
            IF ANO-LETIVO-PR NOT EQUAL WS-ANO-INF
               GO TO P6-LE-PRESENCA-FIM
            END-IF

            IF ID-REUNIAO-PR NOT EQUAL WS-GRP-REUNIAO
               OR ID-ALUNO-PR NOT EQUAL WS-GRP-ALUNO
               PERFORM P7-FECHA-GRUPO     THRU P7-FECHA-GRUPO-FIM
               MOVE ID-REUNIAO-PR         TO WS-GRP-REUNIAO
               MOVE ID-ALUNO-PR           TO WS-GRP-ALUNO
               MOVE NM-ALUNO-PR           TO WS-GRP-NOME
               MOVE ID-TURMA-PR           TO WS-GRP-TURMA
               MOVE 'N'                   TO WS-GRP-SIM
                                             WS-GRP-NAO
            END-IF
            IF FL-PRESENTE-PR EQUAL 'S'
               MOVE 'S'                   TO WS-GRP-SIM
            END-IF
            IF FL-PRESENTE-PR EQUAL 'N'
               MOVE 'S'                   TO WS-GRP-NAO
            END-IF
            .
       P6-LE-PRESENCA-FIM.

      *UMA FAMILIA FALTOSA NO RELATORIO, COM OS CONTATOS DOS
      *RESPONSAVEIS
       P6-LINHA-FALTOSA.
            IF WS-FAL-FALTAS(WS-IF) LESS THAN 2
               GO TO P6-LINHA-FALTOSA-FIM
            END-IF

            ADD 1                         TO WS-QT-FALTOSAS
            MOVE SPACES                   TO WS-LINHA-REU
            STRING WS-FAL-ALUNO(WS-IF) ' ' WS-FAL-NOME(WS-IF) ' '
                   WS-FAL-TURMA(WS-IF) '   ' WS-FAL-FALTAS(WS-IF)
                   '/' WS-FAL-REUNIOES(WS-IF)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REU
            END-STRING
            MOVE WS-LINHA-REU             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-REU

            SET EOF2-OK                   TO FALSE
            SET FRS-OK                    TO TRUE
            OPEN INPUT RESPONSAVEL
            IF FRS-OK
               PERFORM UNTIL EOF2-OK
                   READ RESPONSAVEL NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO-RESP EQUAL WS-FAL-ALUNO(WS-IF)
                              MOVE SPACES TO WS-LINHA-REU
                              STRING '      ' NM-RESP ' ' PARENTESCO
                                     ' TEL ' TL-PREFIXO-R1 '-'
                                     TL-SUFIXO-R1 ' / '
                                     TL-PREFIXO-R2 '-' TL-SUFIXO-R2
                                     DELIMITED BY SIZE
                                     INTO WS-LINHA-REU
                              END-STRING
                              MOVE WS-LINHA-REU TO REG-BOLETIM
                              WRITE REG-BOLETIM
                              DISPLAY WS-LINHA-REU
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE RESPONSAVEL
            .
       P6-LINHA-FALTOSA-FIM.

      *ENCERRA O GRUPO REUNIAO/ALUNO: CONTA A REUNIAO APURADA PARA O
      *ALUNO E A FALTA QUANDO NENHUM RESPONSAVEL COMPARECEU
       P7-FECHA-GRUPO.
            IF WS-GRP-ALUNO EQUAL ZEROS
               GO TO P7-FECHA-GRUPO-FIM
            END-IF
            IF WS-GRP-SIM NOT EQUAL 'S' AND WS-GRP-NAO NOT EQUAL 'S'
               GO TO P7-FECHA-GRUPO-FIM
            END-IF

            MOVE ZEROS                    TO WS-IF-ACHADO
            IF WS-QT-FAL GREATER THAN ZEROS
               PERFORM VARYING WS-IF FROM 1 BY 1
                       UNTIL WS-IF GREATER THAN WS-QT-FAL
                          OR WS-IF-ACHADO GREATER THAN ZEROS
                   IF WS-FAL-ALUNO(WS-IF) EQUAL WS-GRP-ALUNO
                      MOVE WS-IF          TO WS-IF-ACHADO
                   END-IF
               END-PERFORM
            END-IF
            IF WS-IF-ACHADO EQUAL ZEROS
               IF WS-QT-FAL EQUAL 2000
                  ADD 1                   TO WS-QT-IGNORADOS
                  GO TO P7-FECHA-GRUPO-FIM
               END-IF
               ADD 1                      TO WS-QT-FAL
               MOVE WS-QT-FAL             TO WS-IF-ACHADO
               MOVE WS-GRP-ALUNO          TO WS-FAL-ALUNO(WS-IF-ACHADO)
               MOVE WS-GRP-NOME           TO WS-FAL-NOME(WS-IF-ACHADO)
               MOVE WS-GRP-TURMA          TO WS-FAL-TURMA(WS-IF-ACHADO)
            END-IF

            ADD 1                 TO WS-FAL-REUNIOES(WS-IF-ACHADO)
            IF WS-GRP-SIM NOT EQUAL 'S'
               ADD 1              TO WS-FAL-FALTAS(WS-IF-ACHADO)
            END-IF
            .
       P7-FECHA-GRUPO-FIM.

      *PEDE O NUMERO DA REUNIAO E LE O CADASTRO
       P8-LE-REUNIAO.
            MOVE 'N'                      TO WS-ACHOU
            DISPLAY 'Informe o numero da reuniao: '
            ACCEPT WS-ID-REUNIAO-INF
            PERFORM P8-LE-REUNIAO-ATUAL   THRU P8-LE-REUNIAO-ATUAL-FIM
            IF ACHOU
               DISPLAY 'TURMA ' ID-TURMA-REU ' EM ' DT-REUNIAO
                       ' AS ' HR-REUNIAO ' - '
                       FUNCTION TRIM(DS-PAUTA)
            END-IF
            .
       P8-LE-REUNIAO-FIM.

      *LE A REUNIAO WS-ID-REUNIAO-INF
       P8-LE-REUNIAO-ATUAL.
            MOVE 'N'                      TO WS-ACHOU
            SET FRU-OK                    TO TRUE
            OPEN INPUT REUNIAO
            IF FRU-OK
               MOVE WS-ID-REUNIAO-INF     TO ID-REUNIAO
               READ REUNIAO
                   KEY IS ID-REUNIAO
                   INVALID KEY
                       DISPLAY 'REUNIAO NAO CADASTRADA!'
                   NOT INVALID KEY
                       MOVE 'S'           TO WS-ACHOU
               END-READ
            ELSE
               DISPLAY 'NENHUMA REUNIAO CADASTRADA.'
            END-IF
            CLOSE REUNIAO
            .
       P8-LE-REUNIAO-ATUAL-FIM.

      *LE A TURMA WS-ID-TURMA-INF
       P9-LE-TURMA.
            MOVE 'N'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-NM-TURMA
            SET FT-OK                     TO TRUE
            OPEN INPUT TURMA
            IF FT-OK
               MOVE WS-ID-TURMA-INF       TO ID-TURMA
               READ TURMA
                   KEY IS ID-TURMA
                   INVALID KEY
                       DISPLAY 'TURMA NAO CADASTRADA!'
                   NOT INVALID KEY
                       MOVE NM-TURMA      TO WS-NM-TURMA
                       MOVE 'S'           TO WS-ACHOU
                       DISPLAY 'TURMA: ' FUNCTION TRIM(NM-TURMA)
               END-READ
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TURMAS'
            END-IF
            CLOSE TURMA
            .
       P9-LE-TURMA-FIM.

      *NUMERO DA REUNIAO: CONTADOR 32 DO CFP001S8
       P10-GERA-NUMERO.
            MOVE ZEROS                    TO WS-NR-REUNIAO
            SET FSC-OK                    TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF

            IF FSC-OK THEN
               MOVE 32                    TO ID-CONTADOR
               READ CONTADOR
                   INVALID KEY
                       MOVE ZEROS         TO NR-ULTIMO-REGISTRO
               END-READ

               ADD 1                      TO NR-ULTIMO-REGISTRO
               MOVE NR-ULTIMO-REGISTRO    TO WS-NR-REUNIAO

               REWRITE REG-CONTADOR
                   INVALID KEY
                       WRITE REG-CONTADOR
               END-REWRITE
            ELSE
              DISPLAY 'ERRO AO ABRIR ARQUIVO DE CONTADOR'
              MOVE WS-FSC TO WS-FS-CODE
              PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
              DISPLAY 'FILE STATUS: ' WS-FSC ' - ' WS-FS-MSG
            END-IF

            CLOSE CONTADOR
            .
       P10-GERA-NUMERO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM REUNIAO.
