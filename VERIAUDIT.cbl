      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: verificacao do encadeamento da trilha de auditoria:
      *          percorre os arquivos mensais rotacionados
      *          (CFP001S9.LOG.AAAAMM) em ordem e depois o log
      *          corrente, recalcula o elo de cada linha sobre o elo
      *          da anterior (A9-CALCULA-ELO) e confere o sequencial.
      *          aponta o primeiro elo quebrado (linha alterada,
      *          incluida ou sem elo), as lacunas de sequencial
      *          (linhas apagadas) e os arquivos mensais citados numa
      *          rotacao que nao existem mais. linhas gravadas antes
      *          do encadeamento sao contadas e ignoradas. roda na
      *          cadeia noturna (CADEIANOT) e registra o job no
      *          controle de jobs - INCONSIST se achou problema
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA VERIFICACAO DA TRILHA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIAUDIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
      * ARQUIVO DE AUDITORIA EM VERIFICACAO (MENSAL OU CORRENTE,
      * CONFORME O CAMINHO MONTADO EM TEMPO DE EXECUCAO)
                SELECT AUDIVERI ASSIGN TO WS-PATH-VERIFICA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FAV.

                SELECT JOBCTRL ASSIGN TO WS-PATH-JOBCTRL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-JOBCTRL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-JOB-FS.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIVERI.
       01 REG-AUDIVERI                    PIC X(120).
       FD JOBCTRL.
          COPY CFPK0021.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY JOBVARS.
       77 WS-FAV                          PIC 99.
          88 FAV-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
      *LINHA EM VERIFICACAO, NAS POSICOES GRAVADAS POR AUDITLOG
       01 WS-VER-LINHA                    PIC X(120) VALUE SPACES.
       01 FILLER REDEFINES WS-VER-LINHA.
          03 FILLER                       PIC X(16).
          03 WS-VER-PROG                  PIC X(10).
          03 FILLER                       PIC X(01).
          03 WS-VER-OPER                  PIC X(10).
          03 FILLER                       PIC X(01).
          03 WS-VER-DET                   PIC X(40).
          03 FILLER                       PIC X(17).
          03 WS-VER-SEQ                   PIC X(07).
          03 FILLER                       PIC X(01).
          03 WS-VER-ELO                   PIC X(10).
          03 FILLER                       PIC X(07).
       01 FILLER REDEFINES WS-VER-LINHA.
          03 FILLER                       PIC X(59).
          03 WS-VER-DET-ANOMES            PIC X(06).
          03 FILLER                       PIC X(55).
       77 WS-VER-SEQ-N                    PIC 9(07) VALUE ZEROS.
       77 WS-VER-ELO-N                    PIC 9(10) VALUE ZEROS.
      *ULTIMO ELO CONFERIDO
       77 WS-SEQ-ANT                      PIC 9(07) VALUE ZEROS.
       77 WS-ELO-ANT                      PIC 9(10) VALUE ZEROS.
       77 WS-INICIOU                      PIC X VALUE 'N'.
          88 CADEIA-INICIOU               VALUE 'S' FALSE 'N'.
      *PRIMEIRO MES COM TRILHA DE AUDITORIA NO SISTEMA
       77 WS-ANOMES-INICIO                PIC 9(06) VALUE 202401.
       77 WS-ANOMES                       PIC 9(06) VALUE ZEROS.
       01 WS-ANOMES-DET.
          03 WS-ANOMES-ANO                PIC 9(04).
          03 WS-ANOMES-MES                PIC 9(02).
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-ANOMES                  PIC 9(06) VALUE ZEROS.
      *CAMINHO MONTADO EM TEMPO DE EXECUCAO E ARQUIVO EM VERIFICACAO
       77 WS-PATH-VERIFICA                PIC X(100) VALUE SPACES.
       77 WS-ARQ-NOME                     PIC X(07) VALUE SPACES.
      *MESES ROTACIONADOS ENCONTRADOS
       77 WS-QT-MESES                     PIC 9(03) VALUE ZEROS.
       01 WS-TAB-MESES.
          03 WS-MES-ACHADO OCCURS 240 TIMES PIC 9(06).
       77 WS-IX                           PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-MES                    PIC X VALUE 'N'.
          88 ACHOU-MES                    VALUE 'S'.
      *TOTAIS DA VERIFICACAO
       77 WS-QT-LIDAS                     PIC 9(07) VALUE ZEROS.
       77 WS-QT-ANTIGAS                   PIC 9(07) VALUE ZEROS.
       77 WS-QT-ELOS-OK                   PIC 9(07) VALUE ZEROS.
       77 WS-QT-QUEBRAS                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-LACUNAS                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-FALTANTES                 PIC 9(05) VALUE ZEROS.

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
            PERFORM P1-VERIFICA           THRU P1-FIM
            PERFORM P0-FIM
            .

      *PERCORRE OS ARQUIVOS MENSAIS E O LOG CORRENTE, NESTA ORDEM
       P1-VERIFICA.
            DISPLAY '*** VERIFICACAO DA TRILHA DE AUDITORIA ***'

            MOVE 'VERIAUDIT'              TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            STRING 'TRILHA ' WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-JOB-DETALHE
            END-STRING
            PERFORM J8-VERIFICA-JOB       THRU J8-VERIFICA-JOB-FIM
            IF JOB-EM-CURSO
               DISPLAY 'JA EXISTE UMA EXECUCAO DESTE PROGRAMA EM'
                       ' CURSO - AGUARDE O TERMINO.'
               GO TO P1-FIM
            END-IF
            PERFORM J8-JOB-INICIA         THRU J8-JOB-INICIA-FIM

            MOVE ZEROS                    TO WS-QT-LIDAS
                                             WS-QT-ANTIGAS
                                             WS-QT-ELOS-OK
                                             WS-QT-QUEBRAS
                                             WS-QT-LACUNAS
                                             WS-QT-FALTANTES
                                             WS-QT-MESES
                                             WS-SEQ-ANT
                                             WS-ELO-ANT
            SET CADEIA-INICIOU            TO FALSE
            COMPUTE WS-HOJE-ANOMES = WS-DATA-HOJE / 100
            END-COMPUTE

            MOVE WS-ANOMES-INICIO         TO WS-ANOMES
            PERFORM UNTIL WS-ANOMES GREATER THAN WS-HOJE-ANOMES
                MOVE SPACES               TO WS-PATH-VERIFICA
                STRING FUNCTION TRIM(WS-PATH-AUDITORIA) '.'
                       WS-ANOMES
                       DELIMITED BY SIZE
                       INTO WS-PATH-VERIFICA
                END-STRING
                MOVE WS-ANOMES            TO WS-ARQ-NOME
                PERFORM P2-VARRE-ARQUIVO  THRU P2-VARRE-ARQUIVO-FIM
                MOVE WS-ANOMES            TO WS-ANOMES-DET
                IF WS-ANOMES-MES EQUAL 12
                   ADD 1                  TO WS-ANOMES-ANO
                   MOVE 1                 TO WS-ANOMES-MES
                ELSE
                   ADD 1                  TO WS-ANOMES-MES
                END-IF
                MOVE WS-ANOMES-DET        TO WS-ANOMES
            END-PERFORM

            MOVE WS-PATH-AUDITORIA        TO WS-PATH-VERIFICA
            MOVE 'CORRENT'                TO WS-ARQ-NOME
            PERFORM P2-VARRE-ARQUIVO      THRU P2-VARRE-ARQUIVO-FIM

            DISPLAY 'ARQUIVOS MENSAIS LIDOS    : ' WS-QT-MESES
            DISPLAY 'LINHAS LIDAS              : ' WS-QT-LIDAS
            DISPLAY '  ANTERIORES AO ELO       : ' WS-QT-ANTIGAS
            DISPLAY '  ELOS CONFERIDOS         : ' WS-QT-ELOS-OK
            DISPLAY 'ELOS QUEBRADOS            : ' WS-QT-QUEBRAS
            DISPLAY 'LACUNAS DE SEQUENCIAL     : ' WS-QT-LACUNAS
            DISPLAY 'ARQUIVOS MENSAIS AUSENTES : ' WS-QT-FALTANTES

            IF WS-QT-QUEBRAS GREATER THAN ZEROS
               OR WS-QT-LACUNAS GREATER THAN ZEROS
               OR WS-QT-FALTANTES GREATER THAN ZEROS
               DISPLAY 'TRILHA DE AUDITORIA COM INDICIOS DE ADULTERACAO'
               MOVE 'INCONSIST'           TO WS-JOB-RESULTADO
            ELSE
               DISPLAY 'TRILHA DE AUDITORIA INTEGRA.'
               MOVE 'CONCLUIDO'           TO WS-JOB-RESULTADO
            END-IF
            MOVE WS-QT-QUEBRAS            TO WS-JOB-QT
            PERFORM J8-JOB-ENCERRA        THRU J8-JOB-ENCERRA-FIM

            MOVE 'VERIAUDIT'              TO WS-AUD-PROGRAMA
            MOVE 'VERIFICA'               TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'QUEBRAS ' WS-QT-QUEBRAS
                   ' LACUNAS ' WS-QT-LACUNAS
                   ' AUSENTES ' WS-QT-FALTANTES
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P1-FIM.

      *CONFERE TODAS AS LINHAS DE UM ARQUIVO. MES SEM ARQUIVO E
      *PULADO; A FALTA SO E APONTADA SE UMA ROTACAO O CITAR
       P2-VARRE-ARQUIVO.
            SET EOF-OK                    TO FALSE
            SET FAV-OK                    TO TRUE

            OPEN INPUT AUDIVERI
            IF NOT FAV-OK
               CLOSE AUDIVERI
               GO TO P2-VARRE-ARQUIVO-FIM
            END-IF

            IF WS-ARQ-NOME NOT EQUAL 'CORRENT'
               AND WS-QT-MESES LESS THAN 240
               ADD 1                      TO WS-QT-MESES
               MOVE WS-ANOMES             TO WS-MES-ACHADO(WS-QT-MESES)
            END-IF

            PERFORM UNTIL EOF-OK
                READ AUDIVERI INTO WS-VER-LINHA
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        PERFORM P3-CONFERE-LINHA
                                THRU P3-CONFERE-LINHA-FIM
                END-READ
            END-PERFORM
            CLOSE AUDIVERI
            .
       P2-VARRE-ARQUIVO-FIM.

      *CONFERE O SEQUENCIAL E O ELO DA LINHA CONTRA A ANTERIOR
       P3-CONFERE-LINHA.
            ADD 1                         TO WS-QT-LIDAS

            IF WS-VER-SEQ IS NOT NUMERIC
               OR WS-VER-ELO IS NOT NUMERIC
               IF CADEIA-INICIOU
                  ADD 1                   TO WS-QT-QUEBRAS
                  IF WS-QT-QUEBRAS EQUAL 1
                     DISPLAY 'PRIMEIRO ELO QUEBRADO: LINHA SEM ELO'
                             ' APOS O SEQUENCIAL ' WS-SEQ-ANT
                             ' (ARQUIVO ' WS-ARQ-NOME ')'
                  END-IF
               ELSE
                  ADD 1                   TO WS-QT-ANTIGAS
               END-IF
               GO TO P3-CONFERE-LINHA-FIM
            END-IF

            MOVE WS-VER-SEQ               TO WS-VER-SEQ-N
            MOVE WS-VER-ELO               TO WS-VER-ELO-N

      *O PRIMEIRO ELO DA CADEIA PARTE DO ZERO; SE A CADEIA JA COMECA
      *ADIANTE, AS LINHAS ANTERIORES SUMIRAM
            IF NOT CADEIA-INICIOU
               SET CADEIA-INICIOU         TO TRUE
               MOVE ZEROS                 TO WS-SEQ-ANT
                                             WS-ELO-ANT
            END-IF

            IF WS-VER-SEQ-N NOT EQUAL WS-SEQ-ANT + 1
               ADD 1                      TO WS-QT-LACUNAS
               DISPLAY 'LACUNA: SEQUENCIAL ' WS-SEQ-ANT
                       ' SEGUIDO DE ' WS-VER-SEQ-N
                       ' (ARQUIVO ' WS-ARQ-NOME ')'
            ELSE
               MOVE WS-ELO-ANT            TO WS-AUD-BL-ELO
               MOVE WS-VER-LINHA (1:102)  TO WS-AUD-BL-LINHA
               PERFORM A9-CALCULA-ELO     THRU A9-CALCULA-ELO-FIM
               IF WS-AUD-ELO EQUAL WS-VER-ELO-N
                  ADD 1                   TO WS-QT-ELOS-OK
               ELSE
                  ADD 1                   TO WS-QT-QUEBRAS
                  IF WS-QT-QUEBRAS EQUAL 1
                     DISPLAY 'PRIMEIRO ELO QUEBRADO: SEQUENCIAL '
                             WS-VER-SEQ-N ' (ARQUIVO '
                             WS-ARQ-NOME ')'
                     DISPLAY '  ' WS-VER-LINHA (1:94)
                  END-IF
               END-IF
            END-IF

      *A CADEIA SEGUE DO QUE ESTA GRAVADO, PARA NAO REPETIR O MESMO
      *PROBLEMA EM TODAS AS LINHAS SEGUINTES
            MOVE WS-VER-SEQ-N             TO WS-SEQ-ANT
            MOVE WS-VER-ELO-N             TO WS-ELO-ANT

            IF WS-VER-PROG EQUAL 'CONSAUDIT'
               AND WS-VER-OPER EQUAL 'ROTACAO'
               AND WS-VER-DET-ANOMES IS NUMERIC
               PERFORM P4-CONFERE-MES     THRU P4-CONFERE-MES-FIM
            END-IF
            .
       P3-CONFERE-LINHA-FIM.

      *A ROTACAO CITA O ARQUIVO DO MES: ELE TEM QUE TER SIDO LIDO
       P4-CONFERE-MES.
            MOVE 'N'                      TO WS-ACHOU-MES
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-MESES
                       OR ACHOU-MES
                IF WS-MES-ACHADO(WS-IX) EQUAL WS-VER-DET-ANOMES
                   MOVE 'S'               TO WS-ACHOU-MES
                END-IF
            END-PERFORM
            IF NOT ACHOU-MES
               ADD 1                      TO WS-QT-FALTANTES
               DISPLAY 'ARQUIVO MENSAL AUSENTE: ' WS-VER-DET-ANOMES
                       ' (ROTACAO NO SEQUENCIAL ' WS-VER-SEQ-N ')'
            END-IF
            .
       P4-CONFERE-MES-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.

       P0-FIM.
            GOBACK.
       END PROGRAM VERIAUDIT.
