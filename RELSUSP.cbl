      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: relatorio diario de envelhecimento dos suspensos
      *          (CFP001S110): lista os itens ainda pendentes (abertos
      *          e reenviados nao reprocessados) com o programa de
      *          origem, o motivo e a idade em dias, e totaliza por
      *          faixa de idade (ate 1 dia, 2 a 7, 8 a 30 e mais de
      *          30 dias). emite no arquivo de impressao geral
      *          (CFP001T2.LST), roda na cadeia noturna (CADEIANOT) e
      *          registra o job no controle de jobs
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO RELATORIO DE ENVELHECIMENTO DOS
      *         SUSPENSOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSUSP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT SUSPENSO ASSIGN TO WS-PATH-SUSPENSO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SUSPENSO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSU.

                SELECT IMPREL ASSIGN TO WS-PATH-IMPREL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

                SELECT JOBCTRL ASSIGN TO WS-PATH-JOBCTRL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-JOBCTRL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-JOB-FS.

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
       FD SUSPENSO.
          COPY CFPK0102.
       FD IMPREL.
       01 REG-IMPREL                      PIC X(80).
       FD JOBCTRL.
          COPY CFPK0021.
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
       COPY JOBVARS.
       77 WS-FSU                          PIC 99.
          88 FSU-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *IDADE DO ITEM EM DIAS
       77 WS-DIAS-HOJE                    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ITEM                    PIC 9(07) VALUE ZEROS.
       77 WS-IDADE                        PIC 9(05) VALUE ZEROS.
       77 WS-IDADE-ED                     PIC ZZZZ9.
      *TOTAIS POR FAIXA DE IDADE E POR SITUACAO
       77 WS-QT-ATE-1                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-ATE-7                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-ATE-30                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-MAIS-30                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-ABERTOS                   PIC 9(05) VALUE ZEROS.
       77 WS-QT-REENVIADOS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-PENDENTES                 PIC 9(05) VALUE ZEROS.
       77 WS-MAIOR-IDADE                  PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-SUS                    PIC X(80) VALUE SPACES.

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
            PERFORM P1-RELATORIO          THRU P1-FIM
            PERFORM P0-FIM
            .

      *EMITE O RELATORIO DOS ITENS PENDENTES NA DATA DE HOJE
       P1-RELATORIO.
            DISPLAY '*** ENVELHECIMENTO DOS SUSPENSOS ***'

            MOVE 'RELSUSP'                TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            STRING 'SUSPENSOS ' WS-DATA-HOJE
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

            MOVE ZEROS                    TO WS-QT-ATE-1
                                             WS-QT-ATE-7
                                             WS-QT-ATE-30
                                             WS-QT-MAIS-30
                                             WS-QT-ABERTOS
                                             WS-QT-REENVIADOS
                                             WS-QT-PENDENTES
                                             WS-MAIOR-IDADE
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
            END-COMPUTE

            SET FIM-OK                    TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPREL
            IF WS-FIM EQUAL 35
               OPEN OUTPUT IMPREL
            END-IF
            IF NOT FIM-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
               MOVE WS-FIM TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FIM ' - ' WS-FS-MSG
               CLOSE IMPREL
               MOVE 'ERRO'                TO WS-JOB-RESULTADO
               MOVE ZEROS                 TO WS-JOB-QT
               PERFORM J8-JOB-ENCERRA     THRU J8-JOB-ENCERRA-FIM
               GO TO P1-FIM
            END-IF

            MOVE ALL '='                  TO REG-IMPREL
            WRITE REG-IMPREL
            MOVE SPACES                   TO WS-LINHA-SUS
            STRING 'ENVELHECIMENTO DOS SUSPENSOS - EMITIDO EM '
                   WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-SUS
            END-STRING
            MOVE WS-LINHA-SUS             TO REG-IMPREL
            WRITE REG-IMPREL
            MOVE ALL '='                  TO REG-IMPREL
            WRITE REG-IMPREL
            MOVE 'ITEM   PROGRAMA     EXEC. DATA     S MOT.  DIAS MOT.'
                                          TO WS-LINHA-SUS
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            MOVE ALL '-'                  TO REG-IMPREL
            WRITE REG-IMPREL

            PERFORM P2-LE-SUSPENSOS       THRU P2-LE-SUSPENSOS-FIM

            MOVE ALL '-'                  TO REG-IMPREL
            WRITE REG-IMPREL
            IF WS-QT-PENDENTES EQUAL ZEROS
               MOVE 'NENHUM ITEM SUSPENSO PENDENTE.'
                                          TO WS-LINHA-SUS
               PERFORM P9-IMPRIME         THRU P9-IMPRIME-FIM
            END-IF
            MOVE SPACES                   TO WS-LINHA-SUS
            STRING 'ATE 1 DIA           : ' WS-QT-ATE-1
                   DELIMITED BY SIZE INTO WS-LINHA-SUS
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            MOVE SPACES                   TO WS-LINHA-SUS
            STRING 'DE 2 A 7 DIAS       : ' WS-QT-ATE-7
                   DELIMITED BY SIZE INTO WS-LINHA-SUS
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            MOVE SPACES                   TO WS-LINHA-SUS
            STRING 'DE 8 A 30 DIAS      : ' WS-QT-ATE-30
                   DELIMITED BY SIZE INTO WS-LINHA-SUS
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            MOVE SPACES                   TO WS-LINHA-SUS
            STRING 'MAIS DE 30 DIAS     : ' WS-QT-MAIS-30
                   DELIMITED BY SIZE INTO WS-LINHA-SUS
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            MOVE SPACES                   TO WS-LINHA-SUS
            STRING 'ABERTOS             : ' WS-QT-ABERTOS
                   '   REENVIADOS: ' WS-QT-REENVIADOS
                   DELIMITED BY SIZE INTO WS-LINHA-SUS
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            MOVE SPACES                   TO WS-LINHA-SUS
            STRING 'TOTAL PENDENTE      : ' WS-QT-PENDENTES
                   '   MAIS ANTIGO: ' WS-MAIOR-IDADE ' DIA(S)'
                   DELIMITED BY SIZE INTO WS-LINHA-SUS
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            CLOSE IMPREL
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'RELSUSP'                TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM

            DISPLAY 'RELATORIO EMITIDO NO ARQUIVO DE IMPRESSAO.'

            MOVE 'CONCLUIDO'              TO WS-JOB-RESULTADO
            MOVE WS-QT-PENDENTES          TO WS-JOB-QT
            PERFORM J8-JOB-ENCERRA        THRU J8-JOB-ENCERRA-FIM

            MOVE 'RELSUSP'                TO WS-AUD-PROGRAMA
            MOVE 'RELATORIO'              TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'PENDENTES ' WS-QT-PENDENTES
                   ' MAIS DE 30 DIAS ' WS-QT-MAIS-30
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P1-FIM.

      *PERCORRE O ARQUIVO DE SUSPENSOS; SO OS ABERTOS E REENVIADOS
      *ENTRAM NO RELATORIO
       P2-LE-SUSPENSOS.
            SET EOF-OK                    TO FALSE
            SET FSU-OK                    TO TRUE
            OPEN INPUT SUSPENSO
            IF NOT FSU-OK
               CLOSE SUSPENSO
               GO TO P2-LE-SUSPENSOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ SUSPENSO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF SUS-ABERTO OR SUS-REENVIADO
                           PERFORM P3-ITEM-PENDENTE
                                   THRU P3-ITEM-PENDENTE-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUSPENSO
            .
       P2-LE-SUSPENSOS-FIM.

      *CALCULA A IDADE DO ITEM, SOMA NA FAIXA E IMPRIME A LINHA
       P3-ITEM-PENDENTE.
            ADD 1                         TO WS-QT-PENDENTES
            IF SUS-ABERTO
               ADD 1                      TO WS-QT-ABERTOS
            ELSE
               ADD 1                      TO WS-QT-REENVIADOS
            END-IF

            MOVE ZEROS                    TO WS-IDADE
            IF DT-SUS IS NUMERIC AND DT-SUS GREATER THAN ZEROS
               AND DT-SUS NOT GREATER THAN WS-DATA-HOJE
               COMPUTE WS-DIAS-ITEM =
                       FUNCTION INTEGER-OF-DATE(DT-SUS)
               END-COMPUTE
               COMPUTE WS-IDADE = WS-DIAS-HOJE - WS-DIAS-ITEM
               END-COMPUTE
            END-IF
            IF WS-IDADE GREATER THAN WS-MAIOR-IDADE
               MOVE WS-IDADE              TO WS-MAIOR-IDADE
            END-IF

            EVALUATE TRUE
                WHEN WS-IDADE NOT GREATER THAN 1
                    ADD 1                 TO WS-QT-ATE-1
                WHEN WS-IDADE NOT GREATER THAN 7
                    ADD 1                 TO WS-QT-ATE-7
                WHEN WS-IDADE NOT GREATER THAN 30
                    ADD 1                 TO WS-QT-ATE-30
                WHEN OTHER
                    ADD 1                 TO WS-QT-MAIS-30
            END-EVALUATE

            MOVE WS-IDADE                 TO WS-IDADE-ED
            MOVE SPACES                   TO WS-LINHA-SUS
            STRING ID-SUSPENSO ' ' NM-PROGRAMA-SUS ' ' ID-JOB-SUS
                   ' ' DT-SUS ' ' ST-SUS ' ' CD-MOTIVO-SUS ' '
                   WS-IDADE-ED ' ' DS-MOTIVO-SUS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-SUS
            END-STRING
            PERFORM P9-IMPRIME            THRU P9-IMPRIME-FIM
            .
       P3-ITEM-PENDENTE-FIM.

      *IMPRIME A LINHA MONTADA E A MOSTRA NA TELA
       P9-IMPRIME.
            DISPLAY WS-LINHA-SUS
            MOVE WS-LINHA-SUS             TO REG-IMPREL
            WRITE REG-IMPREL
            .
       P9-IMPRIME-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.

       P0-FIM.
            GOBACK.
       END PROGRAM RELSUSP.
