      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: catraca de acesso: importa o arquivo diario de
      *          passagens gravado pelas catracas (CFP001T33) para o
      *          registro de acessos por aluno (CFP001S121), validando
      *          a carteirinha lida contra o registro de emissoes
      *          (CFP001S86, so a via valida passa); as linhas
      *          invalidas vao para o CFP001T33.REJ. o confronto do dia
      *          compara os acessos com o diario de chamada (CFP001S20)
      *          e imprime as divergencias: aluno com presenca sem
      *          passagem pela catraca, aluno que entrou e esta com
      *          falta em todas as aulas e aluno que saiu antes do fim
      *          do turno da turma. a entrada depois do primeiro
      *          periodo vira ocorrencia de ATRASO (CFP001S54, contada
      *          no OCORRALUN) e o aluno esperado que nao passou pela
      *          catraca e nao tem presenca gera aviso de AUSENCIA aos
      *          responsaveis pela fila de notificacoes. o confronto
      *          roda uma vez por dia sob o controle de jobs.
      *          layout da linha da catraca (25 posicoes):
      *            POS 01-12  CODIGO DE BARRAS       9(12)
      *            POS 13-20  DATA DA PASSAGEM       AAAAMMDD
      *            POS 21-24  HORA DA PASSAGEM       HHMM
      *            POS 25-25  SENTIDO (E/S)          X(01)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA IMPORTACAO DA CATRACA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATRACA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CATRACA ASSIGN TO WS-PATH-CATRACA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FCT.

                SELECT REJEITADOS ASSIGN TO WS-PATH-CATREJ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FRJ.

                SELECT ACESSO ASSIGN TO WS-PATH-ACESSO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ACESSO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FAS.

                SELECT CARTEIRA ASSIGN TO WS-PATH-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CARTEIRA
                FILE STATUS IS WS-FCR.

                SELECT CHAMADA ASSIGN TO WS-PATH-CHAMADA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CHAMADA
                FILE STATUS IS WS-FCH.

                SELECT TURMA ASSIGN TO WS-PATH-TURMA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-TURMA
                FILE STATUS IS WS-FT.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT OCORRENCIA ASSIGN TO WS-PATH-OCORRENCIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-OCORRENCIA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FOC.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTADOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

                SELECT RESPONSAVEL ASSIGN TO WS-PATH-RESPONSAVEL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO-RESP
                FILE STATUS IS WS-FRS.

                SELECT NOTIFICA ASSIGN TO WS-PATH-NOTIFICA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-NOTIFICA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-NTF-FS.

                SELECT JOBCTRL ASSIGN TO WS-PATH-JOBCTRL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-JOBCTRL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-JOB-FS.

                SELECT IMPREL ASSIGN TO WS-PATH-IMPREL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

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
       FD CATRACA.
       01 REG-CATRACA                     PIC X(25).
       FD REJEITADOS.
       01 REG-REJEITADO                   PIC X(80).
       FD ACESSO.
          COPY CFPK0113.
       FD CARTEIRA.
          COPY CFPK0077.
       FD CHAMADA.
          COPY CFPK0016.
       FD TURMA.
          COPY CFPK0005.
       FD ALUNO.
          COPY CFPK0001.
       FD OCORRENCIA.
          COPY CFPK0045.
       FD CONTADOR.
          COPY CFPK0008.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD NOTIFICA.
          COPY CFPK0094.
       FD JOBCTRL.
          COPY CFPK0021.
       FD IMPREL.
       01 REG-IMPREL                      PIC X(80).
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
       COPY NOTIFVARS.
       77 WS-FCT                          PIC 99.
          88 FCT-OK                       VALUE 0.
       77 WS-FRJ                          PIC 99.
          88 FRJ-OK                       VALUE 0.
       77 WS-FAS                          PIC 99.
          88 FAS-OK                       VALUE 0.
       77 WS-FCR                          PIC 99.
          88 FCR-OK                       VALUE 0.
       77 WS-FCH                          PIC 99.
          88 FCH-OK                       VALUE 0.
       77 WS-FT                           PIC 99.
          88 FT-OK                        VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FOC                          PIC 99.
          88 FOC-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FRS                          PIC 99.
          88 FRS-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-DT-CONFRONTO                 PIC 9(08) VALUE ZEROS.
      *LINHA DA CATRACA DECOMPOSTA NO LAYOUT FIXO; O CODIGO DE BARRAS
      *DA CARTEIRINHA E ANO + ALUNO + VIA + DIGITO (CFPK0077)
       01 WS-LINHA-CAT.
          03 WS-CAT-BARRAS.
             05 WS-CAT-ANO                PIC 9(04).
             05 WS-CAT-ALUNO              PIC 9(05).
             05 WS-CAT-VIA                PIC 9(02).
             05 WS-CAT-DIGITO             PIC 9(01).
          03 WS-CAT-DATA                  PIC 9(08).
          03 WS-CAT-HORA                  PIC 9(04).
          03 WS-CAT-SENTIDO               PIC X(01).
       01 WS-LINHA-CAT-X REDEFINES WS-LINHA-CAT.
          03 WS-CAT-TEXTO                 PIC X(25).
       01 WS-CAT-BARRAS-N REDEFINES WS-LINHA-CAT.
          03 WS-CAT-CODIGO                PIC 9(12).
          03 FILLER                       PIC X(13).
       77 WS-MOTIVO-REJ                   PIC X(40) VALUE SPACES.
       77 WS-LINHA-REJ                    PIC X(80) VALUE SPACES.
       77 WS-QT-LIDAS                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-GRAVADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-REPETIDAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-REJEITADAS                PIC 9(05) VALUE ZEROS.
      *HORARIO DOS TURNOS (INICIO E FIM EM HHMM) E DURACAO DO PERIODO
      *DE AULA; TURMA SEM TURNO CADASTRADO SEGUE O DA MANHA
       01 WS-TAB-TURNOS-V.
          03 FILLER                       PIC X(18)
                                          VALUE 'MANHA     07001220'.
          03 FILLER                       PIC X(18)
                                          VALUE 'TARDE     13001820'.
          03 FILLER                       PIC X(18)
                                          VALUE 'NOITE     19002240'.
          03 FILLER                       PIC X(18)
                                          VALUE 'INTEGRAL  07001700'.
       01 WS-TAB-TURNOS REDEFINES WS-TAB-TURNOS-V.
          03 WS-TUR-ENT OCCURS 4 TIMES.
             05 WS-TUR-NOME               PIC X(10).
             05 WS-TUR-INICIO             PIC 9(04).
             05 WS-TUR-FIM                PIC 9(04).
       77 WS-MIN-PERIODO                  PIC 9(03) VALUE 50.
       77 WS-IX-TUR                       PIC 9(01) VALUE ZEROS.
      *ALUNOS ESPERADOS NO DIA (COM CHAMADA LANCADA) E AS PASSAGENS
      *DE CADA UM; HORA 9999 = SEM PASSAGEM NAQUELE SENTIDO
       77 WS-QT-DIA                       PIC 9(04) VALUE ZEROS.
       77 WS-IX                           PIC 9(04) VALUE ZEROS.
       77 WS-IX-ACHADO                    PIC 9(04) VALUE ZEROS.
       01 WS-TAB-DIA.
          03 WS-DIA-ENT OCCURS 1500 TIMES.
             05 WS-DIA-ALUNO              PIC 9(05).
             05 WS-DIA-TURMA              PIC 9(03).
             05 WS-DIA-QT-PRES            PIC 9(02).
             05 WS-DIA-QT-FALTA           PIC 9(02).
             05 WS-DIA-PRIM-ENT           PIC 9(04).
             05 WS-DIA-ULT-ENT            PIC 9(04).
             05 WS-DIA-ULT-SAIDA          PIC 9(04).
      *APURACAO DO ALUNO CORRENTE
       77 WS-HR-INICIO                    PIC 9(04) VALUE ZEROS.
       77 WS-HR-FIM                       PIC 9(04) VALUE ZEROS.
       77 WS-HR-CONV                      PIC 9(04) VALUE ZEROS.
       77 WS-HH                           PIC 9(02) VALUE ZEROS.
       77 WS-MIN-CONV                     PIC 9(04) VALUE ZEROS.
       77 WS-MIN-LIMITE                   PIC 9(04) VALUE ZEROS.
       77 WS-NM-ALUNO-DIA                 PIC X(20) VALUE SPACES.
       77 WS-NR-OCORRENCIA                PIC 9(05) VALUE ZEROS.
       77 WS-DS-DIVERGENCIA               PIC X(40) VALUE SPACES.
       77 WS-ID-ALUNO-BUSCA               PIC 9(05) VALUE ZEROS.
       77 WS-TURMAS-DISPONIVEL            PIC X VALUE 'N'.
          88 TURMAS-DISPONIVEL            VALUE 'S' FALSE 'N'.
       77 WS-ALUNOS-DISPONIVEL            PIC X VALUE 'N'.
          88 ALUNOS-DISPONIVEL            VALUE 'S' FALSE 'N'.
       77 WS-OCORRENCIAS-DISPONIVEL       PIC X VALUE 'N'.
          88 OCORRENCIAS-DISPONIVEL       VALUE 'S' FALSE 'N'.
       77 WS-IX-BUSCA                     PIC 9(04) VALUE ZEROS.
       01 WS-HORA-ED.
          03 WS-HE-HH                     PIC X(02).
          03 FILLER                       PIC X(01) VALUE ':'.
          03 WS-HE-MM                     PIC X(02).
      *TOTAIS DO CONFRONTO
       77 WS-QT-SEM-PASSAGEM              PIC 9(04) VALUE ZEROS.
       77 WS-QT-ENTROU-FALTA              PIC 9(04) VALUE ZEROS.
       77 WS-QT-SAIU-ANTES                PIC 9(04) VALUE ZEROS.
       77 WS-QT-ATRASOS                   PIC 9(04) VALUE ZEROS.
       77 WS-QT-AUSENTES                  PIC 9(04) VALUE ZEROS.
       77 WS-QT-AVISOS                    PIC 9(04) VALUE ZEROS.
       77 WS-LINHA-CON                    PIC X(80) VALUE SPACES.
      *SALTO DE PAGINA (FORM FEED) NO FIM DO RELATORIO
       77 WS-SALTO-PAGINA                 PIC X VALUE X'0C'.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).
         03 LK-PERFIL                    PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** CATRACA DE ACESSO ***'
            DISPLAY 'TECLE <I> PARA IMPORTAR AS PASSAGENS DA CATRACA,'
            DISPLAY '<C> PARA O CONFRONTO DO DIA COM A CHAMADA OU <S>'
            DISPLAY 'PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I'
                WHEN 'i'
                    PERFORM P2-IMPORTA    THRU P2-IMPORTA-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P4-CONFRONTO  THRU P4-CONFRONTO-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *IMPORTA O ARQUIVO DA CATRACA PARA O REGISTRO DE ACESSOS; A
      *LEITURA REPETIDA (MESMO ALUNO, DATA, HORA E SENTIDO) E
      *DESCARTADA, ENTAO O ARQUIVO PODE SER IMPORTADO DE NOVO
       P2-IMPORTA.
            SET FCT-OK                    TO TRUE
            OPEN INPUT CATRACA
            IF NOT FCT-OK
               DISPLAY 'ARQUIVO DA CATRACA NAO ENCONTRADO.'
               MOVE WS-FCT TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCT ' - ' WS-FS-MSG
               CLOSE CATRACA
               GO TO P2-IMPORTA-FIM
            END-IF

            SET FCR-OK                    TO TRUE
            OPEN INPUT CARTEIRA
            IF NOT FCR-OK
               DISPLAY 'NENHUMA CARTEIRINHA EMITIDA ATE O MOMENTO.'
               CLOSE CARTEIRA
               CLOSE CATRACA
               GO TO P2-IMPORTA-FIM
            END-IF

            SET FAS-OK                    TO TRUE
            OPEN I-O ACESSO
            IF WS-FAS EQUAL 35
               CLOSE ACESSO
               OPEN OUTPUT ACESSO
               CLOSE ACESSO
               OPEN I-O ACESSO
            END-IF
            IF NOT FAS-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE ACESSOS'
               MOVE WS-FAS TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FAS ' - ' WS-FS-MSG
               CLOSE ACESSO
               CLOSE CARTEIRA
               CLOSE CATRACA
               GO TO P2-IMPORTA-FIM
            END-IF

            OPEN OUTPUT REJEITADOS

            MOVE ZEROS                    TO WS-QT-LIDAS
                                             WS-QT-GRAVADAS
                                             WS-QT-REPETIDAS
                                             WS-QT-REJEITADAS
            SET EOF-OK                    TO FALSE
            PERFORM P3-IMPORTA-LINHA      THRU P3-IMPORTA-LINHA-FIM
                    UNTIL EOF-OK

            CLOSE CATRACA
            CLOSE CARTEIRA
            CLOSE ACESSO
            CLOSE REJEITADOS

            DISPLAY 'LINHAS LIDAS        : ' WS-QT-LIDAS
            DISPLAY 'PASSAGENS GRAVADAS  : ' WS-QT-GRAVADAS
            DISPLAY 'LEITURAS REPETIDAS  : ' WS-QT-REPETIDAS
            DISPLAY 'REJEITADAS          : ' WS-QT-REJEITADAS
            IF WS-QT-REJEITADAS GREATER THAN ZEROS
               DISPLAY 'CONFIRA O RELATORIO DE REJEITADOS DA CATRACA.'
            END-IF

            MOVE 'CATRACA'                TO WS-AUD-PROGRAMA
            MOVE 'IMPORTACAO'             TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'PASSAGENS ' WS-QT-GRAVADAS ' REJEITADAS '
                   WS-QT-REJEITADAS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-IMPORTA-FIM.

      *VALIDA UMA LINHA DA CATRACA E GRAVA A PASSAGEM
       P3-IMPORTA-LINHA.
            READ CATRACA
                AT END
                    SET EOF-OK            TO TRUE
                    GO TO P3-IMPORTA-LINHA-FIM
            END-READ

            ADD 1                         TO WS-QT-LIDAS
            MOVE REG-CATRACA              TO WS-CAT-TEXTO
            MOVE SPACES                   TO WS-MOTIVO-REJ

            IF WS-CAT-TEXTO(1:24) NOT NUMERIC
               OR (WS-CAT-SENTIDO NOT EQUAL 'E'
                   AND WS-CAT-SENTIDO NOT EQUAL 'S')
               MOVE 'LINHA COM LAYOUT INVALIDO' TO WS-MOTIVO-REJ
               PERFORM P3A-REJEITA        THRU P3A-REJEITA-FIM
               GO TO P3-IMPORTA-LINHA-FIM
            END-IF
            IF WS-CAT-HORA(1:2) GREATER THAN '23'
               OR WS-CAT-HORA(3:2) GREATER THAN '59'
               MOVE 'HORA DA PASSAGEM INVALIDA' TO WS-MOTIVO-REJ
               PERFORM P3A-REJEITA        THRU P3A-REJEITA-FIM
               GO TO P3-IMPORTA-LINHA-FIM
            END-IF

      *SO A VIA VALIDA DA CARTEIRINHA DA ACESSO; A VIA SUBSTITUIDA
      *POR PERDA FICA BLOQUEADA
            MOVE WS-CAT-ALUNO             TO ID-ALUNO-CRT
            MOVE WS-CAT-ANO               TO ANO-LETIVO-CRT
            MOVE WS-CAT-VIA               TO NR-VIA-CRT
            READ CARTEIRA
                KEY IS ID-CARTEIRA
                INVALID KEY
                    MOVE 'CARTEIRINHA NAO EMITIDA' TO WS-MOTIVO-REJ
            END-READ
            IF WS-MOTIVO-REJ EQUAL SPACES
               IF CD-BARRAS-CRT NOT EQUAL WS-CAT-CODIGO
                  MOVE 'CODIGO DE BARRAS NAO CONFERE'
                                          TO WS-MOTIVO-REJ
               ELSE
                  IF ST-CARTEIRA NOT EQUAL 'V'
                     MOVE 'CARTEIRINHA SUBSTITUIDA (VIA INVALIDA)'
                                          TO WS-MOTIVO-REJ
                  END-IF
               END-IF
            END-IF
            IF WS-MOTIVO-REJ NOT EQUAL SPACES
               PERFORM P3A-REJEITA        THRU P3A-REJEITA-FIM
               GO TO P3-IMPORTA-LINHA-FIM
            END-IF

            MOVE SPACES                   TO REG-ACESSO
            MOVE WS-CAT-ALUNO             TO ID-ALUNO-ACS
            MOVE WS-CAT-DATA              TO DT-ACESSO
            MOVE WS-CAT-HORA              TO HR-ACESSO
            MOVE WS-CAT-SENTIDO           TO TP-MOVIMENTO-ACS
            MOVE WS-CAT-CODIGO            TO CD-BARRAS-ACS
            MOVE WS-DATA-HOJE             TO DT-IMPORTACAO-ACS
            MOVE LK-OPERADOR              TO OP-IMPORTACAO-ACS
            WRITE REG-ACESSO
                INVALID KEY
                    ADD 1                 TO WS-QT-REPETIDAS
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-GRAVADAS
            END-WRITE
            .
       P3-IMPORTA-LINHA-FIM.

      *GRAVA A LINHA REJEITADA COM O MOTIVO
       P3A-REJEITA.
            ADD 1                         TO WS-QT-REJEITADAS
            MOVE SPACES                   TO WS-LINHA-REJ
            STRING WS-CAT-TEXTO ' - ' WS-MOTIVO-REJ
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REJ
            END-STRING
            MOVE WS-LINHA-REJ             TO REG-REJEITADO
            WRITE REG-REJEITADO
            .
       P3A-REJEITA-FIM.

      *CONFRONTO DO DIA: CARREGA OS ALUNOS DA CHAMADA E AS PASSAGENS,
      *IMPRIME AS DIVERGENCIAS, REGISTRA OS ATRASOS E AVISA AS
      *FAMILIAS DOS AUSENTES. UMA EXECUCAO CONCLUIDA POR DATA
       P4-CONFRONTO.
            DISPLAY 'Data do confronto (AAAAMMDD, 0 = hoje): '
            MOVE ZEROS                    TO WS-DT-CONFRONTO
            ACCEPT WS-DT-CONFRONTO
            IF WS-DT-CONFRONTO EQUAL ZEROS
               MOVE WS-DATA-HOJE          TO WS-DT-CONFRONTO
            END-IF
            IF WS-DT-CONFRONTO GREATER THAN WS-DATA-HOJE
               DISPLAY 'DATA DO CONFRONTO NAO PODE SER FUTURA.'
               GO TO P4-CONFRONTO-FIM
            END-IF

            MOVE 'CATRACA'                TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            STRING 'CONFRONTO ' WS-DT-CONFRONTO
                   DELIMITED BY SIZE
                   INTO WS-JOB-DETALHE
            END-STRING
            PERFORM J8-VERIFICA-JOB       THRU J8-VERIFICA-JOB-FIM
            IF JOB-EM-CURSO
               DISPLAY 'JA EXISTE UM CONFRONTO EM CURSO - AGUARDE O'
                       ' TERMINO.'
               DISPLAY 'SE A EXECUCAO ANTERIOR ABORTOU, ENCERRE O'
                       ' JOB NA LISTAGEM DE JOBS.'
               GO TO P4-CONFRONTO-FIM
            END-IF
            IF JOB-DUPLICADO
               DISPLAY 'O CONFRONTO DESTA DATA JA FOI FEITO -'
                       ' EXECUCAO RECUSADA.'
               GO TO P4-CONFRONTO-FIM
            END-IF

            PERFORM P5-CARREGA-CHAMADA    THRU P5-CARREGA-CHAMADA-FIM
            IF WS-QT-DIA EQUAL ZEROS
               DISPLAY 'NENHUMA CHAMADA LANCADA NA DATA '
                       WS-DT-CONFRONTO '.'
               GO TO P4-CONFRONTO-FIM
            END-IF
            PERFORM P6-CARREGA-ACESSOS    THRU P6-CARREGA-ACESSOS-FIM

            PERFORM J8-JOB-INICIA         THRU J8-JOB-INICIA-FIM

            SET FIM-OK                    TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPREL
            IF WS-FIM EQUAL 35
               OPEN OUTPUT IMPREL
            END-IF
            IF NOT FIM-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
            END-IF

            MOVE SPACES                   TO WS-LINHA-CON
            STRING 'CONFRONTO CATRACA X CHAMADA - DATA '
                   WS-DT-CONFRONTO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CON
            END-STRING
            PERFORM P9-EMITE-LINHA        THRU P9-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-CON
            MOVE 'ALUNO'                  TO WS-LINHA-CON(1:5)
            MOVE 'NOME'                   TO WS-LINHA-CON(7:4)
            MOVE 'TURMA'                  TO WS-LINHA-CON(27:5)
            MOVE 'DIVERGENCIA'            TO WS-LINHA-CON(34:11)
            PERFORM P9-EMITE-LINHA        THRU P9-EMITE-LINHA-FIM
            MOVE ALL '-'                  TO WS-LINHA-CON
            PERFORM P9-EMITE-LINHA        THRU P9-EMITE-LINHA-FIM

            MOVE ZEROS                    TO WS-QT-SEM-PASSAGEM
                                             WS-QT-ENTROU-FALTA
                                             WS-QT-SAIU-ANTES
                                             WS-QT-ATRASOS
                                             WS-QT-AUSENTES
                                             WS-QT-AVISOS
            SET TURMAS-DISPONIVEL         TO FALSE
            SET FT-OK                     TO TRUE
            OPEN INPUT TURMA
            IF FT-OK
               SET TURMAS-DISPONIVEL      TO TRUE
            END-IF
            SET ALUNOS-DISPONIVEL         TO FALSE
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               SET ALUNOS-DISPONIVEL      TO TRUE
            END-IF
            SET OCORRENCIAS-DISPONIVEL    TO FALSE
            SET FOC-OK                    TO TRUE
            OPEN I-O OCORRENCIA
            IF WS-FOC EQUAL 35
               CLOSE OCORRENCIA
               OPEN OUTPUT OCORRENCIA
               CLOSE OCORRENCIA
               OPEN I-O OCORRENCIA
            END-IF
            IF FOC-OK
               SET OCORRENCIAS-DISPONIVEL TO TRUE
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OCORRENCIAS - OS'
                       ' ATRASOS NAO SERAO REGISTRADOS'
            END-IF
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-DIA
                PERFORM P7-CONFRONTA-ALUNO
                        THRU P7-CONFRONTA-ALUNO-FIM
            END-PERFORM
            CLOSE OCORRENCIA
            CLOSE ALUNO
            CLOSE TURMA

            MOVE ALL '-'                  TO WS-LINHA-CON
            PERFORM P9-EMITE-LINHA        THRU P9-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-CON
            STRING 'ALUNOS ESPERADOS: ' WS-QT-DIA
                   '  PRESENTES SEM CATRACA: ' WS-QT-SEM-PASSAGEM
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CON
            END-STRING
            PERFORM P9-EMITE-LINHA        THRU P9-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-CON
            STRING 'ENTRARAM COM FALTA: ' WS-QT-ENTROU-FALTA
                   '  SAIRAM ANTES DO FIM DO TURNO: ' WS-QT-SAIU-ANTES
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CON
            END-STRING
            PERFORM P9-EMITE-LINHA        THRU P9-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-CON
            STRING 'ATRASOS REGISTRADOS: ' WS-QT-ATRASOS
                   '  AUSENTES: ' WS-QT-AUSENTES
                   '  AVISOS: ' WS-QT-AVISOS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CON
            END-STRING
            PERFORM P9-EMITE-LINHA        THRU P9-EMITE-LINHA-FIM

            IF FIM-OK
               MOVE WS-SALTO-PAGINA       TO REG-IMPREL
               WRITE REG-IMPREL
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'CATRACA'             TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF

            MOVE 'CONCLUIDO'              TO WS-JOB-RESULTADO
            MOVE WS-QT-DIA                TO WS-JOB-QT
            PERFORM J8-JOB-ENCERRA        THRU J8-JOB-ENCERRA-FIM

            MOVE 'CATRACA'                TO WS-AUD-PROGRAMA
            MOVE 'CONFRONTO'              TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'DATA ' WS-DT-CONFRONTO ' ATRASOS ' WS-QT-ATRASOS
                   ' AUSENTES ' WS-QT-AUSENTES
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P4-CONFRONTO-FIM.

      *ALUNOS ESPERADOS NO DIA: OS QUE TEM CHAMADA LANCADA NA DATA,
      *COM AS AULAS DE PRESENCA E DE FALTA
       P5-CARREGA-CHAMADA.
            MOVE ZEROS                    TO WS-QT-DIA
            SET FCH-OK                    TO TRUE
            OPEN INPUT CHAMADA
            IF NOT FCH-OK
               CLOSE CHAMADA
               GO TO P5-CARREGA-CHAMADA-FIM
            END-IF

            MOVE WS-DT-CONFRONTO          TO DT-CHAMADA
            MOVE ZEROS                    TO ID-TURMA-CH
                                             ID-MATERIA-CH
                                             ID-ALUNO-CH
            START CHAMADA KEY IS NOT LESS THAN ID-CHAMADA
                INVALID KEY
                    CLOSE CHAMADA
                    GO TO P5-CARREGA-CHAMADA-FIM
            END-START

            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ CHAMADA NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF DT-CHAMADA NOT EQUAL WS-DT-CONFRONTO
                           SET EOF-OK     TO TRUE
                        ELSE
                           PERFORM P5A-SOMA-CHAMADA
                                   THRU P5A-SOMA-CHAMADA-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CHAMADA
            .
       P5-CARREGA-CHAMADA-FIM.

      *SOMA A AULA LIDA NA CHAMADA NA ENTRADA DO ALUNO NA TABELA
       P5A-SOMA-CHAMADA.
            MOVE ID-ALUNO-CH              TO WS-ID-ALUNO-BUSCA
            PERFORM P8-ACHA-ALUNO         THRU P8-ACHA-ALUNO-FIM
            IF WS-IX-ACHADO EQUAL ZEROS
               IF WS-QT-DIA NOT LESS THAN 1500
                  GO TO P5A-SOMA-CHAMADA-FIM
               END-IF
               ADD 1                      TO WS-QT-DIA
               MOVE WS-QT-DIA             TO WS-IX-ACHADO
               MOVE ID-ALUNO-CH       TO WS-DIA-ALUNO(WS-IX-ACHADO)
               MOVE ID-TURMA-CH       TO WS-DIA-TURMA(WS-IX-ACHADO)
               MOVE ZEROS             TO WS-DIA-QT-PRES(WS-IX-ACHADO)
                                         WS-DIA-QT-FALTA(WS-IX-ACHADO)
               MOVE 9999              TO WS-DIA-PRIM-ENT(WS-IX-ACHADO)
                                         WS-DIA-ULT-ENT(WS-IX-ACHADO)
                                        WS-DIA-ULT-SAIDA(WS-IX-ACHADO)
            END-IF

            IF FL-PRESENTE EQUAL 'S'
               IF WS-DIA-QT-PRES(WS-IX-ACHADO) LESS THAN 99
                  ADD 1               TO WS-DIA-QT-PRES(WS-IX-ACHADO)
               END-IF
            ELSE
               IF WS-DIA-QT-FALTA(WS-IX-ACHADO) LESS THAN 99
                  ADD 1               TO WS-DIA-QT-FALTA(WS-IX-ACHADO)
               END-IF
            END-IF
            .
       P5A-SOMA-CHAMADA-FIM.

      *PASSAGENS DA DATA DOS ALUNOS ESPERADOS: PRIMEIRA ENTRADA,
      *ULTIMA ENTRADA E ULTIMA SAIDA
       P6-CARREGA-ACESSOS.
            SET FAS-OK                    TO TRUE
            OPEN INPUT ACESSO
            IF NOT FAS-OK
               CLOSE ACESSO
               GO TO P6-CARREGA-ACESSOS-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ ACESSO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF DT-ACESSO EQUAL WS-DT-CONFRONTO
                           PERFORM P6A-SOMA-ACESSO
                                   THRU P6A-SOMA-ACESSO-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ACESSO
            .
       P6-CARREGA-ACESSOS-FIM.

      *REGISTRA A PASSAGEM LIDA NA ENTRADA DO ALUNO (O ARQUIVO VEM EM
      *ORDEM DE ALUNO, DATA E HORA); ALUNO SEM CHAMADA NO DIA E
      *IGNORADO
       P6A-SOMA-ACESSO.
            MOVE ID-ALUNO-ACS             TO WS-ID-ALUNO-BUSCA
            PERFORM P8-ACHA-ALUNO         THRU P8-ACHA-ALUNO-FIM
            IF WS-IX-ACHADO EQUAL ZEROS
               GO TO P6A-SOMA-ACESSO-FIM
            END-IF

            IF ACS-ENTRADA
               IF WS-DIA-PRIM-ENT(WS-IX-ACHADO) EQUAL 9999
                  MOVE HR-ACESSO      TO WS-DIA-PRIM-ENT(WS-IX-ACHADO)
               END-IF
               MOVE HR-ACESSO         TO WS-DIA-ULT-ENT(WS-IX-ACHADO)
            ELSE
               MOVE HR-ACESSO         TO WS-DIA-ULT-SAIDA(WS-IX-ACHADO)
            END-IF
            .
       P6A-SOMA-ACESSO-FIM.

      *CONFRONTA O ALUNO EM WS-IX: SEM PASSAGEM (PRESENTE NA CHAMADA
      *OU AUSENTE), ENTRADA COM FALTA EM TODAS AS AULAS, ATRASO
      *DEPOIS DO PRIMEIRO PERIODO E SAIDA ANTES DO FIM DO TURNO
       P7-CONFRONTA-ALUNO.
            PERFORM P7A-TURNO-ALUNO       THRU P7A-TURNO-ALUNO-FIM

            IF WS-DIA-PRIM-ENT(WS-IX) EQUAL 9999
               IF WS-DIA-QT-PRES(WS-IX) GREATER THAN ZEROS
                  ADD 1                   TO WS-QT-SEM-PASSAGEM
                  MOVE 'PRESENTE NA CHAMADA SEM PASSAR NA CATRACA'
                                          TO WS-DS-DIVERGENCIA
                  PERFORM P7B-LINHA-ALUNO THRU P7B-LINHA-ALUNO-FIM
               ELSE
                  ADD 1                   TO WS-QT-AUSENTES
                  MOVE 'AUSENTE - FAMILIA AVISADA'
                                          TO WS-DS-DIVERGENCIA
                  PERFORM P7B-LINHA-ALUNO THRU P7B-LINHA-ALUNO-FIM
                  PERFORM P7D-AVISA-AUSENCIA
                          THRU P7D-AVISA-AUSENCIA-FIM
               END-IF
               GO TO P7-CONFRONTA-ALUNO-FIM
            END-IF

            IF WS-DIA-QT-PRES(WS-IX) EQUAL ZEROS
               ADD 1                      TO WS-QT-ENTROU-FALTA
               MOVE WS-DIA-PRIM-ENT(WS-IX) TO WS-HR-CONV
               PERFORM P7E-EDITA-HORA     THRU P7E-EDITA-HORA-FIM
               MOVE SPACES                TO WS-DS-DIVERGENCIA
               STRING 'ENTROU AS ' WS-HORA-ED
                      ' E ESTA COM FALTA NA CHAMADA'
                      DELIMITED BY SIZE
                      INTO WS-DS-DIVERGENCIA
               END-STRING
               PERFORM P7B-LINHA-ALUNO    THRU P7B-LINHA-ALUNO-FIM
            END-IF

            MOVE WS-HR-INICIO             TO WS-HR-CONV
            PERFORM P7F-MINUTOS           THRU P7F-MINUTOS-FIM
            COMPUTE WS-MIN-LIMITE = WS-MIN-CONV + WS-MIN-PERIODO
            END-COMPUTE
            MOVE WS-DIA-PRIM-ENT(WS-IX)   TO WS-HR-CONV
            PERFORM P7F-MINUTOS           THRU P7F-MINUTOS-FIM
            IF WS-MIN-CONV GREATER THAN WS-MIN-LIMITE
               ADD 1                      TO WS-QT-ATRASOS
               PERFORM P7E-EDITA-HORA     THRU P7E-EDITA-HORA-FIM
               MOVE SPACES                TO WS-DS-DIVERGENCIA
               STRING 'ATRASO - ENTRADA AS ' WS-HORA-ED
                      ' APOS O 1O PERIODO'
                      DELIMITED BY SIZE
                      INTO WS-DS-DIVERGENCIA
               END-STRING
               PERFORM P7B-LINHA-ALUNO    THRU P7B-LINHA-ALUNO-FIM
               PERFORM P7C-REGISTRA-ATRASO
                       THRU P7C-REGISTRA-ATRASO-FIM
            END-IF

      *SAIDA SEM NOVA ENTRADA DEPOIS DELA, ANTES DO FIM DO TURNO
            IF WS-DIA-ULT-SAIDA(WS-IX) NOT EQUAL 9999
               AND WS-DIA-ULT-SAIDA(WS-IX) GREATER THAN
                   WS-DIA-ULT-ENT(WS-IX)
               AND WS-DIA-ULT-SAIDA(WS-IX) LESS THAN WS-HR-FIM
               ADD 1                      TO WS-QT-SAIU-ANTES
               MOVE WS-DIA-ULT-SAIDA(WS-IX) TO WS-HR-CONV
               PERFORM P7E-EDITA-HORA     THRU P7E-EDITA-HORA-FIM
               MOVE SPACES                TO WS-DS-DIVERGENCIA
               STRING 'SAIU AS ' WS-HORA-ED
                      ' ANTES DO FIM DO TURNO'
                      DELIMITED BY SIZE
                      INTO WS-DS-DIVERGENCIA
               END-STRING
               PERFORM P7B-LINHA-ALUNO    THRU P7B-LINHA-ALUNO-FIM
            END-IF
            .
       P7-CONFRONTA-ALUNO-FIM.

      *HORARIO DO TURNO DA TURMA DO ALUNO E NOME DO ALUNO
       P7A-TURNO-ALUNO.
            MOVE WS-TUR-INICIO(1)         TO WS-HR-INICIO
            MOVE WS-TUR-FIM(1)            TO WS-HR-FIM
            IF TURMAS-DISPONIVEL
               MOVE WS-DIA-TURMA(WS-IX)   TO ID-TURMA
               READ TURMA
                   KEY IS ID-TURMA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-IX-TUR FROM 1 BY 1
                               UNTIL WS-IX-TUR GREATER THAN 4
                           IF WS-TUR-NOME(WS-IX-TUR) EQUAL TURNO-TURMA
                              MOVE WS-TUR-INICIO(WS-IX-TUR)
                                          TO WS-HR-INICIO
                              MOVE WS-TUR-FIM(WS-IX-TUR)
                                          TO WS-HR-FIM
                           END-IF
                       END-PERFORM
               END-READ
            END-IF

            MOVE SPACES                   TO WS-NM-ALUNO-DIA
            IF ALUNOS-DISPONIVEL
               MOVE WS-DIA-ALUNO(WS-IX)   TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-NM-ALUNO-DIA
               END-READ
            END-IF
            .
       P7A-TURNO-ALUNO-FIM.

      *LINHA DO RELATORIO COM A DIVERGENCIA EM WS-DS-DIVERGENCIA
       P7B-LINHA-ALUNO.
            MOVE SPACES                   TO WS-LINHA-CON
            STRING WS-DIA-ALUNO(WS-IX) ' ' WS-NM-ALUNO-DIA
                   ' T.' WS-DIA-TURMA(WS-IX) ' ' WS-DS-DIVERGENCIA
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CON
            END-STRING
            PERFORM P9-EMITE-LINHA        THRU P9-EMITE-LINHA-FIM
            .
       P7B-LINHA-ALUNO-FIM.

      *REGISTRA A OCORRENCIA DE ATRASO (GRAVIDADE 1) DO ALUNO EM WS-IX
       P7C-REGISTRA-ATRASO.
            IF NOT OCORRENCIAS-DISPONIVEL
               GO TO P7C-REGISTRA-ATRASO-FIM
            END-IF
            PERFORM P7G-GERA-NUMERO       THRU P7G-GERA-NUMERO-FIM
            IF WS-NR-OCORRENCIA EQUAL ZEROS
               DISPLAY 'OCORRENCIA DE ATRASO NAO GRAVADA - CONTADOR'
                       ' INDISPONIVEL'
               GO TO P7C-REGISTRA-ATRASO-FIM
            END-IF

            MOVE WS-NR-OCORRENCIA         TO ID-OCORRENCIA
            MOVE WS-DIA-ALUNO(WS-IX)      TO ID-ALUNO-OCO
            MOVE WS-DT-CONFRONTO          TO DT-OCORRENCIA
            MOVE 'ATRASO'                 TO TP-OCORRENCIA
            MOVE 1                        TO NV-GRAVIDADE
            MOVE SPACES                   TO DS-OCORRENCIA
            STRING 'ENTRADA PELA CATRACA AS ' WS-HORA-ED
                   ', DEPOIS DO PRIMEIRO PERIODO'
                   DELIMITED BY SIZE
                   INTO DS-OCORRENCIA
            END-STRING
            MOVE WS-AUD-OPERADOR          TO OP-OCORRENCIA
            WRITE REG-OCORRENCIA
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A OCORRENCIA DE ATRASO DO'
                            ' ALUNO ' WS-DIA-ALUNO(WS-IX)
            END-WRITE
            .
       P7C-REGISTRA-ATRASO-FIM.

      *AVISA OS RESPONSAVEIS DA AUSENCIA PELA FILA DE NOTIFICACOES
       P7D-AVISA-AUSENCIA.
            MOVE WS-DIA-ALUNO(WS-IX)      TO WS-NTF-ID-ALUNO
            MOVE 'AUSENCIA'               TO WS-NTF-TIPO
            MOVE 'CATRACA'                TO WS-NTF-PROGRAMA
            MOVE SPACES                   TO WS-NTF-TEXTO
            STRING 'AUSENCIA DE ' FUNCTION TRIM(WS-NM-ALUNO-DIA)
                   ' NA ESCOLA EM ' WS-DT-CONFRONTO
                   ' - SEM ENTRADA NA CATRACA'
                   DELIMITED BY SIZE
                   INTO WS-NTF-TEXTO
            END-STRING
            PERFORM N9-NOTIFICA-ALUNO     THRU N9-NOTIFICA-ALUNO-FIM
            ADD WS-NTF-QT                 TO WS-QT-AVISOS
            .
       P7D-AVISA-AUSENCIA-FIM.

      *HORA EM WS-HR-CONV (HHMM) EDITADA EM WS-HORA-ED (HH:MM)
       P7E-EDITA-HORA.
            MOVE WS-HR-CONV(1:2)          TO WS-HE-HH
            MOVE WS-HR-CONV(3:2)          TO WS-HE-MM
            .
       P7E-EDITA-HORA-FIM.

      *HORA EM WS-HR-CONV (HHMM) CONVERTIDA EM MINUTOS DO DIA
       P7F-MINUTOS.
            COMPUTE WS-HH = WS-HR-CONV / 100
            END-COMPUTE
            COMPUTE WS-MIN-CONV = (WS-HH * 60)
                    + (WS-HR-CONV - (WS-HH * 100))
            END-COMPUTE
            .
       P7F-MINUTOS-FIM.

      *GERA O PROXIMO NUMERO DE OCORRENCIA (CONTADOR 20, O MESMO DO
      *OCORRALUN)
       P7G-GERA-NUMERO.
            MOVE ZEROS                    TO WS-NR-OCORRENCIA
            SET FSC-OK                    TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF

            IF FSC-OK THEN
               MOVE 20                    TO ID-CONTADOR
               READ CONTADOR
                   INVALID KEY
                       MOVE ZEROS         TO NR-ULTIMO-REGISTRO
               END-READ
               ADD 1                      TO NR-ULTIMO-REGISTRO
               MOVE NR-ULTIMO-REGISTRO    TO WS-NR-OCORRENCIA
               REWRITE REG-CONTADOR
                   INVALID KEY
                       WRITE REG-CONTADOR
               END-REWRITE
            ELSE
              DISPLAY 'ERRO AO ABRIR ARQUIVO DE CONTADOR'
            END-IF
            CLOSE CONTADOR
            .
       P7G-GERA-NUMERO-FIM.

      *PROCURA WS-ID-ALUNO-BUSCA NA TABELA DO DIA (WS-IX-ACHADO ZERO
      *SE NAO ACHAR)
       P8-ACHA-ALUNO.
            MOVE ZEROS                    TO WS-IX-ACHADO
            PERFORM VARYING WS-IX-BUSCA FROM 1 BY 1
                    UNTIL WS-IX-BUSCA GREATER THAN WS-QT-DIA
                       OR WS-IX-ACHADO GREATER THAN ZEROS
                IF WS-DIA-ALUNO(WS-IX-BUSCA) EQUAL WS-ID-ALUNO-BUSCA
                   MOVE WS-IX-BUSCA       TO WS-IX-ACHADO
                END-IF
            END-PERFORM
            .
       P8-ACHA-ALUNO-FIM.

       P9-EMITE-LINHA.
            DISPLAY WS-LINHA-CON
            IF FIM-OK
               MOVE WS-LINHA-CON          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P9-EMITE-LINHA-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.
       COPY NOTIFFILA.

       P0-FIM.
            GOBACK.
       END PROGRAM CATRACA.
