      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: extratos noturnos para o portal dos pais: um arquivo
      *          de layout fixo por assunto - notas por bimestre
      *          (CFP001S3 -> CFP001T19), totais de frequencia
      *          (CFP001S7 -> CFP001T20), observacoes dos professores
      *          (CFP001S34 -> CFP001T21), provas agendadas a partir
      *          de hoje (CFP001S60 -> CFP001T22) e mensalidades em
      *          aberto (CFP001S37 -> CFP001T23). so entram alunos com
      *          responsavel de login ativo no portal (CFP001S102).
      *          roda na cadeia noturna (CADEIANOT) e registra o job
      *          no controle de jobs. todos os arquivos tem 100
      *          posicoes, com header e trailer de controle comuns:
      *          HEADER (TIPO 0)
      *            POS 001-001  TIPO '0'
      *            POS 002-007  'PORTAL'
      *            POS 008-012  ASSUNTO (NOTAS/FREQ /OBSER/PROVA/FINAN)
      *            POS 013-020  DATA DA GERACAO      AAAAMMDD
      *            POS 021-026  HORA DA GERACAO      HHMMSS
      *            POS 027-095  BRANCOS
      *            POS 096-100  SEQUENCIA DA LINHA   9(05)
      *          TRAILER (TIPO 9)
      *            POS 001-001  TIPO '9'
      *            POS 002-008  QUANTIDADE DE DETALHES 9(07)
      *            POS 009-015  QUANTIDADE DE LINHAS (COM HEADER E
      *                         TRAILER) 9(07)
      *            POS 016-027  SOMA DE CONTROLE DOS CODIGOS DE ALUNO
      *                         DOS DETALHES 9(12)
      *            POS 028-035  DATA DA GERACAO      AAAAMMDD
      *            POS 036-095  BRANCOS
      *            POS 096-100  SEQUENCIA DA LINHA   9(05)
      *          DETALHE NOTAS (TIPO 1)
      *            POS 002-006  ALUNO 9(05)    POS 007-026  NOME X(20)
      *            POS 027-031  MATERIA 9(05)  POS 032-051  NOME X(20)
      *            POS 052-055  ANO LETIVO 9(04)
      *            POS 056-071  NOTAS DO 1O AO 4O BIMESTRE, 4 X
      *                         9(02)V9(02)
      *            POS 072-075  MEDIA 9(02)V9(02)
      *            POS 076-084  SITUACAO X(09)
      *          DETALHE FREQUENCIA (TIPO 1)
      *            POS 002-006  ALUNO 9(05)    POS 007-026  NOME X(20)
      *            POS 027-031  MATERIA 9(05)  POS 032-051  NOME X(20)
      *            POS 052-054  AULAS 9(03)    POS 055-057  FALTAS 9(03)
      *            POS 058-062  PERCENTUAL DE FREQUENCIA 9(03)V9(02)
      *          DETALHE OBSERVACOES (TIPO 1)
      *            POS 002-006  ALUNO 9(05)    POS 007-011  MATERIA
      *            POS 012-012  BIMESTRE 9(01) POS 013-016  ANO 9(04)
      *            POS 017-076  OBSERVACAO X(60)
      *          DETALHE PROVAS (TIPO 1)
      *            POS 002-006  ALUNO 9(05)    POS 007-011  PROVA 9(05)
      *            POS 012-014  TURMA 9(03)    POS 015-019  MATERIA
      *            POS 020-039  NOME DA MATERIA X(20)
      *            POS 040-040  BIMESTRE 9(01)
      *            POS 041-048  DATA DA PROVA AAAAMMDD
      *            POS 049-049  TIPO (R=REGULAR 2=SEGUNDA CHAMADA)
      *          DETALHE MENSALIDADES EM ABERTO (TIPO 1)
      *            POS 002-006  ALUNO 9(05)
      *            POS 007-012  COMPETENCIA AAAAMM
      *            POS 013-020  VENCIMENTO AAAAMMDD
      *            POS 021-027  VALOR 9(05)V9(02)
      *            POS 028-034  DESCONTO 9(05)V9(02)
      *            POS 035-041  VALOR A PAGAR 9(05)V9(02)
      *            POS 042-042  V=VENCIDA A=A VENCER
      *          NOS DETALHES, AS POSICOES NAO CITADAS SAO BRANCOS E A
      *          096-100 E A SEQUENCIA DA LINHA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DOS EXTRATOS DO PORTAL DOS PAIS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTALEXP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PORTAL ASSIGN TO WS-PATH-PORTAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-RESP-PORTAL
                FILE STATUS IS WS-FPT.

                SELECT RESPONSAVEL ASSIGN TO WS-PATH-RESPONSAVEL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-REGISTRO-RESP
                FILE STATUS IS WS-FRS.

                SELECT APROVACAO ASSIGN TO WS-PATH-SITUACAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO
                ALTERNATE RECORD KEY IS ID-ALUNO1
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS ID-MATERIA1
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT FREQUENCIA ASSIGN TO WS-PATH-FREQUENCIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO4
                ALTERNATE RECORD KEY IS ID-ALUNO4
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS ID-MATERIA4
                    WITH DUPLICATES
                FILE STATUS IS WS-FFR.

                SELECT OBSERVACAO ASSIGN TO WS-PATH-OBSERVACAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-OBS
                FILE STATUS IS WS-FOB.

                SELECT PROVA ASSIGN TO WS-PATH-PROVA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-PROVA
                FILE STATUS IS WS-FPV.

                SELECT TURMALUNO ASSIGN TO WS-PATH-TURMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO6
                FILE STATUS IS WS-FTL.

                SELECT MATERIA ASSIGN TO WS-PATH-MATERIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-MATERIA
                FILE STATUS IS WS-FM.

                SELECT MENSALIDADE ASSIGN TO WS-PATH-MENSALIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-MENSALIDADE
                FILE STATUS IS WS-FME.

                SELECT PARAMETRO ASSIGN TO WS-PATH-PARAMETRO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PARAMETRO
                FILE STATUS IS WS-FPA.

                SELECT EXTNOTA ASSIGN TO WS-PATH-PORTNOTA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FEX.

                SELECT EXTFREQ ASSIGN TO WS-PATH-PORTFREQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FEX.

                SELECT EXTOBS ASSIGN TO WS-PATH-PORTOBS
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FEX.

                SELECT EXTPROVA ASSIGN TO WS-PATH-PORTPROVA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FEX.

                SELECT EXTFIN ASSIGN TO WS-PATH-PORTFIN
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FEX.

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
       FD PORTAL.
          COPY CFPK0093.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD APROVACAO.
          COPY CFPK0003.
       FD FREQUENCIA.
          COPY CFPK0007.
       FD OBSERVACAO.
          COPY CFPK0028.
       FD PROVA.
          COPY CFPK0051.
       FD TURMALUNO.
          COPY CFPK0011.
       FD MATERIA.
          COPY CFPK0002.
       FD MENSALIDADE.
          COPY CFPK0031.
       FD PARAMETRO.
          COPY CFPK0025.
       FD EXTNOTA.
       01 REG-EXTNOTA                     PIC X(100).
       FD EXTFREQ.
       01 REG-EXTFREQ                     PIC X(100).
       FD EXTOBS.
       01 REG-EXTOBS                      PIC X(100).
       FD EXTPROVA.
       01 REG-EXTPROVA                    PIC X(100).
       FD EXTFIN.
       01 REG-EXTFIN                      PIC X(100).
       FD JOBCTRL.
          COPY CFPK0021.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY JOBVARS.
       77 WS-FPT                          PIC 99.
          88 FPT-OK                       VALUE 0.
       77 WS-FRS                          PIC 99.
          88 FRS-OK                       VALUE 0.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FFR                          PIC 99.
          88 FFR-OK                       VALUE 0.
       77 WS-FOB                          PIC 99.
          88 FOB-OK                       VALUE 0.
       77 WS-FPV                          PIC 99.
          88 FPV-OK                       VALUE 0.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FM                           PIC 99.
          88 FM-OK                        VALUE 0.
       77 WS-FME                          PIC 99.
          88 FME-OK                       VALUE 0.
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FEX                          PIC 99.
          88 FEX-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ERRO-EXTRATO                 PIC X VALUE 'N'.
          88 ERRO-EXTRATO                 VALUE 'S'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA                   PIC 9(08) VALUE ZEROS.
       77 WS-DD-VENC                      PIC 9(02) VALUE ZEROS.
      *ALUNOS COM RESPONSAVEL DE LOGIN ATIVO NO PORTAL (ATE 500)
       77 WS-QT-ALUNOS                    PIC 9(03) VALUE ZEROS.
       01 WS-TAB-ALUNOS.
          03 WS-ALU-ID OCCURS 500 TIMES   PIC 9(05).
       77 WS-IX                           PIC 9(03) VALUE ZEROS.
       77 WS-ID-ALUNO-BUSCA               PIC 9(05) VALUE ZEROS.
       77 WS-ELEGIVEL                     PIC X VALUE 'N'.
          88 ELEGIVEL                     VALUE 'S'.
      *CONTROLE DO EXTRATO CORRENTE
       77 WS-NR-LINHA                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-DETALHES                  PIC 9(07) VALUE ZEROS.
       77 WS-SOMA-CONTROLE                PIC 9(12) VALUE ZEROS.
       77 WS-QT-TOTAL                     PIC 9(07) VALUE ZEROS.
       77 WS-NM-MATERIA-PRV               PIC X(20) VALUE SPACES.
       77 WS-VL-A-PAGAR                   PIC 9(05)V9(02) VALUE ZEROS.
       01 WS-DT-VENC                      PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-VENC.
          03 WS-AAAAMM-VENC               PIC 9(06).
          03 WS-DD-VENC-DT                PIC 9(02).
      *HEADER E TRAILER DE CONTROLE, COMUNS AOS CINCO EXTRATOS
       01 WS-EXT-HEADER.
          03 WS-EH-TIPO                   PIC X(01) VALUE '0'.
          03 WS-EH-LITERAL                PIC X(06) VALUE 'PORTAL'.
          03 WS-EH-ASSUNTO                PIC X(05) VALUE SPACES.
          03 WS-EH-DATA                   PIC 9(08) VALUE ZEROS.
          03 WS-EH-HORA                   PIC 9(06) VALUE ZEROS.
          03 FILLER                       PIC X(69) VALUE SPACES.
          03 WS-EH-SEQ                    PIC 9(05) VALUE ZEROS.
       01 WS-EXT-TRAILER.
          03 WS-ET-TIPO                   PIC X(01) VALUE '9'.
          03 WS-ET-QT-DETALHES            PIC 9(07) VALUE ZEROS.
          03 WS-ET-QT-LINHAS              PIC 9(07) VALUE ZEROS.
          03 WS-ET-SOMA-CONTROLE          PIC 9(12) VALUE ZEROS.
          03 WS-ET-DATA                   PIC 9(08) VALUE ZEROS.
          03 FILLER                       PIC X(60) VALUE SPACES.
          03 WS-ET-SEQ                    PIC 9(05) VALUE ZEROS.
      *DETALHES DE CADA ASSUNTO
       01 WS-DET-NOTA.
          03 WS-DN-TIPO                   PIC X(01) VALUE '1'.
          03 WS-DN-ALUNO                  PIC 9(05) VALUE ZEROS.
          03 WS-DN-NM-ALUNO               PIC X(20) VALUE SPACES.
          03 WS-DN-MATERIA                PIC 9(05) VALUE ZEROS.
          03 WS-DN-NM-MATERIA             PIC X(20) VALUE SPACES.
          03 WS-DN-ANO                    PIC 9(04) VALUE ZEROS.
          03 WS-DN-NOTA1                  PIC 9(02)V9(02) VALUE ZEROS.
          03 WS-DN-NOTA2                  PIC 9(02)V9(02) VALUE ZEROS.
          03 WS-DN-NOTA3                  PIC 9(02)V9(02) VALUE ZEROS.
          03 WS-DN-NOTA4                  PIC 9(02)V9(02) VALUE ZEROS.
          03 WS-DN-MEDIA                  PIC 9(02)V9(02) VALUE ZEROS.
          03 WS-DN-SITUACAO               PIC X(09) VALUE SPACES.
          03 FILLER                       PIC X(11) VALUE SPACES.
          03 WS-DN-SEQ                    PIC 9(05) VALUE ZEROS.
       01 WS-DET-FREQ.
          03 WS-DF-TIPO                   PIC X(01) VALUE '1'.
          03 WS-DF-ALUNO                  PIC 9(05) VALUE ZEROS.
          03 WS-DF-NM-ALUNO               PIC X(20) VALUE SPACES.
          03 WS-DF-MATERIA                PIC 9(05) VALUE ZEROS.
          03 WS-DF-NM-MATERIA             PIC X(20) VALUE SPACES.
          03 WS-DF-AULAS                  PIC 9(03) VALUE ZEROS.
          03 WS-DF-FALTAS                 PIC 9(03) VALUE ZEROS.
          03 WS-DF-PC-FREQ                PIC 9(03)V9(02) VALUE ZEROS.
          03 FILLER                       PIC X(33) VALUE SPACES.
          03 WS-DF-SEQ                    PIC 9(05) VALUE ZEROS.
       01 WS-DET-OBS.
          03 WS-DO-TIPO                   PIC X(01) VALUE '1'.
          03 WS-DO-ALUNO                  PIC 9(05) VALUE ZEROS.
          03 WS-DO-MATERIA                PIC 9(05) VALUE ZEROS.
          03 WS-DO-BIMESTRE               PIC 9(01) VALUE ZEROS.
          03 WS-DO-ANO                    PIC 9(04) VALUE ZEROS.
          03 WS-DO-TEXTO                  PIC X(60) VALUE SPACES.
          03 FILLER                       PIC X(19) VALUE SPACES.
          03 WS-DO-SEQ                    PIC 9(05) VALUE ZEROS.
       01 WS-DET-PROVA.
          03 WS-DP-TIPO                   PIC X(01) VALUE '1'.
          03 WS-DP-ALUNO                  PIC 9(05) VALUE ZEROS.
          03 WS-DP-PROVA                  PIC 9(05) VALUE ZEROS.
          03 WS-DP-TURMA                  PIC 9(03) VALUE ZEROS.
          03 WS-DP-MATERIA                PIC 9(05) VALUE ZEROS.
          03 WS-DP-NM-MATERIA             PIC X(20) VALUE SPACES.
          03 WS-DP-BIMESTRE               PIC 9(01) VALUE ZEROS.
          03 WS-DP-DATA                   PIC 9(08) VALUE ZEROS.
          03 WS-DP-TP-PROVA               PIC X(01) VALUE SPACES.
          03 FILLER                       PIC X(46) VALUE SPACES.
          03 WS-DP-SEQ                    PIC 9(05) VALUE ZEROS.
       01 WS-DET-FIN.
          03 WS-DM-TIPO                   PIC X(01) VALUE '1'.
          03 WS-DM-ALUNO                  PIC 9(05) VALUE ZEROS.
          03 WS-DM-AAAAMM                 PIC 9(06) VALUE ZEROS.
          03 WS-DM-VENCIMENTO             PIC 9(08) VALUE ZEROS.
          03 WS-DM-VALOR                  PIC 9(05)V9(02) VALUE ZEROS.
          03 WS-DM-DESCONTO               PIC 9(05)V9(02) VALUE ZEROS.
          03 WS-DM-A-PAGAR                PIC 9(05)V9(02) VALUE ZEROS.
          03 WS-DM-SITUACAO               PIC X(01) VALUE SPACES.
          03 FILLER                       PIC X(53) VALUE SPACES.
          03 WS-DM-SEQ                    PIC 9(05) VALUE ZEROS.

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
            ACCEPT WS-HORA-AGORA FROM TIME
            PERFORM P1-EXTRATOS           THRU P1-FIM
            PERFORM P0-FIM
            .

      *GERA OS CINCO EXTRATOS DO PORTAL E REGISTRA O JOB
       P1-EXTRATOS.
            DISPLAY '*** EXTRATOS DO PORTAL DOS PAIS ***'

            MOVE 'PORTALEXP'              TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            STRING 'EXTRATO ' WS-DATA-HOJE
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

            MOVE 'N'                      TO WS-ERRO-EXTRATO
            MOVE ZEROS                    TO WS-QT-TOTAL
            MOVE WS-DATA-HOJE             TO WS-EH-DATA
                                             WS-ET-DATA
            MOVE WS-HORA-AGORA(1:6)       TO WS-EH-HORA

            PERFORM P2-CARREGA-ALUNOS     THRU P2-CARREGA-ALUNOS-FIM
            DISPLAY 'ALUNOS COM LOGIN ATIVO NO PORTAL: ' WS-QT-ALUNOS

            PERFORM P3-EXTRATO-NOTAS      THRU P3-EXTRATO-NOTAS-FIM
            PERFORM P4-EXTRATO-FREQ       THRU P4-EXTRATO-FREQ-FIM
            PERFORM P5-EXTRATO-OBS        THRU P5-EXTRATO-OBS-FIM
            PERFORM P6-EXTRATO-PROVAS     THRU P6-EXTRATO-PROVAS-FIM
            PERFORM P7-EXTRATO-FIN        THRU P7-EXTRATO-FIN-FIM

            IF ERRO-EXTRATO
               MOVE 'ERRO'                TO WS-JOB-RESULTADO
            ELSE
               MOVE 'CONCLUIDO'           TO WS-JOB-RESULTADO
            END-IF
            MOVE WS-QT-TOTAL              TO WS-JOB-QT
            PERFORM J8-JOB-ENCERRA        THRU J8-JOB-ENCERRA-FIM

            MOVE 'PORTALEXP'              TO WS-AUD-PROGRAMA
            MOVE 'EXTRATOS'               TO WS-AUD-OPERACAO
            STRING 'ALUNOS ' WS-QT-ALUNOS ' REGISTROS ' WS-QT-TOTAL
                   ' ' WS-JOB-RESULTADO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P1-FIM.

      *MONTA A TABELA DOS ALUNOS CUJO RESPONSAVEL TEM LOGIN ATIVO;
      *O ALUNO VEM DO CADASTRO DE RESPONSAVEIS, QUE PREVALECE
       P2-CARREGA-ALUNOS.
            MOVE ZEROS                    TO WS-QT-ALUNOS
            SET EOF-OK                    TO FALSE
            SET FPT-OK                    TO TRUE
            SET FRS-OK                    TO TRUE
            OPEN INPUT PORTAL
            IF NOT FPT-OK
               CLOSE PORTAL
               GO TO P2-CARREGA-ALUNOS-FIM
            END-IF
            OPEN INPUT RESPONSAVEL
            IF NOT FRS-OK
               CLOSE RESPONSAVEL
               CLOSE PORTAL
               GO TO P2-CARREGA-ALUNOS-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ PORTAL NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ST-PORTAL EQUAL 'A'
                           AND NM-LOGIN-PORTAL NOT EQUAL SPACES
                           MOVE ID-RESP-PORTAL TO ID-REGISTRO-RESP
                           READ RESPONSAVEL
                               KEY IS ID-REGISTRO-RESP
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE ID-ALUNO-RESP
                                        TO WS-ID-ALUNO-BUSCA
                                   PERFORM P9-ELEGIVEL
                                           THRU P9-ELEGIVEL-FIM
                                   IF NOT ELEGIVEL
                                      AND WS-QT-ALUNOS LESS THAN 500
                                      ADD 1 TO WS-QT-ALUNOS
                                      MOVE ID-ALUNO-RESP
                                        TO WS-ALU-ID(WS-QT-ALUNOS)
                                   END-IF
                           END-READ
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESPONSAVEL
            CLOSE PORTAL
            .
       P2-CARREGA-ALUNOS-FIM.

      *NOTAS POR BIMESTRE DO CFP001S3
       P3-EXTRATO-NOTAS.
            MOVE 'NOTAS'                  TO WS-EH-ASSUNTO
            SET FEX-OK                    TO TRUE
            OPEN OUTPUT EXTNOTA
            IF NOT FEX-OK
               PERFORM P8-ERRO-EXTRATO    THRU P8-ERRO-EXTRATO-FIM
               GO TO P3-EXTRATO-NOTAS-FIM
            END-IF
            PERFORM P8-INICIA-CONTROLE    THRU P8-INICIA-CONTROLE-FIM
            MOVE WS-EXT-HEADER            TO REG-EXTNOTA
            WRITE REG-EXTNOTA

            SET EOF-OK                    TO FALSE
            SET FS-OK                     TO TRUE
            OPEN INPUT APROVACAO
            IF FS-OK
               PERFORM UNTIL EOF-OK
                   READ APROVACAO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE ID-ALUNO1 TO WS-ID-ALUNO-BUSCA
                           PERFORM P9-ELEGIVEL THRU P9-ELEGIVEL-FIM
                           IF ELEGIVEL
                              PERFORM P8-CONTA-DETALHE
                                      THRU P8-CONTA-DETALHE-FIM
                              MOVE ID-ALUNO1    TO WS-DN-ALUNO
                              MOVE NM-ALUNO1    TO WS-DN-NM-ALUNO
                              MOVE ID-MATERIA1  TO WS-DN-MATERIA
                              MOVE NM-MATERIA1  TO WS-DN-NM-MATERIA
                              MOVE ANO-LETIVO   TO WS-DN-ANO
                              MOVE NOTA1        TO WS-DN-NOTA1
                              MOVE NOTA2        TO WS-DN-NOTA2
                              MOVE NOTA3        TO WS-DN-NOTA3
                              MOVE NOTA4        TO WS-DN-NOTA4
                              MOVE MD-ALUNO     TO WS-DN-MEDIA
                              MOVE ST-APROVACAO TO WS-DN-SITUACAO
                              MOVE WS-NR-LINHA  TO WS-DN-SEQ
                              MOVE WS-DET-NOTA  TO REG-EXTNOTA
                              WRITE REG-EXTNOTA
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE APROVACAO

            PERFORM P8-MONTA-TRAILER      THRU P8-MONTA-TRAILER-FIM
            MOVE WS-EXT-TRAILER           TO REG-EXTNOTA
            WRITE REG-EXTNOTA
            CLOSE EXTNOTA
            DISPLAY 'EXTRATO DE NOTAS      : ' WS-QT-DETALHES
            .
       P3-EXTRATO-NOTAS-FIM.

      *TOTAIS DE FREQUENCIA POR MATERIA DO CFP001S7
       P4-EXTRATO-FREQ.
            MOVE 'FREQ'                   TO WS-EH-ASSUNTO
            SET FEX-OK                    TO TRUE
            OPEN OUTPUT EXTFREQ
            IF NOT FEX-OK
               PERFORM P8-ERRO-EXTRATO    THRU P8-ERRO-EXTRATO-FIM
               GO TO P4-EXTRATO-FREQ-FIM
            END-IF
            PERFORM P8-INICIA-CONTROLE    THRU P8-INICIA-CONTROLE-FIM
            MOVE WS-EXT-HEADER            TO REG-EXTFREQ
            WRITE REG-EXTFREQ

            SET EOF-OK                    TO FALSE
            SET FFR-OK                    TO TRUE
            OPEN INPUT FREQUENCIA
            IF FFR-OK
               PERFORM UNTIL EOF-OK
                   READ FREQUENCIA NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE ID-ALUNO4 TO WS-ID-ALUNO-BUSCA
                           PERFORM P9-ELEGIVEL THRU P9-ELEGIVEL-FIM
                           IF ELEGIVEL
                              PERFORM P8-CONTA-DETALHE
                                      THRU P8-CONTA-DETALHE-FIM
                              MOVE ID-ALUNO4     TO WS-DF-ALUNO
                              MOVE NM-ALUNO4     TO WS-DF-NM-ALUNO
                              MOVE ID-MATERIA4   TO WS-DF-MATERIA
                              MOVE NM-MATERIA4   TO WS-DF-NM-MATERIA
                              MOVE NR-AULAS      TO WS-DF-AULAS
                              MOVE NR-FALTAS     TO WS-DF-FALTAS
                              MOVE PC-FREQUENCIA TO WS-DF-PC-FREQ
                              MOVE WS-NR-LINHA   TO WS-DF-SEQ
                              MOVE WS-DET-FREQ   TO REG-EXTFREQ
                              WRITE REG-EXTFREQ
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE FREQUENCIA

            PERFORM P8-MONTA-TRAILER      THRU P8-MONTA-TRAILER-FIM
            MOVE WS-EXT-TRAILER           TO REG-EXTFREQ
            WRITE REG-EXTFREQ
            CLOSE EXTFREQ
            DISPLAY 'EXTRATO DE FREQUENCIA : ' WS-QT-DETALHES
            .
       P4-EXTRATO-FREQ-FIM.

      *OBSERVACOES DOS PROFESSORES (OBSPROF)
       P5-EXTRATO-OBS.
            MOVE 'OBSER'                  TO WS-EH-ASSUNTO
            SET FEX-OK                    TO TRUE
            OPEN OUTPUT EXTOBS
            IF NOT FEX-OK
               PERFORM P8-ERRO-EXTRATO    THRU P8-ERRO-EXTRATO-FIM
               GO TO P5-EXTRATO-OBS-FIM
            END-IF
            PERFORM P8-INICIA-CONTROLE    THRU P8-INICIA-CONTROLE-FIM
            MOVE WS-EXT-HEADER            TO REG-EXTOBS
            WRITE REG-EXTOBS

            SET EOF-OK                    TO FALSE
            SET FOB-OK                    TO TRUE
            OPEN INPUT OBSERVACAO
            IF FOB-OK
               PERFORM UNTIL EOF-OK
                   READ OBSERVACAO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE ID-ALUNO-OBS TO WS-ID-ALUNO-BUSCA
                           PERFORM P9-ELEGIVEL THRU P9-ELEGIVEL-FIM
                           IF ELEGIVEL
                              AND DS-OBSERVACAO NOT EQUAL SPACES
                              PERFORM P8-CONTA-DETALHE
                                      THRU P8-CONTA-DETALHE-FIM
                              MOVE ID-ALUNO-OBS    TO WS-DO-ALUNO
                              MOVE ID-MATERIA-OBS  TO WS-DO-MATERIA
                              MOVE NR-BIMESTRE-OBS TO WS-DO-BIMESTRE
                              MOVE ANO-LETIVO-OBS  TO WS-DO-ANO
                              MOVE DS-OBSERVACAO   TO WS-DO-TEXTO
                              MOVE WS-NR-LINHA     TO WS-DO-SEQ
                              MOVE WS-DET-OBS      TO REG-EXTOBS
                              WRITE REG-EXTOBS
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE OBSERVACAO

            PERFORM P8-MONTA-TRAILER      THRU P8-MONTA-TRAILER-FIM
            MOVE WS-EXT-TRAILER           TO REG-EXTOBS
            WRITE REG-EXTOBS
            CLOSE EXTOBS
            DISPLAY 'EXTRATO DE OBSERVACOES: ' WS-QT-DETALHES
            .
       P5-EXTRATO-OBS-FIM.

      *PROVAS AGENDADAS DE HOJE EM DIANTE: A REGULAR VAI PARA CADA
      *ALUNO DA TURMA; A SEGUNDA CHAMADA, SO PARA O ALUNO DELA
       P6-EXTRATO-PROVAS.
            MOVE 'PROVA'                  TO WS-EH-ASSUNTO
            SET FEX-OK                    TO TRUE
            OPEN OUTPUT EXTPROVA
            IF NOT FEX-OK
               PERFORM P8-ERRO-EXTRATO    THRU P8-ERRO-EXTRATO-FIM
               GO TO P6-EXTRATO-PROVAS-FIM
            END-IF
            PERFORM P8-INICIA-CONTROLE    THRU P8-INICIA-CONTROLE-FIM
            MOVE WS-EXT-HEADER            TO REG-EXTPROVA
            WRITE REG-EXTPROVA

            SET EOF-OK                    TO FALSE
            SET FPV-OK                    TO TRUE
            SET FM-OK                     TO TRUE
            OPEN INPUT MATERIA
            OPEN INPUT PROVA
            IF FPV-OK
               PERFORM UNTIL EOF-OK
                   READ PROVA NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF DT-PROVA NOT LESS THAN WS-DATA-HOJE
                              PERFORM P6A-PROVA-ALUNOS
                                      THRU P6A-PROVA-ALUNOS-FIM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE PROVA
            CLOSE MATERIA

            PERFORM P8-MONTA-TRAILER      THRU P8-MONTA-TRAILER-FIM
            MOVE WS-EXT-TRAILER           TO REG-EXTPROVA
            WRITE REG-EXTPROVA
            CLOSE EXTPROVA
            DISPLAY 'EXTRATO DE PROVAS     : ' WS-QT-DETALHES
            .
       P6-EXTRATO-PROVAS-FIM.

      *GRAVA A PROVA CORRENTE PARA OS ALUNOS ELEGIVEIS A QUE SE
      *DESTINA
       P6A-PROVA-ALUNOS.
            MOVE SPACES                   TO WS-NM-MATERIA-PRV
            IF FM-OK
               MOVE ID-MATERIA-PRV        TO ID-MATERIA
               READ MATERIA
                   KEY IS ID-MATERIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-MATERIA    TO WS-NM-MATERIA-PRV
               END-READ
            END-IF
            MOVE ID-PROVA                 TO WS-DP-PROVA
            MOVE ID-TURMA-PRV             TO WS-DP-TURMA
            MOVE ID-MATERIA-PRV           TO WS-DP-MATERIA
            MOVE WS-NM-MATERIA-PRV        TO WS-DP-NM-MATERIA
            MOVE NR-BIMESTRE-PRV          TO WS-DP-BIMESTRE
            MOVE DT-PROVA                 TO WS-DP-DATA
            MOVE TP-PROVA                 TO WS-DP-TP-PROVA

            IF TP-PROVA EQUAL '2'
               MOVE ID-ALUNO-PRV          TO WS-ID-ALUNO-BUSCA
               PERFORM P9-ELEGIVEL        THRU P9-ELEGIVEL-FIM
               IF ELEGIVEL
                  PERFORM P6B-GRAVA-PROVA THRU P6B-GRAVA-PROVA-FIM
               END-IF
               GO TO P6A-PROVA-ALUNOS-FIM
            END-IF

            SET EOF2-OK                   TO FALSE
            SET FTL-OK                    TO TRUE
            OPEN INPUT TURMALUNO
            IF FTL-OK
               PERFORM UNTIL EOF2-OK
                   READ TURMALUNO NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-TURMA6 EQUAL ID-TURMA-PRV
                              MOVE ID-ALUNO6 TO WS-ID-ALUNO-BUSCA
                              PERFORM P9-ELEGIVEL
                                      THRU P9-ELEGIVEL-FIM
                              IF ELEGIVEL
                                 PERFORM P6B-GRAVA-PROVA
                                         THRU P6B-GRAVA-PROVA-FIM
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TURMALUNO
            .
       P6A-PROVA-ALUNOS-FIM.

      *GRAVA O DETALHE DA PROVA PARA O ALUNO WS-ID-ALUNO-BUSCA
       P6B-GRAVA-PROVA.
            PERFORM P8-CONTA-DETALHE      THRU P8-CONTA-DETALHE-FIM
            MOVE WS-ID-ALUNO-BUSCA        TO WS-DP-ALUNO
            MOVE WS-NR-LINHA              TO WS-DP-SEQ
            MOVE WS-DET-PROVA             TO REG-EXTPROVA
            WRITE REG-EXTPROVA
            .
       P6B-GRAVA-PROVA-FIM.

      *MENSALIDADES EM ABERTO, COM VENCIMENTO NO DIA DO PARAMETRO
       P7-EXTRATO-FIN.
            MOVE 'FINAN'                  TO WS-EH-ASSUNTO
            SET FEX-OK                    TO TRUE
            OPEN OUTPUT EXTFIN
            IF NOT FEX-OK
               PERFORM P8-ERRO-EXTRATO    THRU P8-ERRO-EXTRATO-FIM
               GO TO P7-EXTRATO-FIN-FIM
            END-IF
            PERFORM P8-INICIA-CONTROLE    THRU P8-INICIA-CONTROLE-FIM
            MOVE WS-EXT-HEADER            TO REG-EXTFIN
            WRITE REG-EXTFIN

            MOVE 10                       TO WS-DD-VENC
            SET FPA-OK                    TO TRUE
            OPEN INPUT PARAMETRO
            IF FPA-OK
               MOVE 1                     TO ID-PARAMETRO
               READ PARAMETRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DD-VENCIMENTO GREATER THAN ZEROS
                          MOVE DD-VENCIMENTO TO WS-DD-VENC
                       END-IF
               END-READ
            END-IF
            CLOSE PARAMETRO

            SET EOF-OK                    TO FALSE
            SET FME-OK                    TO TRUE
            OPEN INPUT MENSALIDADE
            IF FME-OK
               PERFORM UNTIL EOF-OK
                   READ MENSALIDADE NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE ID-ALUNO-MEN TO WS-ID-ALUNO-BUSCA
                           PERFORM P9-ELEGIVEL THRU P9-ELEGIVEL-FIM
                           IF ELEGIVEL AND ST-MENSALIDADE EQUAL 'A'
                              PERFORM P7A-GRAVA-MENSALIDADE
                                      THRU P7A-GRAVA-MENSALIDADE-FIM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE MENSALIDADE

            PERFORM P8-MONTA-TRAILER      THRU P8-MONTA-TRAILER-FIM
            MOVE WS-EXT-TRAILER           TO REG-EXTFIN
            WRITE REG-EXTFIN
            CLOSE EXTFIN
            DISPLAY 'EXTRATO FINANCEIRO    : ' WS-QT-DETALHES
            .
       P7-EXTRATO-FIN-FIM.

      *GRAVA A MENSALIDADE EM ABERTO CORRENTE
       P7A-GRAVA-MENSALIDADE.
            PERFORM P8-CONTA-DETALHE      THRU P8-CONTA-DETALHE-FIM
            MOVE AAAAMM-MEN               TO WS-AAAAMM-VENC
            MOVE WS-DD-VENC               TO WS-DD-VENC-DT
            COMPUTE WS-VL-A-PAGAR = VL-MENSALIDADE - VL-DESCONTO
            END-COMPUTE
            MOVE ID-ALUNO-MEN             TO WS-DM-ALUNO
            MOVE AAAAMM-MEN               TO WS-DM-AAAAMM
            MOVE WS-DT-VENC               TO WS-DM-VENCIMENTO
            MOVE VL-MENSALIDADE           TO WS-DM-VALOR
            MOVE VL-DESCONTO              TO WS-DM-DESCONTO
            MOVE WS-VL-A-PAGAR            TO WS-DM-A-PAGAR
            IF WS-DT-VENC LESS THAN WS-DATA-HOJE
               MOVE 'V'                   TO WS-DM-SITUACAO
            ELSE
               MOVE 'A'                   TO WS-DM-SITUACAO
            END-IF
            MOVE WS-NR-LINHA              TO WS-DM-SEQ
            MOVE WS-DET-FIN               TO REG-EXTFIN
            WRITE REG-EXTFIN
            .
       P7A-GRAVA-MENSALIDADE-FIM.

      *ZERA OS CONTADORES DO EXTRATO E NUMERA O HEADER
       P8-INICIA-CONTROLE.
            MOVE 1                        TO WS-NR-LINHA
            MOVE ZEROS                    TO WS-QT-DETALHES
                                             WS-SOMA-CONTROLE
            MOVE WS-NR-LINHA              TO WS-EH-SEQ
            .
       P8-INICIA-CONTROLE-FIM.

      *CONTA UM DETALHE DO ALUNO WS-ID-ALUNO-BUSCA NO CONTROLE
       P8-CONTA-DETALHE.
            ADD 1                         TO WS-NR-LINHA
                                             WS-QT-DETALHES
                                             WS-QT-TOTAL
            ADD WS-ID-ALUNO-BUSCA         TO WS-SOMA-CONTROLE
            .
       P8-CONTA-DETALHE-FIM.

      *FECHA O CONTROLE DO EXTRATO NO TRAILER
       P8-MONTA-TRAILER.
            ADD 1                         TO WS-NR-LINHA
            MOVE WS-QT-DETALHES           TO WS-ET-QT-DETALHES
            MOVE WS-NR-LINHA              TO WS-ET-QT-LINHAS
                                             WS-ET-SEQ
            MOVE WS-SOMA-CONTROLE         TO WS-ET-SOMA-CONTROLE
            .
       P8-MONTA-TRAILER-FIM.

      *EXTRATO QUE NAO PODE SER CRIADO MARCA O JOB COMO ERRO
       P8-ERRO-EXTRATO.
            MOVE 'S'                      TO WS-ERRO-EXTRATO
            DISPLAY 'ERRO AO CRIAR O EXTRATO ' WS-EH-ASSUNTO
            MOVE WS-FEX TO WS-FS-CODE
            PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
            DISPLAY 'FILE STATUS: ' WS-FEX ' - ' WS-FS-MSG
            .
       P8-ERRO-EXTRATO-FIM.

      *LIGA ELEGIVEL SE O ALUNO WS-ID-ALUNO-BUSCA ESTA NA TABELA
       P9-ELEGIVEL.
            MOVE 'N'                      TO WS-ELEGIVEL
            IF WS-QT-ALUNOS GREATER THAN ZEROS
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER THAN WS-QT-ALUNOS
                          OR ELEGIVEL
                   IF WS-ALU-ID(WS-IX) EQUAL WS-ID-ALUNO-BUSCA
                      MOVE 'S'            TO WS-ELEGIVEL
                   END-IF
               END-PERFORM
            END-IF
            .
       P9-ELEGIVEL-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.

       P0-FIM.
            GOBACK.
       END PROGRAM PORTALEXP.
