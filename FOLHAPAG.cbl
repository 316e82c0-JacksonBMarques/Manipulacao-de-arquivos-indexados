      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: folha de pagamento dos professores: parte das horas-
      *          aula apuradas pelo HORASPROF na competencia (arquivo
      *          CFP001T5 - aulas do quadro e substituicoes), soma as
      *          reposicoes dadas (CFP001S53) e desconta as aulas do
      *          quadro caidas em ausencia sem substituto (CFP001S52).
      *          aplica o valor da hora-aula do professor (CFP001S98),
      *          calcula o DSR (domingos sobre dias uteis do mes), o
      *          INSS progressivo e o IRRF pela tabela de faixas
      *          vigente (CFP001S99), grava o registro mensal da folha
      *          (CFP001S100), emite o holerite de cada professor e o
      *          resumo da folha em print-image (CFP001T17.LST) e gera
      *          o arquivo de credito dos salarios (CFP001T18),
      *          numerado pelo contador 38 do CFP001S8. acesso restrito
      *          ao perfil DIRECAO. layout fixo de 100 posicoes:
      *          HEADER (TIPO 0)
      *            POS 001-001  TIPO '0'
      *            POS 002-008  'CREDITO'
      *            POS 009-015  'SALARIO'
      *            POS 016-020  NUMERO DO LOTE       9(05)
      *            POS 021-028  DATA DA GERACAO      AAAAMMDD
      *            POS 029-034  COMPETENCIA          AAAAMM
      *            POS 035-042  DATA DO CREDITO      AAAAMMDD
      *            POS 043-095  BRANCOS
      *            POS 096-100  SEQUENCIA DA LINHA   9(05)
      *          DETALHE (TIPO 1)
      *            POS 001-001  TIPO '1'
      *            POS 002-004  BANCO                9(03)
      *            POS 005-009  AGENCIA              9(05)
      *            POS 010-019  CONTA                9(10)
      *            POS 020-020  DIGITO DA CONTA      X(01)
      *            POS 021-031  CPF DO FAVORECIDO    9(11)
      *            POS 032-051  NOME DO FAVORECIDO   X(20)
      *            POS 052-054  CODIGO DO PROFESSOR  9(03)
      *            POS 055-063  VALOR DO CREDITO     9(07)V9(02)
      *            POS 064-071  DATA DO CREDITO      AAAAMMDD
      *            POS 072-095  BRANCOS
      *            POS 096-100  SEQUENCIA DA LINHA   9(05)
      *          TRAILER (TIPO 9)
      *            POS 001-001  TIPO '9'
      *            POS 002-007  QUANTIDADE DE CREDITOS 9(06)
      *            POS 008-018  VALOR TOTAL          9(09)V9(02)
      *            POS 019-095  BRANCOS
      *            POS 096-100  SEQUENCIA DA LINHA   9(05)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA FOLHA DE PAGAMENTO DOS
      *         PROFESSORES
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHAPAG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT HORASARQ ASSIGN TO WS-PATH-HORASPROF
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FHA.

                SELECT HORARIO ASSIGN TO WS-PATH-HORARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-HORARIO
                FILE STATUS IS WS-FHO.

                SELECT REPOSICAO ASSIGN TO WS-PATH-REPOSICAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REPOSICAO
                FILE STATUS IS WS-FRE.

                SELECT AUSENCIA ASSIGN TO WS-PATH-AUSENCIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-AUSENCIA
                FILE STATUS IS WS-FAU.

                SELECT PROFESSOR ASSIGN TO WS-PATH-PROFESSOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PROFESSOR
                FILE STATUS IS WS-FPR.

                SELECT SALPROF ASSIGN TO WS-PATH-SALPROF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PROF-SAL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSP.

                SELECT FAIXAFOL ASSIGN TO WS-PATH-FAIXAFOL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-FAIXAFOL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FFX.

                SELECT FOLHAPAG ASSIGN TO WS-PATH-FOLHAPAG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-FOLHAPAG
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FFP.

                SELECT HOLERITE ASSIGN TO WS-PATH-HOLERITE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FHL.

                SELECT CREDFOLHA ASSIGN TO WS-PATH-CREDFOLHA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FCR.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTADOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

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
       FD HORASARQ.
       01 REG-HORASARQ                    PIC X(80).
       FD HORARIO.
          COPY CFPK0017.
       FD REPOSICAO.
          COPY CFPK0044.
       FD AUSENCIA.
          COPY CFPK0043.
       FD PROFESSOR.
          COPY CFPK0014.
       FD SALPROF.
          COPY CFPK0089.
       FD FAIXAFOL.
          COPY CFPK0090.
       FD FOLHAPAG.
          COPY CFPK0091.
       FD HOLERITE.
       01 REG-HOLERITE                    PIC X(80).
       FD CREDFOLHA.
       01 REG-CREDFOLHA                   PIC X(100).
       FD CONTADOR.
          COPY CFPK0008.
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
       77 WS-FHA                          PIC 99.
          88 FHA-OK                       VALUE 0.
       77 WS-FHO                          PIC 99.
          88 FHO-OK                       VALUE 0.
       77 WS-FRE                          PIC 99.
          88 FRE-OK                       VALUE 0.
       77 WS-FAU                          PIC 99.
          88 FAU-OK                       VALUE 0.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-FSP                          PIC 99.
          88 FSP-OK                       VALUE 0.
       77 WS-FFX                          PIC 99.
          88 FFX-OK                       VALUE 0.
       77 WS-FFP                          PIC 99.
          88 FFP-OK                       VALUE 0.
       77 WS-FHL                          PIC 99.
          88 FHL-OK                       VALUE 0.
       77 WS-FCR                          PIC 99.
          88 FCR-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *COMPETENCIA DA FOLHA E CALENDARIO DO MES
       01 WS-AAAAMM-INF                   PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-AAAAMM-INF.
          03 WS-ANO-INF                   PIC 9(04).
          03 WS-MES-INF                   PIC 9(02).
       77 WS-DT-CREDITO                   PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-DIA                   PIC 9(02) VALUE ZEROS.
       77 WS-QT-DOMINGOS                  PIC 9(02) VALUE ZEROS.
       77 WS-QT-DIAS-UTEIS                PIC 9(02) VALUE ZEROS.
       77 WS-DIA                          PIC 9(02) VALUE ZEROS.
       77 WS-DATA-DIA                     PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-DATA                    PIC 9(07) VALUE ZEROS.
       77 WS-QUOCIENTE                    PIC 9(07) VALUE ZEROS.
       77 WS-RESTO                        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-DIAS.
          03 WS-DIA-SEMANA OCCURS 31 TIMES PIC 9(01).
      *HORAS-AULA POR PROFESSOR (ATE 50): QUADRO E SUBSTITUICOES DO
      *HORASPROF, REPOSICOES DADAS, FALTAS SEM SUBSTITUTO E OS
      *ENCAIXES SEMANAIS DO QUADRO POR DIA (1=SEGUNDA ... 6=SABADO)
       77 WS-QT-PROFS                     PIC 9(02) VALUE ZEROS.
       01 WS-TAB-PROFS.
          03 WS-PRF-ENT OCCURS 50 TIMES.
             05 WS-PRF-ID                 PIC 9(03).
             05 WS-PRF-QUADRO             PIC 9(04).
             05 WS-PRF-SUBST              PIC 9(04).
             05 WS-PRF-REPOS              PIC 9(04).
             05 WS-PRF-FALTAS             PIC 9(04).
             05 WS-PRF-SLOTS OCCURS 6 TIMES PIC 9(02).
       77 WS-IX                           PIC 9(02) VALUE ZEROS.
       77 WS-IX-ACHADO                    PIC 9(02) VALUE ZEROS.
       77 WS-ID-PROF-BUSCA                PIC 9(03) VALUE ZEROS.
       77 WS-CRIA-PROF                    PIC X VALUE 'N'.
          88 CRIA-PROF                    VALUE 'S'.
      *LINHA DO ARQUIVO DO HORASPROF (MES;PROFESSOR;DEVIDAS;DADAS;
      *SUBSTITUIDAS)
       77 WS-HA-MES                       PIC X(06) VALUE SPACES.
       77 WS-HA-PROF                      PIC X(03) VALUE SPACES.
       77 WS-HA-DEVIDAS                   PIC X(04) VALUE SPACES.
       77 WS-HA-DADAS                     PIC X(04) VALUE SPACES.
       77 WS-HA-SUBST                     PIC X(04) VALUE SPACES.
       77 WS-QT-OUTRO-MES                 PIC 9(03) VALUE ZEROS.
      *TABELAS DE FAIXAS VIGENTES NA COMPETENCIA
       77 WS-VIG-INSS                     PIC 9(06) VALUE ZEROS.
       77 WS-VIG-IRRF                     PIC 9(06) VALUE ZEROS.
       77 WS-VIG-DEPEND                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-INSS                      PIC 9(02) VALUE ZEROS.
       01 WS-TAB-INSS.
          03 WS-INSS-ENT OCCURS 10 TIMES.
             05 WS-INSS-LIMITE            PIC 9(07)V9(02).
             05 WS-INSS-ALIQ              PIC 9(02)V9(02).
       77 WS-QT-IRRF                      PIC 9(02) VALUE ZEROS.
       01 WS-TAB-IRRF.
          03 WS-IRRF-ENT OCCURS 10 TIMES.
             05 WS-IRRF-LIMITE            PIC 9(07)V9(02).
             05 WS-IRRF-ALIQ              PIC 9(02)V9(02).
             05 WS-IRRF-DEDUZIR           PIC 9(05)V9(02).
       77 WS-VL-DEDUC-DEPEND              PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-IF                           PIC 9(02) VALUE ZEROS.
       77 WS-IF-ACHADO                    PIC 9(02) VALUE ZEROS.
      *CALCULO DO PROFESSOR CORRENTE
       77 WS-NM-PROF                      PIC X(20) VALUE SPACES.
       77 WS-AULAS-PAGAS                  PIC S9(05) VALUE ZEROS.
       77 WS-VL-AULAS                     PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-DSR                       PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-BRUTO                     PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-INSS                      PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-INSS-ANT                     PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-INSS-TOPO                    PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VL-BASE-IR                   PIC S9(07)V9(02) VALUE ZEROS.
       77 WS-VL-IRRF                      PIC S9(05)V9(02) VALUE ZEROS.
       77 WS-VL-LIQUIDO                   PIC 9(07)V9(02) VALUE ZEROS.
      *TOTAIS DA FOLHA
       77 WS-QT-CALCULADOS                PIC 9(03) VALUE ZEROS.
       77 WS-QT-SEM-VALOR                 PIC 9(03) VALUE ZEROS.
       77 WS-QT-SEM-CONTA                 PIC 9(03) VALUE ZEROS.
       77 WS-QT-CREDITOS                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-BRUTO                    PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOT-INSS                     PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOT-IRRF                     PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOT-LIQUIDO                  PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VL-TOTAL-CRED                PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-NR-LOTE                      PIC 9(05) VALUE ZEROS.
       77 WS-NR-LINHA                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-EXISTENTES                PIC 9(03) VALUE ZEROS.
      *CADASTRO DO VALOR-HORA E DA TABELA DE FAIXAS
       77 WS-ID-PROF-INF                  PIC 9(03) VALUE ZEROS.
       77 WS-VL-HORA-INF                  PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-QT-DEPEND-INF                PIC 9(02) VALUE ZEROS.
       77 WS-CPF-INF                      PIC 9(11) VALUE ZEROS.
       77 WS-BANCO-INF                    PIC 9(03) VALUE ZEROS.
       77 WS-AGENCIA-INF                  PIC 9(05) VALUE ZEROS.
       77 WS-CONTA-INF                    PIC 9(10) VALUE ZEROS.
       77 WS-DIGITO-INF                   PIC X(01) VALUE SPACES.
       77 WS-TP-FAIXA-INF                 PIC X(01) VALUE SPACES.
       77 WS-VIG-INF                      PIC 9(06) VALUE ZEROS.
       77 WS-NR-FAIXA-INF                 PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-INF                   PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-ALIQ-INF                     PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-DEDUZIR-INF                  PIC 9(05)V9(02) VALUE ZEROS.
      *IMPRESSAO DO HOLERITE E DO RESUMO DA FOLHA
       77 WS-LINHA-HOL                    PIC X(80) VALUE SPACES.
       77 WS-SALTO-PAGINA                 PIC X VALUE X'0C'.
       77 WS-VL-ED                        PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-VL-HORA-ED                   PIC ZZ9,99.
       77 WS-QT-ED                        PIC ZZZ9.
       01 WS-HOL-DETALHE.
          03 WS-HD-DESCRICAO              PIC X(30).
          03 WS-HD-REFERENCIA             PIC X(14).
          03 WS-HD-PROVENTO               PIC ZZZ.ZZZ.ZZ9,99
                                          BLANK WHEN ZERO.
          03 FILLER                       PIC X(02) VALUE SPACES.
          03 WS-HD-DESCONTO               PIC ZZZ.ZZZ.ZZ9,99
                                          BLANK WHEN ZERO.
       01 WS-RES-DETALHE.
          03 WS-RS-PROF                   PIC 9(03).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-RS-NOME                   PIC X(20).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-RS-AULAS                  PIC ZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-RS-BRUTO                  PIC ZZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-RS-INSS                   PIC ZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-RS-IRRF                   PIC ZZ.ZZ9,99.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-RS-LIQUIDO                PIC ZZZ.ZZ9,99.
      *LINHAS DO ARQUIVO DE CREDITO (LAYOUT FIXO DE 100 POSICOES)
       01 WS-CRD-HEADER.
          03 WS-CH-TIPO                   PIC X(01) VALUE '0'.
          03 WS-CH-LITERAL                PIC X(07) VALUE 'CREDITO'.
          03 WS-CH-SERVICO                PIC X(07) VALUE 'SALARIO'.
          03 WS-CH-NR-LOTE                PIC 9(05) VALUE ZEROS.
          03 WS-CH-DATA                   PIC 9(08) VALUE ZEROS.
          03 WS-CH-AAAAMM                 PIC 9(06) VALUE ZEROS.
          03 WS-CH-DT-CREDITO             PIC 9(08) VALUE ZEROS.
          03 FILLER                       PIC X(53) VALUE SPACES.
          03 WS-CH-SEQ                    PIC 9(05) VALUE ZEROS.
       01 WS-CRD-DETALHE.
          03 WS-CD-TIPO                   PIC X(01) VALUE '1'.
          03 WS-CD-BANCO                  PIC 9(03) VALUE ZEROS.
          03 WS-CD-AGENCIA                PIC 9(05) VALUE ZEROS.
          03 WS-CD-CONTA                  PIC 9(10) VALUE ZEROS.
          03 WS-CD-DIGITO                 PIC X(01) VALUE SPACES.
          03 WS-CD-CPF                    PIC 9(11) VALUE ZEROS.
          03 WS-CD-NOME                   PIC X(20) VALUE SPACES.
          03 WS-CD-PROF                   PIC 9(03) VALUE ZEROS.
          03 WS-CD-VALOR                  PIC 9(07)V9(02) VALUE ZEROS.
          03 WS-CD-DT-CREDITO             PIC 9(08) VALUE ZEROS.
          03 FILLER                       PIC X(24) VALUE SPACES.
          03 WS-CD-SEQ                    PIC 9(05) VALUE ZEROS.
       01 WS-CRD-TRAILER.
          03 WS-CT-TIPO                   PIC X(01) VALUE '9'.
          03 WS-CT-QT-CREDITOS            PIC 9(06) VALUE ZEROS.
          03 WS-CT-VL-TOTAL               PIC 9(09)V9(02) VALUE ZEROS.
          03 FILLER                       PIC X(77) VALUE SPACES.
          03 WS-CT-SEQ                    PIC 9(05) VALUE ZEROS.

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
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR

            IF LK-PERFIL NOT EQUAL 'DIRECAO'
               AND LK-PERFIL NOT EQUAL SPACES
               DISPLAY '*********************************************'
               DISPLAY '* ACESSO RESTRITO AO PERFIL DIRECAO.        *'
               DISPLAY '*********************************************'
               PERFORM P0-FIM
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** FOLHA DE PAGAMENTO DOS PROFESSORES ***'
            DISPLAY 'TECLE <V> PARA O VALOR-HORA E CONTA DO PROFESSOR,'
            DISPLAY '<T> PARA A TABELA DE FAIXAS INSS/IRRF, <F> PARA'
            DISPLAY 'CALCULAR A FOLHA DA COMPETENCIA, <C> PARA'
            DISPLAY 'CONSULTAR A FOLHA REGISTRADA OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'V'
                WHEN 'v'
                    PERFORM P2-VALOR-HORA THRU P2-VALOR-HORA-FIM
                WHEN 'T'
                WHEN 't'
                    PERFORM P3-TABELA-FAIXAS
                            THRU P3-TABELA-FAIXAS-FIM
                WHEN 'F'
                WHEN 'f'
                    PERFORM P4-CALCULA    THRU P4-CALCULA-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P5-CONSULTA   THRU P5-CONSULTA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *VALOR DA HORA-AULA, DEPENDENTES, CPF E CONTA DE CREDITO DO
      *PROFESSOR (CFP001S98)
       P2-VALOR-HORA.
            DISPLAY 'Informe o codigo do professor: '
            ACCEPT WS-ID-PROF-INF
            MOVE WS-ID-PROF-INF           TO WS-ID-PROF-BUSCA
            PERFORM P18-NOME-DO-PROF      THRU P18-NOME-DO-PROF-FIM
            IF NOT ACHOU
               DISPLAY 'PROFESSOR NAO CADASTRADO!'
               GO TO P2-VALOR-HORA-FIM
            END-IF
            DISPLAY 'PROFESSOR: ' FUNCTION TRIM(WS-NM-PROF)

            SET FSP-OK                    TO TRUE
            OPEN I-O SALPROF
            IF WS-FSP EQUAL 35
                 CLOSE SALPROF
                 OPEN OUTPUT SALPROF
                 CLOSE SALPROF
                 OPEN I-O SALPROF
            END-IF
            IF NOT FSP-OK
               DISPLAY 'ERRO AO ABRIR OS DADOS DE PAGAMENTO'
               MOVE WS-FSP TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FSP ' - ' WS-FS-MSG
               CLOSE SALPROF
               GO TO P2-VALOR-HORA-FIM
            END-IF

            MOVE 'N'                      TO WS-ACHOU
            MOVE WS-ID-PROF-INF           TO ID-PROF-SAL
            READ SALPROF
                KEY IS ID-PROF-SAL
                INVALID KEY
                    DISPLAY 'SEM DADOS DE PAGAMENTO - INCLUSAO.'
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
                    DISPLAY 'VALOR-HORA ' VL-HORA-AULA
                            ' DEPENDENTES ' QT-DEPEND-SAL
                            ' CPF ' NR-CPF-SAL
                    DISPLAY 'BANCO ' CD-BANCO-SAL
                            ' AGENCIA ' NR-AGENCIA-SAL
                            ' CONTA ' NR-CONTA-SAL '-' DG-CONTA-SAL
            END-READ

            DISPLAY 'Valor da hora-aula: '
            ACCEPT WS-VL-HORA-INF
            IF WS-VL-HORA-INF EQUAL ZEROS
               DISPLAY 'VALOR DA HORA-AULA INVALIDO!'
               CLOSE SALPROF
               GO TO P2-VALOR-HORA-FIM
            END-IF
            DISPLAY 'Dependentes para o IRRF: '
            ACCEPT WS-QT-DEPEND-INF
            DISPLAY 'CPF (so numeros): '
            ACCEPT WS-CPF-INF
            DISPLAY 'Banco (0 = sem conta, pagamento fora do arquivo'
                    ' de credito): '
            ACCEPT WS-BANCO-INF
            MOVE ZEROS                    TO WS-AGENCIA-INF
                                             WS-CONTA-INF
            MOVE SPACES                   TO WS-DIGITO-INF
            IF WS-BANCO-INF GREATER THAN ZEROS
               DISPLAY 'Agencia: '
               ACCEPT WS-AGENCIA-INF
               DISPLAY 'Conta (sem o digito): '
               ACCEPT WS-CONTA-INF
               DISPLAY 'Digito da conta: '
               ACCEPT WS-DIGITO-INF
               IF WS-CONTA-INF EQUAL ZEROS OR WS-CPF-INF EQUAL ZEROS
                  DISPLAY 'CONTA E CPF SAO OBRIGATORIOS PARA O'
                          ' CREDITO EM CONTA.'
                  CLOSE SALPROF
                  GO TO P2-VALOR-HORA-FIM
               END-IF
            END-IF

            MOVE WS-ID-PROF-INF           TO ID-PROF-SAL
            MOVE WS-VL-HORA-INF           TO VL-HORA-AULA
            MOVE WS-QT-DEPEND-INF         TO QT-DEPEND-SAL
            MOVE WS-CPF-INF               TO NR-CPF-SAL
            MOVE WS-BANCO-INF             TO CD-BANCO-SAL
            MOVE WS-AGENCIA-INF           TO NR-AGENCIA-SAL
            MOVE WS-CONTA-INF             TO NR-CONTA-SAL
            MOVE WS-DIGITO-INF            TO DG-CONTA-SAL
            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-SAL
            MOVE LK-OPERADOR              TO OP-SALPROF
            IF ACHOU
               REWRITE REG-SALPROF
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR OS DADOS DE PAGAMENTO'
               END-REWRITE
            ELSE
               WRITE REG-SALPROF
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR OS DADOS DE PAGAMENTO'
               END-WRITE
            END-IF
            CLOSE SALPROF
            DISPLAY 'DADOS DE PAGAMENTO GRAVADOS.'

            MOVE 'FOLHAPAG'               TO WS-AUD-PROGRAMA
            MOVE 'VALOR-HORA'             TO WS-AUD-OPERACAO
            STRING 'PROF ' WS-ID-PROF-INF ' HORA ' WS-VL-HORA-INF
                   ' BANCO ' WS-BANCO-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-VALOR-HORA-FIM.

      *LISTA A TABELA DE FAIXAS E INCLUI, ALTERA OU EXCLUI UMA FAIXA
       P3-TABELA-FAIXAS.
            SET FFX-OK                    TO TRUE
            OPEN I-O FAIXAFOL
            IF WS-FFX EQUAL 35
                 CLOSE FAIXAFOL
                 OPEN OUTPUT FAIXAFOL
                 CLOSE FAIXAFOL
                 OPEN I-O FAIXAFOL
            END-IF
            IF NOT FFX-OK
               DISPLAY 'ERRO AO ABRIR A TABELA DE FAIXAS'
               MOVE WS-FFX TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FFX ' - ' WS-FS-MSG
               CLOSE FAIXAFOL
               GO TO P3-TABELA-FAIXAS-FIM
            END-IF

            DISPLAY '*** TABELA DE FAIXAS (I=INSS R=IRRF D=DEPEND.) ***'
            DISPLAY 'T VIGENCIA FX      LIMITE ALIQ  DEDUZIR'
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ FAIXAFOL NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        DISPLAY TP-FAIXA ' ' AAAAMM-INI-FX '   '
                                NR-FAIXA ' ' VL-LIMITE-FX ' '
                                PC-ALIQUOTA-FX ' ' VL-DEDUZIR-FX
                END-READ
            END-PERFORM

            DISPLAY 'TECLE <I> PARA INCLUIR/ALTERAR UMA FAIXA, <E>'
                    ' PARA EXCLUIR OU <QUALQUER TECLA> PARA VOLTAR:'
            ACCEPT WS-OPCAO
            IF WS-OPCAO NOT EQUAL 'I' AND WS-OPCAO NOT EQUAL 'i'
               AND WS-OPCAO NOT EQUAL 'E' AND WS-OPCAO NOT EQUAL 'e'
               CLOSE FAIXAFOL
               GO TO P3-TABELA-FAIXAS-FIM
            END-IF

            DISPLAY 'Tipo (I = INSS, R = IRRF, D = DEDUCAO POR'
                    ' DEPENDENTE): '
            ACCEPT WS-TP-FAIXA-INF
            INSPECT WS-TP-FAIXA-INF CONVERTING 'ird' TO 'IRD'
            IF WS-TP-FAIXA-INF NOT EQUAL 'I'
               AND WS-TP-FAIXA-INF NOT EQUAL 'R'
               AND WS-TP-FAIXA-INF NOT EQUAL 'D'
               DISPLAY 'TIPO INVALIDO!'
               CLOSE FAIXAFOL
               GO TO P3-TABELA-FAIXAS-FIM
            END-IF
            DISPLAY 'Inicio da vigencia (AAAAMM): '
            ACCEPT WS-VIG-INF
            IF WS-VIG-INF LESS THAN 200001
               DISPLAY 'VIGENCIA INVALIDA!'
               CLOSE FAIXAFOL
               GO TO P3-TABELA-FAIXAS-FIM
            END-IF
            IF WS-TP-FAIXA-INF EQUAL 'D'
               MOVE 1                     TO WS-NR-FAIXA-INF
            ELSE
               DISPLAY 'Numero da faixa (01 A 10, em ordem crescente'
                       ' de limite): '
               ACCEPT WS-NR-FAIXA-INF
               IF WS-NR-FAIXA-INF LESS THAN 1
                  OR WS-NR-FAIXA-INF GREATER THAN 10
                  DISPLAY 'FAIXA INVALIDA!'
                  CLOSE FAIXAFOL
                  GO TO P3-TABELA-FAIXAS-FIM
               END-IF
            END-IF

            MOVE WS-TP-FAIXA-INF          TO TP-FAIXA
            MOVE WS-VIG-INF               TO AAAAMM-INI-FX
            MOVE WS-NR-FAIXA-INF          TO NR-FAIXA

            IF WS-OPCAO EQUAL 'E' OR WS-OPCAO EQUAL 'e'
               MOVE SPACES                TO WS-AUD-OPERACAO
               DELETE FAIXAFOL RECORD
                   INVALID KEY
                       DISPLAY 'FAIXA NAO EXISTE!'
                   NOT INVALID KEY
                       DISPLAY 'FAIXA EXCLUIDA.'
                       MOVE 'EXCLUI FX'   TO WS-AUD-OPERACAO
               END-DELETE
               CLOSE FAIXAFOL
               IF WS-AUD-OPERACAO EQUAL 'EXCLUI FX'
                  PERFORM P3A-AUDITA-FAIXA THRU P3A-AUDITA-FAIXA-FIM
               END-IF
               GO TO P3-TABELA-FAIXAS-FIM
            END-IF

            MOVE ZEROS                    TO WS-LIMITE-INF
                                             WS-ALIQ-INF
                                             WS-DEDUZIR-INF
            IF WS-TP-FAIXA-INF EQUAL 'D'
               DISPLAY 'Valor da deducao por dependente: '
               ACCEPT WS-DEDUZIR-INF
            ELSE
               DISPLAY 'Limite superior da faixa (0 = sem limite): '
               ACCEPT WS-LIMITE-INF
               DISPLAY 'Aliquota (%): '
               ACCEPT WS-ALIQ-INF
               IF WS-TP-FAIXA-INF EQUAL 'R'
                  DISPLAY 'Parcela a deduzir: '
                  ACCEPT WS-DEDUZIR-INF
               END-IF
            END-IF

            MOVE 'N'                      TO WS-ACHOU
            READ FAIXAFOL
                KEY IS ID-FAIXAFOL
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
            END-READ
            MOVE WS-TP-FAIXA-INF          TO TP-FAIXA
            MOVE WS-VIG-INF               TO AAAAMM-INI-FX
            MOVE WS-NR-FAIXA-INF          TO NR-FAIXA
            MOVE WS-LIMITE-INF            TO VL-LIMITE-FX
            MOVE WS-ALIQ-INF              TO PC-ALIQUOTA-FX
            MOVE WS-DEDUZIR-INF           TO VL-DEDUZIR-FX
            MOVE WS-DATA-HOJE             TO DT-CADASTRO-FX
            MOVE LK-OPERADOR              TO OP-FAIXAFOL
            IF ACHOU
               REWRITE REG-FAIXAFOL
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR A FAIXA'
               END-REWRITE
               MOVE 'ALTERA FX'           TO WS-AUD-OPERACAO
            ELSE
               WRITE REG-FAIXAFOL
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR A FAIXA'
               END-WRITE
               MOVE 'INCLUI FX'           TO WS-AUD-OPERACAO
            END-IF
            CLOSE FAIXAFOL
            DISPLAY 'FAIXA GRAVADA.'
            PERFORM P3A-AUDITA-FAIXA      THRU P3A-AUDITA-FAIXA-FIM
            .
       P3-TABELA-FAIXAS-FIM.

      *AUDITORIA DA MANUTENCAO DA TABELA DE FAIXAS
       P3A-AUDITA-FAIXA.
            MOVE 'FOLHAPAG'               TO WS-AUD-PROGRAMA
            STRING 'FAIXA ' WS-TP-FAIXA-INF ' ' WS-VIG-INF ' '
                   WS-NR-FAIXA-INF ' ' WS-LIMITE-INF ' ' WS-ALIQ-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P3A-AUDITA-FAIXA-FIM.

      *CALCULA A FOLHA DA COMPETENCIA: REGISTRO MENSAL, HOLERITES,
      *RESUMO E ARQUIVO DE CREDITO
       P4-CALCULA.
            DISPLAY 'Informe a competencia (AAAAMM): '
            ACCEPT WS-AAAAMM-INF
            IF WS-MES-INF LESS THAN 1 OR WS-MES-INF GREATER THAN 12
               OR WS-ANO-INF LESS THAN 2000
               DISPLAY 'COMPETENCIA INVALIDA.'
               GO TO P4-CALCULA-FIM
            END-IF

            PERFORM P6-CARREGA-HORAS      THRU P6-CARREGA-HORAS-FIM
            IF WS-QT-OUTRO-MES GREATER THAN ZEROS
               OR WS-QT-PROFS EQUAL ZEROS
               DISPLAY 'AS HORAS-AULA DA COMPETENCIA NAO FORAM'
                       ' APURADAS - EXECUTE A APURACAO DE HORAS-AULA'
                       ' (HORASPROF) DE ' WS-AAAAMM-INF ' ANTES.'
               GO TO P4-CALCULA-FIM
            END-IF

            PERFORM P11-CARREGA-FAIXAS    THRU P11-CARREGA-FAIXAS-FIM
            IF WS-QT-INSS EQUAL ZEROS OR WS-QT-IRRF EQUAL ZEROS
               DISPLAY 'SEM TABELA DE INSS OU DE IRRF VIGENTE EM '
                       WS-AAAAMM-INF ' - CADASTRE AS FAIXAS (<T>).'
               GO TO P4-CALCULA-FIM
            END-IF

            PERFORM P16-DIAS-DO-MES       THRU P16-DIAS-DO-MES-FIM
            PERFORM P8-CARREGA-QUADRO     THRU P8-CARREGA-QUADRO-FIM
            PERFORM P9-CARREGA-REPOSICOES
                    THRU P9-CARREGA-REPOSICOES-FIM
            PERFORM P10-CARREGA-FALTAS    THRU P10-CARREGA-FALTAS-FIM

            PERFORM P17-ABRE-FOLHAPAG     THRU P17-ABRE-FOLHAPAG-FIM
            IF NOT FFP-OK
               GO TO P4-CALCULA-FIM
            END-IF

      *FOLHA JA CALCULADA: O RECALCULO APAGA O REGISTRO ANTERIOR
            MOVE ZEROS                    TO WS-QT-EXISTENTES
            PERFORM P12-CONTA-EXISTENTES  THRU P12-CONTA-EXISTENTES-FIM
            IF WS-QT-EXISTENTES GREATER THAN ZEROS
               DISPLAY 'FOLHA DE ' WS-AAAAMM-INF ' JA CALCULADA ('
                       WS-QT-EXISTENTES ' PROFESSORES).'
               DISPLAY 'RECALCULAR? O REGISTRO ANTERIOR E SUBSTITUIDO'
                       ' E UM NOVO LOTE DE CREDITO E GERADO (S/N): '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA NOT EQUAL 'S'
                  AND WS-RESPOSTA NOT EQUAL 's'
                  DISPLAY 'FOLHA NAO RECALCULADA.'
                  CLOSE FOLHAPAG
                  GO TO P4-CALCULA-FIM
               END-IF
               PERFORM P12A-APAGA-EXISTENTES
                       THRU P12A-APAGA-EXISTENTES-FIM
            END-IF

            DISPLAY 'Data do credito (AAAAMMDD, 0 = hoje): '
            ACCEPT WS-DT-CREDITO
            IF WS-DT-CREDITO EQUAL ZEROS
               MOVE WS-DATA-HOJE          TO WS-DT-CREDITO
            END-IF

            PERFORM P15-GERA-NUMERO       THRU P15-GERA-NUMERO-FIM
            IF WS-NR-LOTE EQUAL ZEROS
               CLOSE FOLHAPAG
               GO TO P4-CALCULA-FIM
            END-IF

            SET FCR-OK                    TO TRUE
            OPEN OUTPUT CREDFOLHA
            IF NOT FCR-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE CREDITO'
               MOVE WS-FCR TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCR ' - ' WS-FS-MSG
               CLOSE CREDFOLHA
               CLOSE FOLHAPAG
               GO TO P4-CALCULA-FIM
            END-IF
            SET FHL-OK                    TO TRUE
            MOVE WS-PATH-HOLERITE         TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND HOLERITE
            IF WS-FHL EQUAL 35
               OPEN OUTPUT HOLERITE
            END-IF

            MOVE ZEROS                    TO WS-QT-CALCULADOS
                                             WS-QT-SEM-VALOR
                                             WS-QT-SEM-CONTA
                                             WS-QT-CREDITOS
                                             WS-TOT-BRUTO
                                             WS-TOT-INSS
                                             WS-TOT-IRRF
                                             WS-TOT-LIQUIDO
                                             WS-VL-TOTAL-CRED
            MOVE 1                        TO WS-NR-LINHA
            MOVE WS-NR-LOTE               TO WS-CH-NR-LOTE
            MOVE WS-DATA-HOJE             TO WS-CH-DATA
            MOVE WS-AAAAMM-INF            TO WS-CH-AAAAMM
            MOVE WS-DT-CREDITO            TO WS-CH-DT-CREDITO
            MOVE WS-NR-LINHA              TO WS-CH-SEQ
            MOVE WS-CRD-HEADER            TO REG-CREDFOLHA
            WRITE REG-CREDFOLHA

            SET FSP-OK                    TO TRUE
            OPEN INPUT SALPROF
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-PROFS
                PERFORM P13-CALCULA-PROF  THRU P13-CALCULA-PROF-FIM
            END-PERFORM
            CLOSE SALPROF

            ADD 1                         TO WS-NR-LINHA
            MOVE WS-QT-CREDITOS           TO WS-CT-QT-CREDITOS
            MOVE WS-VL-TOTAL-CRED         TO WS-CT-VL-TOTAL
            MOVE WS-NR-LINHA              TO WS-CT-SEQ
            MOVE WS-CRD-TRAILER           TO REG-CREDFOLHA
            WRITE REG-CREDFOLHA
            CLOSE CREDFOLHA

            PERFORM P14-IMPRIME-RESUMO    THRU P14-IMPRIME-RESUMO-FIM
            CLOSE HOLERITE
            MOVE 'HOLERITE'               TO WS-SPL-TIPO
            MOVE 'FOLHAPAG'               TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            CLOSE FOLHAPAG

            DISPLAY '*** FOLHA DE ' WS-AAAAMM-INF ' CALCULADA ***'
            DISPLAY 'PROFESSORES CALCULADOS : ' WS-QT-CALCULADOS
            DISPLAY 'SEM VALOR-HORA (FORA)  : ' WS-QT-SEM-VALOR
            DISPLAY 'SEM CONTA (PAGAR FORA) : ' WS-QT-SEM-CONTA
            DISPLAY 'TOTAL BRUTO            : ' WS-TOT-BRUTO
            DISPLAY 'TOTAL INSS             : ' WS-TOT-INSS
            DISPLAY 'TOTAL IRRF             : ' WS-TOT-IRRF
            DISPLAY 'TOTAL LIQUIDO          : ' WS-TOT-LIQUIDO
            DISPLAY 'LOTE DE CREDITO NR ' WS-NR-LOTE ' COM '
                    WS-QT-CREDITOS ' CREDITOS (CFP001T18); HOLERITES'
                    ' E RESUMO NO CFP001T17.'

            MOVE 'FOLHAPAG'               TO WS-AUD-PROGRAMA
            MOVE 'CALCULO'                TO WS-AUD-OPERACAO
            STRING 'MES ' WS-AAAAMM-INF ' LOTE ' WS-NR-LOTE
                   ' LIQ ' WS-TOT-LIQUIDO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P4-CALCULA-FIM.

      *CONSULTA O REGISTRO DA FOLHA DE UMA COMPETENCIA
       P5-CONSULTA.
            DISPLAY 'Informe a competencia (AAAAMM): '
            ACCEPT WS-AAAAMM-INF
            MOVE ZEROS                    TO WS-QT-CALCULADOS
                                             WS-TOT-BRUTO
                                             WS-TOT-INSS
                                             WS-TOT-IRRF
                                             WS-TOT-LIQUIDO
            SET FFP-OK                    TO TRUE
            OPEN INPUT FOLHAPAG
            IF NOT FFP-OK
               DISPLAY 'NENHUMA FOLHA CALCULADA.'
               CLOSE FOLHAPAG
               GO TO P5-CONSULTA-FIM
            END-IF

            DISPLAY '*** FOLHA DE ' WS-AAAAMM-INF ' ***'
            DISPLAY 'PROF AULAS      BRUTO     INSS     IRRF'
                    '    LIQUIDO  LOTE'
            SET EOF-OK                    TO FALSE
            MOVE WS-AAAAMM-INF            TO AAAAMM-FOL
            MOVE ZEROS                    TO ID-PROF-FOL
            START FOLHAPAG KEY NOT LESS THAN ID-FOLHAPAG
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ FOLHAPAG NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF AAAAMM-FOL NOT EQUAL WS-AAAAMM-INF
                           SET EOF-OK     TO TRUE
                        ELSE
                           ADD 1          TO WS-QT-CALCULADOS
                           ADD VL-BRUTO-FOL   TO WS-TOT-BRUTO
                           ADD VL-INSS-FOL    TO WS-TOT-INSS
                           ADD VL-IRRF-FOL    TO WS-TOT-IRRF
                           ADD VL-LIQUIDO-FOL TO WS-TOT-LIQUIDO
                           DISPLAY ID-PROF-FOL ' ' QT-AULAS-PAGAS ' '
                                   VL-BRUTO-FOL ' ' VL-INSS-FOL ' '
                                   VL-IRRF-FOL ' ' VL-LIQUIDO-FOL ' '
                                   NR-LOTE-CRED
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FOLHAPAG

            IF WS-QT-CALCULADOS EQUAL ZEROS
               DISPLAY 'FOLHA DA COMPETENCIA NAO CALCULADA.'
            ELSE
               DISPLAY 'PROFESSORES: ' WS-QT-CALCULADOS
               DISPLAY 'BRUTO ' WS-TOT-BRUTO ' INSS ' WS-TOT-INSS
               DISPLAY 'IRRF  ' WS-TOT-IRRF ' LIQUIDO ' WS-TOT-LIQUIDO
            END-IF
            .
       P5-CONSULTA-FIM.

      *HORAS-AULA DA COMPETENCIA NO ARQUIVO DO HORASPROF: AULAS DO
      *QUADRO (DEVIDAS) E AULAS DADAS COMO SUBSTITUTO
       P6-CARREGA-HORAS.
            MOVE ZEROS                    TO WS-QT-PROFS
                                             WS-QT-OUTRO-MES
            SET CRIA-PROF                 TO TRUE
            SET FHA-OK                    TO TRUE
            OPEN INPUT HORASARQ
            IF NOT FHA-OK
               CLOSE HORASARQ
               GO TO P6-CARREGA-HORAS-FIM
            END-IF
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ HORASARQ
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF REG-HORASARQ(1:3) NOT EQUAL 'MES'
                           MOVE SPACES    TO WS-HA-MES WS-HA-PROF
                                             WS-HA-DEVIDAS
                                             WS-HA-DADAS WS-HA-SUBST
                           UNSTRING REG-HORASARQ DELIMITED BY ';'
                               INTO WS-HA-MES WS-HA-PROF
                                    WS-HA-DEVIDAS WS-HA-DADAS
                                    WS-HA-SUBST
                           END-UNSTRING
                           IF WS-HA-MES NOT EQUAL WS-AAAAMM-INF
                              ADD 1       TO WS-QT-OUTRO-MES
                           ELSE
                              MOVE WS-HA-PROF TO WS-ID-PROF-BUSCA
                              PERFORM P7-ACHA-PROF
                                      THRU P7-ACHA-PROF-FIM
                              IF WS-IX-ACHADO GREATER THAN ZEROS
                                 MOVE WS-HA-DEVIDAS
                                   TO WS-PRF-QUADRO(WS-IX-ACHADO)
                                 MOVE WS-HA-SUBST
                                   TO WS-PRF-SUBST(WS-IX-ACHADO)
                              END-IF
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HORASARQ
            .
       P6-CARREGA-HORAS-FIM.

      *LOCALIZA A ENTRADA DO PROFESSOR NA TABELA (CRIA SE PEDIDO)
       P7-ACHA-PROF.
            MOVE ZEROS                    TO WS-IX-ACHADO
            IF WS-QT-PROFS GREATER THAN ZEROS
               PERFORM VARYING WS-IF FROM 1 BY 1
                       UNTIL WS-IF GREATER THAN WS-QT-PROFS
                   IF WS-PRF-ID(WS-IF) EQUAL WS-ID-PROF-BUSCA
                      MOVE WS-IF          TO WS-IX-ACHADO
                   END-IF
               END-PERFORM
            END-IF
            IF WS-IX-ACHADO EQUAL ZEROS AND CRIA-PROF
               AND WS-QT-PROFS LESS THAN 50
               ADD 1                      TO WS-QT-PROFS
               MOVE WS-QT-PROFS           TO WS-IX-ACHADO
               MOVE WS-ID-PROF-BUSCA      TO WS-PRF-ID(WS-IX-ACHADO)
               MOVE ZEROS TO WS-PRF-QUADRO(WS-IX-ACHADO)
               MOVE ZEROS TO WS-PRF-SUBST(WS-IX-ACHADO)
               MOVE ZEROS TO WS-PRF-REPOS(WS-IX-ACHADO)
               MOVE ZEROS TO WS-PRF-FALTAS(WS-IX-ACHADO)
               PERFORM VARYING WS-IF FROM 1 BY 1 UNTIL WS-IF > 6
                   MOVE ZEROS TO WS-PRF-SLOTS(WS-IX-ACHADO WS-IF)
               END-PERFORM
            END-IF
            .
       P7-ACHA-PROF-FIM.

      *ENCAIXES SEMANAIS DE CADA PROFESSOR NO QUADRO, POR DIA
       P8-CARREGA-QUADRO.
            MOVE 'N'                      TO WS-CRIA-PROF
            SET EOF-OK                    TO FALSE
            SET FHO-OK                    TO TRUE
            OPEN INPUT HORARIO
            IF FHO-OK
               PERFORM UNTIL EOF-OK
                   READ HORARIO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE ID-PROFESSOR-H TO WS-ID-PROF-BUSCA
                           PERFORM P7-ACHA-PROF
                                   THRU P7-ACHA-PROF-FIM
                           IF WS-IX-ACHADO GREATER THAN ZEROS
                              AND DIA-SEMANA-H GREATER THAN ZEROS
                              AND DIA-SEMANA-H LESS THAN 7
                              ADD 1 TO WS-PRF-SLOTS(WS-IX-ACHADO
                                                    DIA-SEMANA-H)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE HORARIO
            .
       P8-CARREGA-QUADRO-FIM.

      *REPOSICOES DADAS NA COMPETENCIA (SITUACAO D)
       P9-CARREGA-REPOSICOES.
            SET CRIA-PROF                 TO TRUE
            SET EOF-OK                    TO FALSE
            SET FRE-OK                    TO TRUE
            OPEN INPUT REPOSICAO
            IF FRE-OK
               PERFORM UNTIL EOF-OK
                   READ REPOSICAO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF ST-REPOSICAO EQUAL 'D'
                              AND DT-REPOSICAO(1:6) EQUAL
                                  WS-AAAAMM-INF
                              MOVE ID-PROF-REP TO WS-ID-PROF-BUSCA
                              PERFORM P7-ACHA-PROF
                                      THRU P7-ACHA-PROF-FIM
                              IF WS-IX-ACHADO GREATER THAN ZEROS
                                 ADD 1 TO WS-PRF-REPOS(WS-IX-ACHADO)
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE REPOSICAO
            .
       P9-CARREGA-REPOSICOES-FIM.

      *FALTAS SEM SUBSTITUTO: AULAS DO QUADRO DO PROFESSOR NOS DIAS
      *DA COMPETENCIA COBERTOS POR AUSENCIA SEM SUBSTITUTO DESIGNADO
       P10-CARREGA-FALTAS.
            MOVE 'N'                      TO WS-CRIA-PROF
            SET EOF-OK                    TO FALSE
            SET FAU-OK                    TO TRUE
            OPEN INPUT AUSENCIA
            IF FAU-OK
               PERFORM UNTIL EOF-OK
                   READ AUSENCIA NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF ID-PROF-SUBST EQUAL ZEROS
                              MOVE ID-PROF-AUS TO WS-ID-PROF-BUSCA
                              PERFORM P7-ACHA-PROF
                                      THRU P7-ACHA-PROF-FIM
                              IF WS-IX-ACHADO GREATER THAN ZEROS
                                 PERFORM P10A-FALTAS-DA-AUSENCIA
                                    THRU P10A-FALTAS-DA-AUSENCIA-FIM
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE AUSENCIA
            .
       P10-CARREGA-FALTAS-FIM.

      *SOMA OS ENCAIXES DO DIA DA SEMANA DE CADA DATA DA AUSENCIA
      *DENTRO DA COMPETENCIA
       P10A-FALTAS-DA-AUSENCIA.
            PERFORM VARYING WS-DIA FROM 1 BY 1
                    UNTIL WS-DIA GREATER THAN WS-ULTIMO-DIA
                COMPUTE WS-DATA-DIA = WS-AAAAMM-INF * 100 + WS-DIA
                END-COMPUTE
                IF WS-DATA-DIA NOT LESS THAN DT-INI-AUS
                   AND WS-DATA-DIA NOT GREATER THAN DT-FIM-AUS
                   AND WS-DIA-SEMANA(WS-DIA) GREATER THAN ZEROS
                   ADD WS-PRF-SLOTS(WS-IX-ACHADO
                                    WS-DIA-SEMANA(WS-DIA))
                       TO WS-PRF-FALTAS(WS-IX-ACHADO)
                END-IF
            END-PERFORM
            .
       P10A-FALTAS-DA-AUSENCIA-FIM.

      *FAIXAS VIGENTES NA COMPETENCIA: EM CADA TIPO, A TABELA DE
      *MAIOR INICIO NAO POSTERIOR A ELA
       P11-CARREGA-FAIXAS.
            MOVE ZEROS                    TO WS-VIG-INSS
                                             WS-VIG-IRRF
                                             WS-VIG-DEPEND
                                             WS-QT-INSS
                                             WS-QT-IRRF
                                             WS-VL-DEDUC-DEPEND
            SET FFX-OK                    TO TRUE
            OPEN INPUT FAIXAFOL
            IF NOT FFX-OK
               CLOSE FAIXAFOL
               GO TO P11-CARREGA-FAIXAS-FIM
            END-IF
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ FAIXAFOL NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF AAAAMM-INI-FX NOT GREATER THAN WS-AAAAMM-INF
                           EVALUATE TP-FAIXA
                               WHEN 'I'
                                   IF AAAAMM-INI-FX GREATER
                                      THAN WS-VIG-INSS
                                      MOVE AAAAMM-INI-FX
                                           TO WS-VIG-INSS
                                   END-IF
                               WHEN 'R'
                                   IF AAAAMM-INI-FX GREATER
                                      THAN WS-VIG-IRRF
                                      MOVE AAAAMM-INI-FX
                                           TO WS-VIG-IRRF
                                   END-IF
                               WHEN 'D'
                                   IF AAAAMM-INI-FX GREATER
                                      THAN WS-VIG-DEPEND
                                      MOVE AAAAMM-INI-FX
                                           TO WS-VIG-DEPEND
                                   END-IF
                           END-EVALUATE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FAIXAFOL

            SET FFX-OK                    TO TRUE
            OPEN INPUT FAIXAFOL
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ FAIXAFOL NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN TP-FAIXA EQUAL 'I'
                                 AND AAAAMM-INI-FX EQUAL WS-VIG-INSS
                                 AND WS-QT-INSS LESS THAN 10
                                ADD 1     TO WS-QT-INSS
                                MOVE VL-LIMITE-FX
                                     TO WS-INSS-LIMITE(WS-QT-INSS)
                                MOVE PC-ALIQUOTA-FX
                                     TO WS-INSS-ALIQ(WS-QT-INSS)
                            WHEN TP-FAIXA EQUAL 'R'
                                 AND AAAAMM-INI-FX EQUAL WS-VIG-IRRF
                                 AND WS-QT-IRRF LESS THAN 10
                                ADD 1     TO WS-QT-IRRF
                                MOVE VL-LIMITE-FX
                                     TO WS-IRRF-LIMITE(WS-QT-IRRF)
                                MOVE PC-ALIQUOTA-FX
                                     TO WS-IRRF-ALIQ(WS-QT-IRRF)
                                MOVE VL-DEDUZIR-FX
                                     TO WS-IRRF-DEDUZIR(WS-QT-IRRF)
                            WHEN TP-FAIXA EQUAL 'D'
                                 AND AAAAMM-INI-FX EQUAL WS-VIG-DEPEND
                                MOVE VL-DEDUZIR-FX
                                     TO WS-VL-DEDUC-DEPEND
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE FAIXAFOL
            .
       P11-CARREGA-FAIXAS-FIM.

      *CONTA OS REGISTROS JA GRAVADOS DA COMPETENCIA
       P12-CONTA-EXISTENTES.
            SET EOF2-OK                   TO FALSE
            MOVE WS-AAAAMM-INF            TO AAAAMM-FOL
            MOVE ZEROS                    TO ID-PROF-FOL
            START FOLHAPAG KEY NOT LESS THAN ID-FOLHAPAG
                INVALID KEY
                    SET EOF2-OK           TO TRUE
            END-START
            PERFORM UNTIL EOF2-OK
                READ FOLHAPAG NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF AAAAMM-FOL NOT EQUAL WS-AAAAMM-INF
                           SET EOF2-OK    TO TRUE
                        ELSE
                           ADD 1          TO WS-QT-EXISTENTES
                        END-IF
                END-READ
            END-PERFORM
            .
       P12-CONTA-EXISTENTES-FIM.

      *APAGA O REGISTRO ANTERIOR DA COMPETENCIA PARA O RECALCULO
       P12A-APAGA-EXISTENTES.
            SET EOF2-OK                   TO FALSE
            MOVE WS-AAAAMM-INF            TO AAAAMM-FOL
            MOVE ZEROS                    TO ID-PROF-FOL
            START FOLHAPAG KEY NOT LESS THAN ID-FOLHAPAG
                INVALID KEY
                    SET EOF2-OK           TO TRUE
            END-START
            PERFORM UNTIL EOF2-OK
                READ FOLHAPAG NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF AAAAMM-FOL NOT EQUAL WS-AAAAMM-INF
                           SET EOF2-OK    TO TRUE
                        ELSE
                           DELETE FOLHAPAG RECORD
                               INVALID KEY
                                   DISPLAY 'ERRO AO APAGAR A FOLHA DO'
                                           ' PROFESSOR ' ID-PROF-FOL
                           END-DELETE
                        END-IF
                END-READ
            END-PERFORM
            .
       P12A-APAGA-EXISTENTES-FIM.

      *CALCULA O PROFESSOR WS-IX: AULAS PAGAS, DSR, INSS, IRRF E
      *LIQUIDO; GRAVA O REGISTRO, O HOLERITE E O CREDITO
       P13-CALCULA-PROF.
            MOVE WS-PRF-ID(WS-IX)         TO WS-ID-PROF-BUSCA
            PERFORM P18-NOME-DO-PROF      THRU P18-NOME-DO-PROF-FIM

            MOVE WS-PRF-ID(WS-IX)         TO ID-PROF-SAL
            MOVE ZEROS                    TO VL-HORA-AULA
            READ SALPROF
                KEY IS ID-PROF-SAL
                INVALID KEY
                    MOVE ZEROS            TO VL-HORA-AULA
            END-READ
            IF VL-HORA-AULA EQUAL ZEROS
               ADD 1                      TO WS-QT-SEM-VALOR
               DISPLAY 'PROF ' WS-PRF-ID(WS-IX) ' '
                       FUNCTION TRIM(WS-NM-PROF)
                       ' SEM VALOR-HORA - FORA DA FOLHA.'
               GO TO P13-CALCULA-PROF-FIM
            END-IF

            COMPUTE WS-AULAS-PAGAS = WS-PRF-QUADRO(WS-IX)
                                   + WS-PRF-SUBST(WS-IX)
                                   + WS-PRF-REPOS(WS-IX)
                                   - WS-PRF-FALTAS(WS-IX)
            END-COMPUTE
            IF WS-AULAS-PAGAS LESS THAN ZEROS
               MOVE ZEROS                 TO WS-AULAS-PAGAS
            END-IF

            COMPUTE WS-VL-AULAS ROUNDED = WS-AULAS-PAGAS * VL-HORA-AULA
            END-COMPUTE
            MOVE ZEROS                    TO WS-VL-DSR
            IF WS-QT-DIAS-UTEIS GREATER THAN ZEROS
               COMPUTE WS-VL-DSR ROUNDED = WS-VL-AULAS * WS-QT-DOMINGOS
                                         / WS-QT-DIAS-UTEIS
               END-COMPUTE
            END-IF
            COMPUTE WS-VL-BRUTO = WS-VL-AULAS + WS-VL-DSR
            END-COMPUTE

      *INSS PROGRESSIVO: CADA FAIXA SO SOBRE A PARCELA DENTRO DELA
            MOVE ZEROS                    TO WS-VL-INSS
                                             WS-INSS-ANT
            PERFORM VARYING WS-IF FROM 1 BY 1
                    UNTIL WS-IF GREATER THAN WS-QT-INSS
                       OR WS-INSS-ANT NOT LESS THAN WS-VL-BRUTO
                IF WS-INSS-LIMITE(WS-IF) EQUAL ZEROS
                   OR WS-INSS-LIMITE(WS-IF) GREATER THAN WS-VL-BRUTO
                   MOVE WS-VL-BRUTO       TO WS-INSS-TOPO
                ELSE
                   MOVE WS-INSS-LIMITE(WS-IF) TO WS-INSS-TOPO
                END-IF
                IF WS-INSS-TOPO GREATER THAN WS-INSS-ANT
                   COMPUTE WS-VL-INSS ROUNDED = WS-VL-INSS
                         + (WS-INSS-TOPO - WS-INSS-ANT)
                         * WS-INSS-ALIQ(WS-IF) / 100
                   END-COMPUTE
                END-IF
                MOVE WS-INSS-TOPO         TO WS-INSS-ANT
            END-PERFORM

      *IRRF: FAIXA DA BASE (BRUTO - INSS - DEPENDENTES)
            COMPUTE WS-VL-BASE-IR = WS-VL-BRUTO - WS-VL-INSS
                    - QT-DEPEND-SAL * WS-VL-DEDUC-DEPEND
            END-COMPUTE
            IF WS-VL-BASE-IR LESS THAN ZEROS
               MOVE ZEROS                 TO WS-VL-BASE-IR
            END-IF
            MOVE ZEROS                    TO WS-IF-ACHADO
            PERFORM VARYING WS-IF FROM 1 BY 1
                    UNTIL WS-IF GREATER THAN WS-QT-IRRF
                       OR WS-IF-ACHADO GREATER THAN ZEROS
                IF WS-IRRF-LIMITE(WS-IF) EQUAL ZEROS
                   OR WS-VL-BASE-IR NOT GREATER
                      THAN WS-IRRF-LIMITE(WS-IF)
                   MOVE WS-IF             TO WS-IF-ACHADO
                END-IF
            END-PERFORM
            IF WS-IF-ACHADO EQUAL ZEROS
               MOVE WS-QT-IRRF            TO WS-IF-ACHADO
            END-IF
            COMPUTE WS-VL-IRRF ROUNDED = WS-VL-BASE-IR
                    * WS-IRRF-ALIQ(WS-IF-ACHADO) / 100
                    - WS-IRRF-DEDUZIR(WS-IF-ACHADO)
            END-COMPUTE
            IF WS-VL-IRRF LESS THAN ZEROS
               MOVE ZEROS                 TO WS-VL-IRRF
            END-IF
            COMPUTE WS-VL-LIQUIDO = WS-VL-BRUTO - WS-VL-INSS
                                  - WS-VL-IRRF
            END-COMPUTE

      *REGISTRO MENSAL DA FOLHA
            MOVE WS-AAAAMM-INF            TO AAAAMM-FOL
            MOVE WS-PRF-ID(WS-IX)         TO ID-PROF-FOL
            MOVE WS-PRF-QUADRO(WS-IX)     TO QT-AULAS-QUADRO
            MOVE WS-PRF-SUBST(WS-IX)      TO QT-AULAS-SUBST
            MOVE WS-PRF-REPOS(WS-IX)      TO QT-REPOSICOES
            MOVE WS-PRF-FALTAS(WS-IX)     TO QT-FALTAS-FOL
            MOVE WS-AULAS-PAGAS           TO QT-AULAS-PAGAS
            MOVE VL-HORA-AULA             TO VL-HORA-FOL
            MOVE WS-VL-AULAS              TO VL-AULAS-FOL
            MOVE WS-VL-DSR                TO VL-DSR-FOL
            MOVE WS-VL-BRUTO              TO VL-BRUTO-FOL
            MOVE WS-VL-INSS               TO VL-INSS-FOL
            MOVE WS-VL-BASE-IR            TO VL-BASE-IR-FOL
            MOVE WS-VL-IRRF               TO VL-IRRF-FOL
            MOVE WS-VL-LIQUIDO            TO VL-LIQUIDO-FOL
            MOVE WS-DATA-HOJE             TO DT-CALCULO-FOL
            MOVE LK-OPERADOR              TO OP-FOLHAPAG
            MOVE ZEROS                    TO NR-LOTE-CRED

      *CREDITO EM CONTA; SEM CONTA O LIQUIDO E PAGO FORA DO ARQUIVO
            IF CD-BANCO-SAL GREATER THAN ZEROS
               AND WS-VL-LIQUIDO GREATER THAN ZEROS
               ADD 1                      TO WS-NR-LINHA
                                             WS-QT-CREDITOS
               ADD WS-VL-LIQUIDO          TO WS-VL-TOTAL-CRED
               MOVE CD-BANCO-SAL          TO WS-CD-BANCO
               MOVE NR-AGENCIA-SAL        TO WS-CD-AGENCIA
               MOVE NR-CONTA-SAL          TO WS-CD-CONTA
               MOVE DG-CONTA-SAL          TO WS-CD-DIGITO
               MOVE NR-CPF-SAL            TO WS-CD-CPF
               MOVE WS-NM-PROF            TO WS-CD-NOME
               MOVE WS-PRF-ID(WS-IX)      TO WS-CD-PROF
               MOVE WS-VL-LIQUIDO         TO WS-CD-VALOR
               MOVE WS-DT-CREDITO         TO WS-CD-DT-CREDITO
               MOVE WS-NR-LINHA           TO WS-CD-SEQ
               MOVE WS-CRD-DETALHE        TO REG-CREDFOLHA
               WRITE REG-CREDFOLHA
               MOVE WS-NR-LOTE            TO NR-LOTE-CRED
            ELSE
               ADD 1                      TO WS-QT-SEM-CONTA
            END-IF

            WRITE REG-FOLHAPAG
                INVALID KEY
                    REWRITE REG-FOLHAPAG
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR A FOLHA DO PROF '
                                    WS-PRF-ID(WS-IX)
                    END-REWRITE
            END-WRITE

            ADD 1                         TO WS-QT-CALCULADOS
            ADD WS-VL-BRUTO               TO WS-TOT-BRUTO
            ADD WS-VL-INSS                TO WS-TOT-INSS
            ADD WS-VL-IRRF                TO WS-TOT-IRRF
            ADD WS-VL-LIQUIDO             TO WS-TOT-LIQUIDO

            PERFORM P13A-IMPRIME-HOLERITE
                    THRU P13A-IMPRIME-HOLERITE-FIM
            .
       P13-CALCULA-PROF-FIM.

      *HOLERITE DO PROFESSOR (PRINT-IMAGE, UMA PAGINA)
       P13A-IMPRIME-HOLERITE.
            MOVE ALL '='                  TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE SPACES                   TO WS-LINHA-HOL
            STRING 'RECIBO DE PAGAMENTO DE SALARIO - COMPETENCIA '
                   WS-MES-INF '/' WS-ANO-INF
                   DELIMITED BY SIZE
                   INTO WS-LINHA-HOL
            END-STRING
            MOVE WS-LINHA-HOL             TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE SPACES                   TO WS-LINHA-HOL
            STRING 'PROFESSOR: ' WS-PRF-ID(WS-IX) ' - ' WS-NM-PROF
                   '  CPF: ' NR-CPF-SAL
                   DELIMITED BY SIZE
                   INTO WS-LINHA-HOL
            END-STRING
            MOVE WS-LINHA-HOL             TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE ALL '-'                  TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE 'DESCRICAO                     REFERENCIA   '
                                          TO WS-LINHA-HOL
            MOVE '     PROVENTOS       DESCONTOS'
                                          TO WS-LINHA-HOL(45:30)
            MOVE WS-LINHA-HOL             TO REG-HOLERITE
            WRITE REG-HOLERITE

            MOVE SPACES                   TO WS-HOL-DETALHE
            MOVE 'AULAS DO QUADRO'        TO WS-HD-DESCRICAO
            MOVE WS-PRF-QUADRO(WS-IX)     TO WS-QT-ED
            MOVE WS-QT-ED                 TO WS-HD-REFERENCIA
            MOVE ZEROS                    TO WS-HD-PROVENTO
                                             WS-HD-DESCONTO
            MOVE WS-HOL-DETALHE           TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE 'AULAS COMO SUBSTITUTO'  TO WS-HD-DESCRICAO
            MOVE WS-PRF-SUBST(WS-IX)      TO WS-QT-ED
            MOVE WS-QT-ED                 TO WS-HD-REFERENCIA
            MOVE WS-HOL-DETALHE           TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE 'REPOSICOES DADAS'       TO WS-HD-DESCRICAO
            MOVE WS-PRF-REPOS(WS-IX)      TO WS-QT-ED
            MOVE WS-QT-ED                 TO WS-HD-REFERENCIA
            MOVE WS-HOL-DETALHE           TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE 'FALTAS SEM SUBSTITUTO'  TO WS-HD-DESCRICAO
            MOVE WS-PRF-FALTAS(WS-IX)     TO WS-QT-ED
            MOVE WS-QT-ED                 TO WS-HD-REFERENCIA
            MOVE WS-HOL-DETALHE           TO REG-HOLERITE
            WRITE REG-HOLERITE

            MOVE 'HORAS-AULA'             TO WS-HD-DESCRICAO
            MOVE WS-AULAS-PAGAS           TO WS-QT-ED
            MOVE VL-HORA-AULA             TO WS-VL-HORA-ED
            MOVE SPACES                   TO WS-HD-REFERENCIA
            STRING WS-QT-ED ' X ' WS-VL-HORA-ED
                   DELIMITED BY SIZE
                   INTO WS-HD-REFERENCIA
            END-STRING
            MOVE WS-VL-AULAS              TO WS-HD-PROVENTO
            MOVE WS-HOL-DETALHE           TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE 'DSR (DESCANSO SEMANAL)'  TO WS-HD-DESCRICAO
            MOVE SPACES                   TO WS-HD-REFERENCIA
            STRING WS-QT-DOMINGOS '/' WS-QT-DIAS-UTEIS ' DIAS'
                   DELIMITED BY SIZE
                   INTO WS-HD-REFERENCIA
            END-STRING
            MOVE WS-VL-DSR                TO WS-HD-PROVENTO
            MOVE WS-HOL-DETALHE           TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE 'INSS'                   TO WS-HD-DESCRICAO
            MOVE SPACES                   TO WS-HD-REFERENCIA
            MOVE ZEROS                    TO WS-HD-PROVENTO
            MOVE WS-VL-INSS               TO WS-HD-DESCONTO
            MOVE WS-HOL-DETALHE           TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE 'IRRF'                   TO WS-HD-DESCRICAO
            MOVE WS-IRRF-ALIQ(WS-IF-ACHADO) TO WS-VL-HORA-ED
            MOVE SPACES                   TO WS-HD-REFERENCIA
            STRING FUNCTION TRIM(WS-VL-HORA-ED) '%'
                   DELIMITED BY SIZE
                   INTO WS-HD-REFERENCIA
            END-STRING
            MOVE WS-VL-IRRF               TO WS-HD-DESCONTO
            MOVE WS-HOL-DETALHE           TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE ALL '-'                  TO REG-HOLERITE
            WRITE REG-HOLERITE

            MOVE 'TOTAIS'                 TO WS-HD-DESCRICAO
            MOVE SPACES                   TO WS-HD-REFERENCIA
            MOVE WS-VL-BRUTO              TO WS-HD-PROVENTO
            COMPUTE WS-HD-DESCONTO = WS-VL-INSS + WS-VL-IRRF
            END-COMPUTE
            MOVE WS-HOL-DETALHE           TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE 'LIQUIDO A RECEBER'      TO WS-HD-DESCRICAO
            MOVE WS-VL-LIQUIDO            TO WS-HD-PROVENTO
            MOVE ZEROS                    TO WS-HD-DESCONTO
            MOVE WS-HOL-DETALHE           TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE 'BASE DO IRRF'           TO WS-HD-DESCRICAO
            MOVE SPACES                   TO WS-HD-REFERENCIA
            STRING QT-DEPEND-SAL ' DEPENDENTE(S)'
                   DELIMITED BY SIZE
                   INTO WS-HD-REFERENCIA
            END-STRING
            MOVE WS-VL-BASE-IR            TO WS-HD-PROVENTO
            MOVE WS-HOL-DETALHE           TO REG-HOLERITE
            WRITE REG-HOLERITE

            MOVE SPACES                   TO WS-LINHA-HOL
            IF NR-LOTE-CRED GREATER THAN ZEROS
               STRING 'CREDITO EM ' WS-DT-CREDITO(7:2) '/'
                      WS-DT-CREDITO(5:2) '/' WS-DT-CREDITO(1:4)
                      ' - BANCO ' CD-BANCO-SAL ' AGENCIA '
                      NR-AGENCIA-SAL ' CONTA ' NR-CONTA-SAL '-'
                      DG-CONTA-SAL
                      DELIMITED BY SIZE
                      INTO WS-LINHA-HOL
               END-STRING
            ELSE
               MOVE 'PAGAMENTO FORA DO ARQUIVO DE CREDITO (SEM CONTA).'
                                          TO WS-LINHA-HOL
            END-IF
            MOVE WS-LINHA-HOL             TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE SPACES                   TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE 'DECLARO TER RECEBIDO A IMPORTANCIA LIQUIDA ACIMA.'
                                          TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE SPACES                   TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE '____/____/________    ______________________________'
                                          TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE '       DATA                  ASSINATURA DO PROFESSOR'
                                          TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE WS-SALTO-PAGINA          TO REG-HOLERITE
            WRITE REG-HOLERITE
            .
       P13A-IMPRIME-HOLERITE-FIM.

      *RESUMO DA FOLHA (REGISTRO MENSAL) APOS OS HOLERITES
       P14-IMPRIME-RESUMO.
            MOVE ALL '='                  TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE SPACES                   TO WS-LINHA-HOL
            STRING 'FOLHA DE PAGAMENTO DOS PROFESSORES - COMPETENCIA '
                   WS-MES-INF '/' WS-ANO-INF ' - LOTE ' WS-NR-LOTE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-HOL
            END-STRING
            MOVE WS-LINHA-HOL             TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE ALL '-'                  TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE 'PRF NOME                 AULAS      BRUTO      INSS'
                                          TO WS-LINHA-HOL
            MOVE '      IRRF    LIQUIDO'  TO WS-LINHA-HOL(51:21)
            MOVE WS-LINHA-HOL             TO REG-HOLERITE
            WRITE REG-HOLERITE

            SET EOF2-OK                   TO FALSE
            MOVE WS-AAAAMM-INF            TO AAAAMM-FOL
            MOVE ZEROS                    TO ID-PROF-FOL
            START FOLHAPAG KEY NOT LESS THAN ID-FOLHAPAG
                INVALID KEY
                    SET EOF2-OK           TO TRUE
            END-START
            PERFORM UNTIL EOF2-OK
                READ FOLHAPAG NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF AAAAMM-FOL NOT EQUAL WS-AAAAMM-INF
                           SET EOF2-OK    TO TRUE
                        ELSE
                           MOVE ID-PROF-FOL TO WS-ID-PROF-BUSCA
                           PERFORM P18-NOME-DO-PROF
                                   THRU P18-NOME-DO-PROF-FIM
                           MOVE ID-PROF-FOL    TO WS-RS-PROF
                           MOVE WS-NM-PROF     TO WS-RS-NOME
                           MOVE QT-AULAS-PAGAS TO WS-RS-AULAS
                           MOVE VL-BRUTO-FOL   TO WS-RS-BRUTO
                           MOVE VL-INSS-FOL    TO WS-RS-INSS
                           MOVE VL-IRRF-FOL    TO WS-RS-IRRF
                           MOVE VL-LIQUIDO-FOL TO WS-RS-LIQUIDO
                           MOVE WS-RES-DETALHE TO REG-HOLERITE
                           WRITE REG-HOLERITE
                        END-IF
                END-READ
            END-PERFORM

            MOVE ALL '-'                  TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE SPACES                   TO WS-LINHA-HOL
            MOVE WS-TOT-BRUTO             TO WS-VL-ED
            STRING 'TOTAL BRUTO  : ' WS-VL-ED
                   '   PROFESSORES: ' WS-QT-CALCULADOS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-HOL
            END-STRING
            MOVE WS-LINHA-HOL             TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE SPACES                   TO WS-LINHA-HOL
            MOVE WS-TOT-INSS              TO WS-VL-ED
            STRING 'TOTAL INSS   : ' WS-VL-ED
                   DELIMITED BY SIZE
                   INTO WS-LINHA-HOL
            END-STRING
            MOVE WS-LINHA-HOL             TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE SPACES                   TO WS-LINHA-HOL
            MOVE WS-TOT-IRRF              TO WS-VL-ED
            STRING 'TOTAL IRRF   : ' WS-VL-ED
                   DELIMITED BY SIZE
                   INTO WS-LINHA-HOL
            END-STRING
            MOVE WS-LINHA-HOL             TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE SPACES                   TO WS-LINHA-HOL
            MOVE WS-TOT-LIQUIDO           TO WS-VL-ED
            STRING 'TOTAL LIQUIDO: ' WS-VL-ED
                   DELIMITED BY SIZE
                   INTO WS-LINHA-HOL
            END-STRING
            MOVE WS-LINHA-HOL             TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE SPACES                   TO WS-LINHA-HOL
            MOVE WS-VL-TOTAL-CRED         TO WS-VL-ED
            STRING 'CREDITO EM CONTA: ' WS-VL-ED ' ('
                   WS-QT-CREDITOS ' CREDITOS; ' WS-QT-SEM-CONTA
                   ' SEM CONTA)'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-HOL
            END-STRING
            MOVE WS-LINHA-HOL             TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE SPACES                   TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE 'A SECRETARIA.'          TO REG-HOLERITE
            WRITE REG-HOLERITE
            MOVE WS-SALTO-PAGINA          TO REG-HOLERITE
            WRITE REG-HOLERITE
            .
       P14-IMPRIME-RESUMO-FIM.

      *NUMERO DO LOTE DE CREDITO: CONTADOR 38 DO CFP001S8
       P15-GERA-NUMERO.
            MOVE ZEROS                    TO WS-NR-LOTE
            SET FSC-OK                    TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF

            IF FSC-OK THEN
               MOVE 38                    TO ID-CONTADOR
               READ CONTADOR
                   INVALID KEY
                       MOVE ZEROS         TO NR-ULTIMO-REGISTRO
               END-READ

               ADD 1                      TO NR-ULTIMO-REGISTRO
               MOVE NR-ULTIMO-REGISTRO    TO WS-NR-LOTE

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
       P15-GERA-NUMERO-FIM.

      *CALENDARIO DA COMPETENCIA: ULTIMO DIA, DIA DA SEMANA DE CADA
      *DATA (0 = DOMINGO, 1 = SEGUNDA ... 6 = SABADO), DOMINGOS E
      *DIAS UTEIS (SEGUNDA A SABADO) PARA O DSR
       P16-DIAS-DO-MES.
            EVALUATE WS-MES-INF
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                    MOVE 30               TO WS-ULTIMO-DIA
                WHEN 2
                    MOVE 28               TO WS-ULTIMO-DIA
                    DIVIDE WS-ANO-INF BY 4 GIVING WS-QUOCIENTE
                           REMAINDER WS-RESTO
                    IF WS-RESTO EQUAL ZEROS
                       MOVE 29            TO WS-ULTIMO-DIA
                       DIVIDE WS-ANO-INF BY 100 GIVING WS-QUOCIENTE
                              REMAINDER WS-RESTO
                       IF WS-RESTO EQUAL ZEROS
                          MOVE 28         TO WS-ULTIMO-DIA
                          DIVIDE WS-ANO-INF BY 400
                                 GIVING WS-QUOCIENTE
                                 REMAINDER WS-RESTO
                          IF WS-RESTO EQUAL ZEROS
                             MOVE 29      TO WS-ULTIMO-DIA
                          END-IF
                       END-IF
                    END-IF
                WHEN OTHER
                    MOVE 31               TO WS-ULTIMO-DIA
            END-EVALUATE

            MOVE ZEROS                    TO WS-QT-DOMINGOS
                                             WS-QT-DIAS-UTEIS
                                             WS-TAB-DIAS
            PERFORM VARYING WS-DIA FROM 1 BY 1
                    UNTIL WS-DIA GREATER THAN WS-ULTIMO-DIA
                COMPUTE WS-DATA-DIA = WS-AAAAMM-INF * 100 + WS-DIA
                END-COMPUTE
                COMPUTE WS-DIAS-DATA =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-DIA)
                END-COMPUTE
                DIVIDE WS-DIAS-DATA BY 7 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                MOVE WS-RESTO             TO WS-DIA-SEMANA(WS-DIA)
                IF WS-RESTO EQUAL ZEROS
                   ADD 1                  TO WS-QT-DOMINGOS
                ELSE
                   ADD 1                  TO WS-QT-DIAS-UTEIS
                END-IF
            END-PERFORM
            .
       P16-DIAS-DO-MES-FIM.

      *ABRE O REGISTRO DA FOLHA, CRIANDO-O SE NAO EXISTIR
       P17-ABRE-FOLHAPAG.
            SET FFP-OK                    TO TRUE
            OPEN I-O FOLHAPAG
            IF WS-FFP EQUAL 35
                 CLOSE FOLHAPAG
                 OPEN OUTPUT FOLHAPAG
                 CLOSE FOLHAPAG
                 OPEN I-O FOLHAPAG
            END-IF
            IF NOT FFP-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DA FOLHA'
               MOVE WS-FFP TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FFP ' - ' WS-FS-MSG
               CLOSE FOLHAPAG
            END-IF
            .
       P17-ABRE-FOLHAPAG-FIM.

      *NOME DO PROFESSOR WS-ID-PROF-BUSCA NO CADASTRO
       P18-NOME-DO-PROF.
            MOVE 'N'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-NM-PROF
            SET FPR-OK                    TO TRUE
            OPEN INPUT PROFESSOR
            IF FPR-OK
               MOVE WS-ID-PROF-BUSCA      TO ID-PROFESSOR
               READ PROFESSOR
                   KEY IS ID-PROFESSOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-PROF       TO WS-NM-PROF
                       MOVE 'S'           TO WS-ACHOU
               END-READ
            END-IF
            CLOSE PROFESSOR
            .
       P18-NOME-DO-PROF-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM FOLHAPAG.
