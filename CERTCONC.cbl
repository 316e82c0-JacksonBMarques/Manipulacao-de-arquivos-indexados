      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: certificado de conclusao e livro de registro: para o
      *          aluno da serie final (serie sem serie seguinte no
      *          CFP001S29), confere a aprovacao em todas as materias
      *          da grade curricular da serie (CFP001S30) no historico
      *          de aprovados (CFP001S4 e guardas anuais), sem
      *          dependencia em aberto (CFP001S49), imprime o
      *          certificado em print-image e o registra no livro
      *          (CFP001S87) com livro, folha e numero sequencial
      *          (contador 33 do CFP001S8). o registro e consultavel
      *          pelo aluno e a reimpressao mantem o numero original
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO CERTIFICADO DE CONCLUSAO E DO
      *         LIVRO DE REGISTRO
      * UPDATE: 15/10/2026 - CODIGO DE VERIFICACAO IMPRESSO EM CADA VIA
      *         DO CERTIFICADO E GRAVADO NO REGISTRO CENTRAL DE
      *         AUTENTICIDADE (CFP001S104)
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      * UPDATE: 15/10/2026 - CERTIFICADO BLOQUEADO PARA O ALUNO COM
      *         ESTAGIO SUPERVISIONADO (CFP001S129) ABAIXO DA CARGA
      *         HORARIA EXIGIDA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTCONC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT LIVROREG ASSIGN TO WS-PATH-LIVROREG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NR-REGISTRO-LIV
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FLV.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT TURMALUNO ASSIGN TO WS-PATH-TURMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO6
                FILE STATUS IS WS-FTL.

                SELECT TURMA ASSIGN TO WS-PATH-TURMA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-TURMA
                FILE STATUS IS WS-FT.

                SELECT SERIE ASSIGN TO WS-PATH-SERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-SERIE
                FILE STATUS IS WS-FSE.

                SELECT GRADE ASSIGN TO WS-PATH-GRADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-GRADE
                FILE STATUS IS WS-FGR.

      * HISTORICO DE APROVADOS E GUARDAS ANUAIS DOS ANOS FECHADOS
                SELECT APROVACAO1 ASSIGN TO WS-PATH-APROVADOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO1
                FILE STATUS IS WS-FAP.

                SELECT ANOFECH ASSIGN TO WS-PATH-ANOFECH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ANO-LETIVO-FECH
                FILE STATUS IS WS-FAF.

                SELECT ARQS4 ASSIGN TO WS-PATH-ARQ-S4
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ARQ4-ID-REGISTRO
                FILE STATUS IS WS-FA4.

                SELECT DEPENDENCIA ASSIGN TO WS-PATH-DEPENDENCIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-DEPENDENCIA
                FILE STATUS IS WS-FDP.

                SELECT ESTAGIO ASSIGN TO WS-PATH-ESTAGIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-EST
                FILE STATUS IS WS-FES.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTADOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

                SELECT BOLETIM ASSIGN TO WS-PATH-BOLETIM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FBOL.

                SELECT AUTENTICA ASSIGN TO WS-PATH-AUTENTICA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CD-VERIFICACAO-AUT
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-AUT-FS.

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
       FD LIVROREG.
          COPY CFPK0078.
       FD ALUNO.
          COPY CFPK0001.
       FD TURMALUNO.
          COPY CFPK0011.
       FD TURMA.
          COPY CFPK0005.
       FD SERIE.
          COPY CFPK0023.
       FD GRADE.
          COPY CFPK0024.
       FD APROVACAO1.
          COPY CFPK0004.
       FD ANOFECH.
          COPY CFPK0013.
       FD ARQS4.
       01 REG-ARQS4.
          03 ARQ4-CORPO                PIC X(59).
          03 ARQ4-ID-REGISTRO          PIC 9(03).
          03 ARQ4-RESTO                PIC X(08).
       FD DEPENDENCIA.
          COPY CFPK0041.
       FD ESTAGIO.
          COPY CFPK0121.
       FD CONTADOR.
          COPY CFPK0008.
       FD BOLETIM.
       01 REG-BOLETIM                     PIC X(80).
       FD AUTENTICA.
          COPY CFPK0095.
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
       COPY AUTENVARS.
       77 WS-FLV                          PIC 99.
          88 FLV-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FT                           PIC 99.
          88 FT-OK                        VALUE 0.
       77 WS-FSE                          PIC 99.
          88 FSE-OK                       VALUE 0.
       77 WS-FGR                          PIC 99.
          88 FGR-OK                       VALUE 0.
       77 WS-FAP                          PIC 99.
          88 FAP-OK                       VALUE 0.
       77 WS-FAF                          PIC 99.
          88 FAF-OK                       VALUE 0.
       77 WS-FA4                          PIC 99.
          88 FA4-OK                       VALUE 0.
       77 WS-FDP                          PIC 99.
          88 FDP-OK                       VALUE 0.
       77 WS-FES                          PIC 99.
          88 FES-OK                       VALUE 0.
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
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-ID-TURMA-ALUNO               PIC 9(03) VALUE ZEROS.
       77 WS-ID-SERIE-INF                 PIC 9(02) VALUE ZEROS.
       77 WS-QT-PENDENTES                 PIC 9(02) VALUE ZEROS.
       77 WS-QT-DEPEND                    PIC 9(02) VALUE ZEROS.
      *ESTAGIO SUPERVISIONADO: CARGA EXIGIDA E CUMPRIDA
       77 WS-ESTAGIO-PENDENTE             PIC X VALUE 'N'.
          88 ESTAGIO-PENDENTE             VALUE 'S' FALSE 'N'.
       77 WS-HORAS-EXIG                   PIC 9(04) VALUE ZEROS.
       77 WS-HORAS-CUMPR                  PIC 9(04) VALUE ZEROS.
      *LIVRO E FOLHA: REGISTROS POR FOLHA E FOLHAS POR LIVRO
       77 WS-REG-POR-FOLHA                PIC 9(02) VALUE 2.
       77 WS-FOLHAS-POR-LIVRO             PIC 9(03) VALUE 200.
       77 WS-SEQ-FOLHA                    PIC 9(05) VALUE ZEROS.
       77 WS-RESTO                        PIC 9(05) VALUE ZEROS.
      *DADOS DO CERTIFICADO EM EMISSAO OU REIMPRESSAO
       77 WS-CT-NR                        PIC 9(05) VALUE ZEROS.
       77 WS-CT-LIVRO                     PIC 9(03) VALUE ZEROS.
       77 WS-CT-FOLHA                     PIC 9(03) VALUE ZEROS.
       77 WS-CT-ALUNO                     PIC 9(05) VALUE ZEROS.
       77 WS-CT-NOME                      PIC X(20) VALUE SPACES.
       77 WS-CT-NASC                      PIC 9(08) VALUE ZEROS.
       77 WS-CT-SERIE                     PIC 9(02) VALUE ZEROS.
       77 WS-CT-NM-SERIE                  PIC X(20) VALUE SPACES.
       77 WS-CT-ANO                       PIC 9(04) VALUE ZEROS.
       77 WS-CT-DT-REGISTRO               PIC 9(08) VALUE ZEROS.
       77 WS-CT-VIA                       PIC X(20) VALUE SPACES.
       77 WS-LINHA-CRT                    PIC X(80) VALUE SPACES.
      *GRADE CURRICULAR DA SERIE FINAL (ATE 30 MATERIAS), COM A
      *APROVACAO ENCONTRADA NO HISTORICO PARA CADA MATERIA
       77 WS-QT-GRADE                     PIC 9(02) VALUE ZEROS.
       77 WS-IG                           PIC 9(02) VALUE ZEROS.
       01 WS-TAB-GRADE.
          03 WS-GR-ENT OCCURS 30 TIMES.
             05 WS-GR-MATERIA             PIC 9(05).
             05 WS-GR-NOME                PIC X(20).
             05 WS-GR-APROVADO            PIC X(01).
             05 WS-GR-ANO                 PIC 9(04).
      *LANCAMENTO DE APROVACAO LIDO DO HISTORICO OU DA GUARDA
       01 WS-APROVADO                     PIC X(70) VALUE SPACES.
       01 FILLER REDEFINES WS-APROVADO.
          03 WS-ID-ALUNO2                 PIC 9(05).
          03 WS-NM-ALUNO2                 PIC X(20).
          03 WS-ID-MATERIA2               PIC 9(05).
          03 WS-NM-MATERIA2               PIC X(20).
          03 WS-ST-APROVACAO1             PIC X(09).
          03 WS-ID-REGISTRO1              PIC 9(03).
          03 WS-MD-ALUNO1                 PIC 9(02)V9(02).
          03 WS-ANO-LETIVO2               PIC 9(04).
       77 WS-ANO-GUARDA                   PIC 9(04) VALUE ZEROS.
       77 WS-PATH-ARQ-S4                  PIC X(100) VALUE SPACES.
       77 WS-PATH-PREFIXO                 PIC X(100) VALUE SPACES.
      *SALTO DE PAGINA (FORM FEED) APOS O CERTIFICADO IMPRESSO
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
            DISPLAY '*** CERTIFICADO DE CONCLUSAO ***'
            DISPLAY 'TECLE <E> PARA EMITIR E REGISTRAR, <C> PARA'
            DISPLAY 'CONSULTAR O REGISTRO DE UM ALUNO, <R> PARA'
            DISPLAY 'REIMPRIMIR OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'E'
                WHEN 'e'
                    PERFORM P2-EMITE      THRU P2-EMITE-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P3-CONSULTA   THRU P3-CONSULTA-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P4-REIMPRIME  THRU P4-REIMPRIME-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *EMITE O CERTIFICADO DO ALUNO CONCLUINTE E O REGISTRA NO LIVRO
       P2-EMITE.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF

            MOVE 'N'                      TO WS-ACHOU
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       DISPLAY 'ALUNO NAO EXISTE!'
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-CT-NOME
                       MOVE DT-NASCIMENTO TO WS-CT-NASC
                       MOVE 'S'           TO WS-ACHOU
               END-READ
            END-IF
            CLOSE ALUNO
            IF NOT ACHOU
               GO TO P2-EMITE-FIM
            END-IF

            SET FLV-OK                    TO TRUE
            OPEN INPUT LIVROREG
            IF FLV-OK
               PERFORM P9-BUSCA-REGISTRO  THRU P9-BUSCA-REGISTRO-FIM
            ELSE
               MOVE 'N'                   TO WS-ACHOU
            END-IF
            CLOSE LIVROREG
            IF ACHOU
               DISPLAY 'ALUNO JA REGISTRADO NO LIVRO SOB O NUMERO '
                       NR-REGISTRO-LIV ' - USE A REIMPRESSAO.'
               GO TO P2-EMITE-FIM
            END-IF

            PERFORM P5-SERIE-DO-ALUNO     THRU P5-SERIE-DO-ALUNO-FIM
            IF WS-CT-SERIE EQUAL ZEROS
               GO TO P2-EMITE-FIM
            END-IF

            PERFORM P6-CARREGA-GRADE      THRU P6-CARREGA-GRADE-FIM
            IF WS-QT-GRADE EQUAL ZEROS
               DISPLAY 'SERIE SEM GRADE CURRICULAR CADASTRADA.'
               GO TO P2-EMITE-FIM
            END-IF

            PERFORM P7-VERIFICA-APROVACAO
                    THRU P7-VERIFICA-APROVACAO-FIM
            IF WS-QT-PENDENTES GREATER THAN ZEROS
               DISPLAY 'ALUNO SEM APROVACAO EM ' WS-QT-PENDENTES
                       ' MATERIA(S) DA GRADE - CERTIFICADO NAO'
                       ' EMITIDO.'
               GO TO P2-EMITE-FIM
            END-IF

            PERFORM P8-DEPENDENCIAS       THRU P8-DEPENDENCIAS-FIM
            IF WS-QT-DEPEND GREATER THAN ZEROS
               DISPLAY 'ALUNO COM ' WS-QT-DEPEND ' DEPENDENCIA(S) EM'
                       ' ABERTO - CERTIFICADO NAO EMITIDO.'
               GO TO P2-EMITE-FIM
            END-IF

            PERFORM P8A-ESTAGIO           THRU P8A-ESTAGIO-FIM
            IF ESTAGIO-PENDENTE
               DISPLAY 'ESTAGIO SUPERVISIONADO COM ' WS-HORAS-CUMPR
                       ' DE ' WS-HORAS-EXIG ' HORAS EXIGIDAS -'
                       ' CERTIFICADO NAO EMITIDO.'
               GO TO P2-EMITE-FIM
            END-IF

            DISPLAY 'ALUNO APTO: ' FUNCTION TRIM(WS-CT-NOME)
                    ' - ' FUNCTION TRIM(WS-CT-NM-SERIE)
                    ' CONCLUIDA EM ' WS-CT-ANO
            DISPLAY 'Confirma o registro no livro (S/N)? '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT EQUAL 'S' AND WS-RESPOSTA NOT EQUAL 's'
               DISPLAY 'EMISSAO CANCELADA.'
               GO TO P2-EMITE-FIM
            END-IF

            PERFORM P10-GERA-NUMERO       THRU P10-GERA-NUMERO-FIM
            IF WS-CT-NR EQUAL ZEROS
               DISPLAY 'CERTIFICADO NAO EMITIDO - CONTADOR'
                       ' INDISPONIVEL'
               GO TO P2-EMITE-FIM
            END-IF

            COMPUTE WS-SEQ-FOLHA = WS-CT-NR - 1
            END-COMPUTE
            DIVIDE WS-SEQ-FOLHA BY WS-REG-POR-FOLHA
                   GIVING WS-SEQ-FOLHA
            DIVIDE WS-SEQ-FOLHA BY WS-FOLHAS-POR-LIVRO
                   GIVING WS-CT-LIVRO REMAINDER WS-RESTO
            ADD 1                         TO WS-CT-LIVRO
            COMPUTE WS-CT-FOLHA = WS-RESTO + 1
            END-COMPUTE
            MOVE WS-ID-ALUNO-INF          TO WS-CT-ALUNO
            MOVE WS-DATA-HOJE             TO WS-CT-DT-REGISTRO
            MOVE 'VIA ORIGINAL'           TO WS-CT-VIA

            PERFORM P12-ABRE-LIVROREG     THRU P12-ABRE-LIVROREG-FIM
            IF NOT FLV-OK
               GO TO P2-EMITE-FIM
            END-IF
            MOVE WS-CT-NR                 TO NR-REGISTRO-LIV
            MOVE WS-CT-LIVRO              TO NR-LIVRO-LIV
            MOVE WS-CT-FOLHA              TO NR-FOLHA-LIV
            MOVE WS-CT-ALUNO              TO ID-ALUNO-LIV
            MOVE WS-CT-NOME               TO NM-ALUNO-LIV
            MOVE WS-CT-NASC               TO DT-NASC-LIV
            MOVE WS-CT-SERIE              TO ID-SERIE-LIV
            MOVE WS-CT-NM-SERIE           TO NM-SERIE-LIV
            MOVE WS-CT-ANO                TO ANO-CONCLUSAO-LIV
            MOVE WS-CT-DT-REGISTRO        TO DT-REGISTRO-LIV
            MOVE WS-AUD-OPERADOR          TO OP-REGISTRO-LIV
            MOVE 1                        TO QT-VIAS-LIV
            MOVE WS-DATA-HOJE             TO DT-ULT-VIA-LIV
            WRITE REG-LIVROREG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O REGISTRO NO LIVRO'
                    CLOSE LIVROREG
                    GO TO P2-EMITE-FIM
            END-WRITE
            CLOSE LIVROREG

            PERFORM P13-GERA-CODIGO       THRU P13-GERA-CODIGO-FIM
            PERFORM P11-IMPRIME           THRU P11-IMPRIME-FIM
            PERFORM P14-REGISTRA-CODIGO   THRU P14-REGISTRA-CODIGO-FIM

            DISPLAY 'CERTIFICADO REGISTRADO: NR ' WS-CT-NR
                    ' LIVRO ' WS-CT-LIVRO ' FOLHA ' WS-CT-FOLHA
            DISPLAY 'EMITIDO NO ARQUIVO DE IMPRESSAO.'
            IF WS-AUT-CODIGO NOT EQUAL SPACES
               DISPLAY 'CODIGO DE VERIFICACAO: ' WS-AUT-CODIGO
            END-IF

            MOVE 'CERTCONC'               TO WS-AUD-PROGRAMA
            MOVE 'REGISTRO'               TO WS-AUD-OPERACAO
            STRING 'CERTIFICADO ' WS-CT-NR ' ALUNO '
                   WS-ID-ALUNO-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-EMITE-FIM.

      *CONSULTA O REGISTRO DO CERTIFICADO DE UM ALUNO NO LIVRO
       P3-CONSULTA.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF

            SET FLV-OK                    TO TRUE
            OPEN INPUT LIVROREG
            IF NOT FLV-OK
               DISPLAY 'NENHUM CERTIFICADO REGISTRADO ATE O MOMENTO.'
               CLOSE LIVROREG
               GO TO P3-CONSULTA-FIM
            END-IF
            PERFORM P9-BUSCA-REGISTRO     THRU P9-BUSCA-REGISTRO-FIM
            IF ACHOU
               DISPLAY 'CERTIFICADO DE CONCLUSAO REGISTRADO:'
               DISPLAY '  NUMERO     : ' NR-REGISTRO-LIV
                       '  LIVRO: ' NR-LIVRO-LIV
                       '  FOLHA: ' NR-FOLHA-LIV
               DISPLAY '  ALUNO      : ' ID-ALUNO-LIV ' - '
                       FUNCTION TRIM(NM-ALUNO-LIV)
               DISPLAY '  SERIE      : ' ID-SERIE-LIV ' - '
                       FUNCTION TRIM(NM-SERIE-LIV)
               DISPLAY '  CONCLUSAO  : ' ANO-CONCLUSAO-LIV
               DISPLAY '  REGISTRO EM: ' DT-REGISTRO-LIV
                       '  OPERADOR: ' OP-REGISTRO-LIV
               DISPLAY '  VIAS       : ' QT-VIAS-LIV
                       '  ULTIMA EM: ' DT-ULT-VIA-LIV
            ELSE
               DISPLAY 'ALUNO SEM CERTIFICADO REGISTRADO NO LIVRO.'
            END-IF
            CLOSE LIVROREG
            .
       P3-CONSULTA-FIM.

      *REIMPRIME O CERTIFICADO DE UM ALUNO COM O NUMERO, LIVRO E
      *FOLHA DO REGISTRO ORIGINAL, CONTANDO A NOVA VIA NO LIVRO
       P4-REIMPRIME.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF

            SET FLV-OK                    TO TRUE
            OPEN I-O LIVROREG
            IF NOT FLV-OK
               DISPLAY 'NENHUM CERTIFICADO REGISTRADO ATE O MOMENTO.'
               CLOSE LIVROREG
               GO TO P4-REIMPRIME-FIM
            END-IF
            PERFORM P9-BUSCA-REGISTRO     THRU P9-BUSCA-REGISTRO-FIM
            IF NOT ACHOU
               DISPLAY 'ALUNO SEM CERTIFICADO REGISTRADO NO LIVRO.'
               CLOSE LIVROREG
               GO TO P4-REIMPRIME-FIM
            END-IF

            IF QT-VIAS-LIV LESS THAN 99
               ADD 1                      TO QT-VIAS-LIV
            END-IF
            MOVE WS-DATA-HOJE             TO DT-ULT-VIA-LIV
            REWRITE REG-LIVROREG
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR O REGISTRO NO LIVRO'
                    CLOSE LIVROREG
                    GO TO P4-REIMPRIME-FIM
            END-REWRITE

            MOVE NR-REGISTRO-LIV          TO WS-CT-NR
            MOVE NR-LIVRO-LIV             TO WS-CT-LIVRO
            MOVE NR-FOLHA-LIV             TO WS-CT-FOLHA
            MOVE ID-ALUNO-LIV             TO WS-CT-ALUNO
            MOVE NM-ALUNO-LIV             TO WS-CT-NOME
            MOVE DT-NASC-LIV              TO WS-CT-NASC
            MOVE ID-SERIE-LIV             TO WS-CT-SERIE
            MOVE NM-SERIE-LIV             TO WS-CT-NM-SERIE
            MOVE ANO-CONCLUSAO-LIV        TO WS-CT-ANO
            MOVE DT-REGISTRO-LIV          TO WS-CT-DT-REGISTRO
            MOVE SPACES                   TO WS-CT-VIA
            STRING 'VIA ' QT-VIAS-LIV ' (REIMPRESSAO)'
                   DELIMITED BY SIZE
                   INTO WS-CT-VIA
            END-STRING
            CLOSE LIVROREG

            PERFORM P6-CARREGA-GRADE      THRU P6-CARREGA-GRADE-FIM
            PERFORM P13-GERA-CODIGO       THRU P13-GERA-CODIGO-FIM
            PERFORM P11-IMPRIME           THRU P11-IMPRIME-FIM
            PERFORM P14-REGISTRA-CODIGO   THRU P14-REGISTRA-CODIGO-FIM
            DISPLAY 'CERTIFICADO NR ' WS-CT-NR ' REIMPRESSO - '
                    FUNCTION TRIM(WS-CT-VIA)
            IF WS-AUT-CODIGO NOT EQUAL SPACES
               DISPLAY 'CODIGO DE VERIFICACAO: ' WS-AUT-CODIGO
            END-IF

            MOVE 'CERTCONC'               TO WS-AUD-PROGRAMA
            MOVE 'REIMPRIME'              TO WS-AUD-OPERACAO
            STRING 'CERTIFICADO ' WS-CT-NR ' ALUNO '
                   WS-ID-ALUNO-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P4-REIMPRIME-FIM.

      *LOCALIZA A SERIE CONCLUIDA PELO ALUNO (A DA TURMA DELE NO
      *ROTEIRO, OU A INFORMADA SE ELE JA NAO ESTA EM TURMA) E CONFERE
      *QUE E A SERIE FINAL; WS-CT-SERIE ZERO SE NAO FOR
       P5-SERIE-DO-ALUNO.
            MOVE ZEROS                    TO WS-CT-SERIE
                                             WS-ID-TURMA-ALUNO
                                             WS-ID-SERIE-INF
            MOVE SPACES                   TO WS-CT-NM-SERIE
            SET EOF-OK                    TO FALSE
            SET FTL-OK                    TO TRUE
            OPEN INPUT TURMALUNO
            IF FTL-OK
               PERFORM UNTIL EOF-OK
                   READ TURMALUNO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO6 EQUAL WS-ID-ALUNO-INF
                              MOVE ID-TURMA6 TO WS-ID-TURMA-ALUNO
                              SET EOF-OK     TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TURMALUNO

            IF WS-ID-TURMA-ALUNO GREATER THAN ZEROS
               SET FT-OK                  TO TRUE
               OPEN INPUT TURMA
               IF FT-OK
                  MOVE WS-ID-TURMA-ALUNO  TO ID-TURMA
                  READ TURMA
                      KEY IS ID-TURMA
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE ID-SERIE-TURMA TO WS-ID-SERIE-INF
                  END-READ
               END-IF
               CLOSE TURMA
            END-IF
            IF WS-ID-SERIE-INF EQUAL ZEROS
               DISPLAY 'ALUNO SEM TURMA COM SERIE NO ROTEIRO.'
               DISPLAY 'Informe a serie concluida: '
               ACCEPT WS-ID-SERIE-INF
            END-IF

            SET FSE-OK                    TO TRUE
            OPEN INPUT SERIE
            IF NOT FSE-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SERIES'
               CLOSE SERIE
               GO TO P5-SERIE-DO-ALUNO-FIM
            END-IF
            MOVE WS-ID-SERIE-INF          TO ID-SERIE
            READ SERIE
                KEY IS ID-SERIE
                INVALID KEY
                    DISPLAY 'SERIE NAO CADASTRADA!'
                    CLOSE SERIE
                    GO TO P5-SERIE-DO-ALUNO-FIM
            END-READ
            CLOSE SERIE
            IF ID-SERIE-SEGUINTE NOT EQUAL ZEROS
               DISPLAY 'A SERIE ' FUNCTION TRIM(NM-SERIE)
                       ' NAO E A SERIE FINAL - NAO HA CONCLUSAO.'
               GO TO P5-SERIE-DO-ALUNO-FIM
            END-IF
            MOVE ID-SERIE                 TO WS-CT-SERIE
            MOVE NM-SERIE                 TO WS-CT-NM-SERIE
            .
       P5-SERIE-DO-ALUNO-FIM.

      *CARREGA AS MATERIAS DA GRADE CURRICULAR DA SERIE WS-CT-SERIE
       P6-CARREGA-GRADE.
            MOVE ZEROS                    TO WS-QT-GRADE
            MOVE SPACES                   TO WS-TAB-GRADE
            SET EOF-OK                    TO FALSE
            SET FGR-OK                    TO TRUE
            OPEN INPUT GRADE
            IF FGR-OK
               PERFORM UNTIL EOF-OK
                   READ GRADE NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF ID-SERIE-GR EQUAL WS-CT-SERIE AND
                              WS-QT-GRADE LESS THAN 30
                              ADD 1       TO WS-QT-GRADE
                              MOVE ID-MATERIA-GR
                                   TO WS-GR-MATERIA(WS-QT-GRADE)
                              MOVE NM-MATERIA-GR
                                   TO WS-GR-NOME(WS-QT-GRADE)
                              MOVE 'N'
                                   TO WS-GR-APROVADO(WS-QT-GRADE)
                              MOVE ZEROS
                                   TO WS-GR-ANO(WS-QT-GRADE)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE GRADE
            .
       P6-CARREGA-GRADE-FIM.

      *PROCURA A APROVACAO DO ALUNO EM CADA MATERIA DA GRADE NO
      *HISTORICO DE APROVADOS E NAS GUARDAS DOS ANOS FECHADOS; O ANO
      *DE CONCLUSAO E O DA ULTIMA APROVACAO ENCONTRADA
       P7-VERIFICA-APROVACAO.
            MOVE ZEROS                    TO WS-CT-ANO
                                             WS-QT-PENDENTES
            SET EOF-OK                    TO FALSE
            SET FAP-OK                    TO TRUE
            OPEN INPUT APROVACAO1
            IF FAP-OK
               PERFORM UNTIL EOF-OK
                   READ APROVACAO1 INTO WS-APROVADO
                       AT END
                          SET EOF-OK TO TRUE
                       NOT AT END
                          PERFORM P7B-MARCA-APROVACAO
                                  THRU P7B-MARCA-APROVACAO-FIM
                   END-READ
               END-PERFORM
            END-IF
            CLOSE APROVACAO1

            SET EOF-OK                    TO FALSE
            SET FAF-OK                    TO TRUE
            OPEN INPUT ANOFECH
            IF FAF-OK
               PERFORM UNTIL EOF-OK
                   READ ANOFECH NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE ANO-LETIVO-FECH TO WS-ANO-GUARDA
                           PERFORM P7A-LE-GUARDA-ANO
                                   THRU P7A-LE-GUARDA-ANO-FIM
                   END-READ
               END-PERFORM
            END-IF
            CLOSE ANOFECH

            PERFORM VARYING WS-IG FROM 1 BY 1
                    UNTIL WS-IG GREATER THAN WS-QT-GRADE
                IF WS-GR-APROVADO(WS-IG) EQUAL 'S'
                   IF WS-GR-ANO(WS-IG) GREATER THAN WS-CT-ANO
                      MOVE WS-GR-ANO(WS-IG) TO WS-CT-ANO
                   END-IF
                ELSE
                   ADD 1                  TO WS-QT-PENDENTES
                   DISPLAY 'SEM APROVACAO: ' WS-GR-MATERIA(WS-IG)
                           ' - ' WS-GR-NOME(WS-IG)
                END-IF
            END-PERFORM
            .
       P7-VERIFICA-APROVACAO-FIM.

      *LE A GUARDA DE APROVADOS DE UM ANO FECHADO (ANO SEM ARQUIVO
      *DE GUARDA E SIMPLESMENTE PULADO)
       P7A-LE-GUARDA-ANO.
            MOVE SPACES               TO WS-PATH-PREFIXO
            UNSTRING WS-PATH-APROVADOS DELIMITED BY '.DAT'
                INTO WS-PATH-PREFIXO
            END-UNSTRING
            MOVE SPACES               TO WS-PATH-ARQ-S4
            STRING FUNCTION TRIM(WS-PATH-PREFIXO) '.' WS-ANO-GUARDA
                   DELIMITED BY SIZE
                   INTO WS-PATH-ARQ-S4
            END-STRING

            SET EOF2-OK               TO FALSE
            SET FA4-OK                TO TRUE
            OPEN INPUT ARQS4
            IF FA4-OK
               PERFORM UNTIL EOF2-OK
                   READ ARQS4 NEXT RECORD INTO WS-APROVADO
                       AT END
                          SET EOF2-OK TO TRUE
                       NOT AT END
                          PERFORM P7B-MARCA-APROVACAO
                                  THRU P7B-MARCA-APROVACAO-FIM
                   END-READ
               END-PERFORM
               CLOSE ARQS4
            END-IF
            .
       P7A-LE-GUARDA-ANO-FIM.

      *MARCA NA GRADE A MATERIA DO LANCAMENTO DE APROVACAO LIDO, SE
      *FOR DO ALUNO INFORMADO
       P7B-MARCA-APROVACAO.
            IF WS-ID-ALUNO2 NOT EQUAL WS-ID-ALUNO-INF
               GO TO P7B-MARCA-APROVACAO-FIM
            END-IF
            PERFORM VARYING WS-IG FROM 1 BY 1
                    UNTIL WS-IG GREATER THAN WS-QT-GRADE
                IF WS-GR-MATERIA(WS-IG) EQUAL WS-ID-MATERIA2
                   MOVE 'S'               TO WS-GR-APROVADO(WS-IG)
                   IF WS-ANO-LETIVO2 GREATER THAN WS-GR-ANO(WS-IG)
                      MOVE WS-ANO-LETIVO2 TO WS-GR-ANO(WS-IG)
                   END-IF
                END-IF
            END-PERFORM
            .
       P7B-MARCA-APROVACAO-FIM.

      *CONTA AS DEPENDENCIAS EM ABERTO (SITUACAO A) DO ALUNO
       P8-DEPENDENCIAS.
            MOVE ZEROS                    TO WS-QT-DEPEND
            SET EOF-OK                    TO FALSE
            SET FDP-OK                    TO TRUE
            OPEN INPUT DEPENDENCIA
            IF FDP-OK
               PERFORM UNTIL EOF-OK
                   READ DEPENDENCIA NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO-DEP EQUAL WS-ID-ALUNO-INF AND
                              ST-DEPENDENCIA EQUAL 'A'
                              ADD 1       TO WS-QT-DEPEND
                              DISPLAY 'DEPENDENCIA EM ABERTO: '
                                      ID-MATERIA-DEP ' - '
                                      NM-MATERIA-DEP
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE DEPENDENCIA
            .
       P8-DEPENDENCIAS-FIM.

      *ALUNO DE CURSO TECNICO (COM ESTAGIO CADASTRADO) SO RECEBE O
      *CERTIFICADO COM A CARGA HORARIA EXIGIDA CUMPRIDA
       P8A-ESTAGIO.
            SET ESTAGIO-PENDENTE          TO FALSE
            SET FES-OK                    TO TRUE
            OPEN INPUT ESTAGIO
            IF FES-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO-EST
               READ ESTAGIO
                   KEY IS ID-ALUNO-EST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE QT-HORAS-EXIG-EST  TO WS-HORAS-EXIG
                       MOVE QT-HORAS-CUMPR-EST TO WS-HORAS-CUMPR
                       IF WS-HORAS-CUMPR LESS THAN WS-HORAS-EXIG
                          SET ESTAGIO-PENDENTE TO TRUE
                       END-IF
               END-READ
            END-IF
            CLOSE ESTAGIO
            .
       P8A-ESTAGIO-FIM.

      *PROCURA NO LIVRO (JA ABERTO) O REGISTRO DO ALUNO INFORMADO;
      *SE ACHAR, O REGISTRO FICA NA AREA DO ARQUIVO
       P9-BUSCA-REGISTRO.
            MOVE 'N'                      TO WS-ACHOU
            SET EOF2-OK                   TO FALSE
            PERFORM UNTIL EOF2-OK
                READ LIVROREG NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ID-ALUNO-LIV EQUAL WS-ID-ALUNO-INF
                           MOVE 'S'       TO WS-ACHOU
                           SET EOF2-OK    TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            .
       P9-BUSCA-REGISTRO-FIM.

      *NUMERO DO REGISTRO NO LIVRO: CONTADOR 33 DO CFP001S8
       P10-GERA-NUMERO.
            MOVE ZEROS                    TO WS-CT-NR
            SET FSC-OK                    TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF

            IF FSC-OK THEN
               MOVE 33                    TO ID-CONTADOR
               READ CONTADOR
                   INVALID KEY
                       MOVE ZEROS         TO NR-ULTIMO-REGISTRO
               END-READ

               ADD 1                      TO NR-ULTIMO-REGISTRO
               MOVE NR-ULTIMO-REGISTRO    TO WS-CT-NR

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

      *IMPRIME O CERTIFICADO NO ARQUIVO DE IMPRESSAO (PRINT-IMAGE)
      *COM AS MATERIAS DA GRADE CURRICULAR E OS DADOS DO REGISTRO
       P11-IMPRIME.
            SET FBOL-OK                   TO TRUE
            MOVE WS-PATH-BOLETIM          TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND BOLETIM
            IF WS-FBOL EQUAL 35
               OPEN OUTPUT BOLETIM
            END-IF
            IF NOT FBOL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
               GO TO P11-IMPRIME-ENCERRA
            END-IF

            MOVE ALL '='                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-CRT
            STRING 'CERTIFICADO DE CONCLUSAO NR ' WS-CT-NR
                   '  (' FUNCTION TRIM(WS-CT-VIA) ')'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CRT
            END-STRING
            MOVE WS-LINHA-CRT             TO REG-BOLETIM
            WRITE REG-BOLETIM

            MOVE 'CERTIFICAMOS QUE O(A) ALUNO(A):'
                                          TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-CRT
            STRING '  ' WS-CT-ALUNO ' - '
                   FUNCTION TRIM(WS-CT-NOME)
                   '   NASCIDO(A) EM: ' WS-CT-NASC
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CRT
            END-STRING
            MOVE WS-LINHA-CRT             TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-CRT
            STRING 'CONCLUIU A SERIE ' FUNCTION TRIM(WS-CT-NM-SERIE)
                   ' NO ANO LETIVO DE ' WS-CT-ANO ','
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CRT
            END-STRING
            MOVE WS-LINHA-CRT             TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE 'APROVADO(A) EM TODAS AS MATERIAS DA GRADE CURRICULAR:'
                                          TO REG-BOLETIM
            WRITE REG-BOLETIM
            PERFORM VARYING WS-IG FROM 1 BY 1
                    UNTIL WS-IG GREATER THAN WS-QT-GRADE
                MOVE SPACES               TO WS-LINHA-CRT
                STRING '  ' WS-GR-MATERIA(WS-IG) ' - '
                       WS-GR-NOME(WS-IG)
                       DELIMITED BY SIZE
                       INTO WS-LINHA-CRT
                END-STRING
                MOVE WS-LINHA-CRT         TO REG-BOLETIM
                WRITE REG-BOLETIM
            END-PERFORM

            MOVE ALL '-'                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-CRT
            STRING 'REGISTRADO SOB O NR ' WS-CT-NR
                   '  LIVRO ' WS-CT-LIVRO
                   '  FOLHA ' WS-CT-FOLHA
                   '  EM ' WS-CT-DT-REGISTRO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CRT
            END-STRING
            MOVE WS-LINHA-CRT             TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-CRT
            STRING 'EMITIDO EM: ' WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CRT
            END-STRING
            MOVE WS-LINHA-CRT             TO REG-BOLETIM
            WRITE REG-BOLETIM

            MOVE 'A SECRETARIA.'          TO REG-BOLETIM
            WRITE REG-BOLETIM
            IF WS-AUT-CODIGO NOT EQUAL SPACES
               MOVE SPACES                TO WS-LINHA-CRT
               STRING 'CODIGO DE VERIFICACAO: ' WS-AUT-CODIGO
                      ' - CONFIRA A AUTENTICIDADE NA SECRETARIA'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-CRT
               END-STRING
               MOVE WS-LINHA-CRT          TO REG-BOLETIM
               WRITE REG-BOLETIM
            END-IF
            MOVE WS-SALTO-PAGINA          TO REG-BOLETIM
            WRITE REG-BOLETIM
            .
       P11-IMPRIME-ENCERRA.
            CLOSE BOLETIM
            MOVE 'DOCUMENTO'              TO WS-SPL-TIPO
            MOVE 'CERTCONC'               TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P11-IMPRIME-FIM.

      *ABRE O LIVRO DE REGISTRO, CRIANDO-O SE NAO EXISTIR
       P12-ABRE-LIVROREG.
            SET FLV-OK                    TO TRUE
            OPEN I-O LIVROREG
            IF WS-FLV EQUAL 35
                 CLOSE LIVROREG
                 OPEN OUTPUT LIVROREG
                 CLOSE LIVROREG
                 OPEN I-O LIVROREG
            END-IF
            IF NOT FLV-OK
               DISPLAY 'ERRO AO ABRIR O LIVRO DE REGISTRO'
               MOVE WS-FLV TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FLV ' - ' WS-FS-MSG
               CLOSE LIVROREG
            END-IF
            .
       P12-ABRE-LIVROREG-FIM.

      *CODIGO DE VERIFICACAO DA VIA A IMPRIMIR: CADA VIA (ORIGINAL OU
      *REIMPRESSAO) GANHA O SEU PROPRIO CODIGO
       P13-GERA-CODIGO.
            MOVE 'CC'                     TO WS-AUT-TIPO
            MOVE WS-CT-ALUNO              TO WS-AUT-ID-ALUNO
            PERFORM V9-GERA-CODIGO        THRU V9-GERA-CODIGO-FIM
            .
       P13-GERA-CODIGO-FIM.

      *GRAVA O CODIGO DE VERIFICACAO IMPRESSO NO REGISTRO CENTRAL DE
      *AUTENTICIDADE (CFP001S104)
       P14-REGISTRA-CODIGO.
            MOVE WS-CT-NR                 TO WS-AUT-NR-DOC
            MOVE WS-CT-NOME               TO WS-AUT-NM-ALUNO
            MOVE WS-AUD-OPERADOR          TO WS-AUT-OPERADOR
            MOVE SPACES                   TO WS-AUT-DESCRICAO
            STRING 'CERTIFICADO ' WS-CT-NR ' ' WS-CT-VIA
                   DELIMITED BY SIZE
                   INTO WS-AUT-DESCRICAO
            END-STRING
            PERFORM V9-REGISTRA-CODIGO    THRU V9-REGISTRA-CODIGO-FIM
            .
       P14-REGISTRA-CODIGO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY AUTENDOC.

       P0-FIM.
            GOBACK.
       END PROGRAM CERTCONC.
