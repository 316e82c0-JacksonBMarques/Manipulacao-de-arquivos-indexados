      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: contagem diaria da merenda: le as chamadas do dia no
      *          diario (CFP001S20), conta cada aluno presente uma
      *          unica vez (o aluno se repete em todas as materias do
      *          dia), agrupa pelo turno da turma (CFP001S5) e cruza
      *          com a ficha de saude (CFP001S55) para separar quem
      *          tem alergia ou restricao alimentar. emite a folha de
      *          contagem por turno e a lista dos presentes com
      *          restricao no arquivo de impressao e grava os totais
      *          do dia no CFP001S77. o fechamento do mes gera o
      *          arquivo CFP001T10.CSV para o relatorio de verba da
      *          merenda enviado ao municipio
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA CONTAGEM DIARIA DA MERENDA
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERENDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
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

                SELECT SAUDE ASSIGN TO WS-PATH-SAUDE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-SAU
                FILE STATUS IS WS-FSA.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT MERENDA ASSIGN TO WS-PATH-MERENDA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-MERENDA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FMR.

                SELECT INTERFACE-MER ASSIGN TO WS-PATH-MERENDACSV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIN.

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
       FD CHAMADA.
          COPY CFPK0016.
       FD TURMA.
          COPY CFPK0005.
       FD SAUDE.
          COPY CFPK0046.
       FD ALUNO.
          COPY CFPK0001.
       FD MERENDA.
          COPY CFPK0068.
       FD INTERFACE-MER.
       01 REG-INTERFACE                   PIC X(80).
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
       77 WS-FCH                          PIC 99.
          88 FCH-OK                       VALUE 0.
       77 WS-FT                           PIC 99.
          88 FT-OK                        VALUE 0.
       77 WS-FSA                          PIC 99.
          88 FSA-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FMR                          PIC 99.
          88 FMR-OK                       VALUE 0.
       77 WS-FIN                          PIC 99.
          88 FIN-OK                       VALUE 0.
       77 WS-FBOL                         PIC 99.
          88 FBOL-OK                      VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-DT-INF                       PIC 9(08) VALUE ZEROS.
       77 WS-AAAAMM-INF                   PIC 9(06) VALUE ZEROS.
       77 WS-AAAAMM-MER                   PIC 9(06) VALUE ZEROS.
      *ARQUIVOS DE CONSULTA ABERTOS (O STATUS MUDA A CADA LEITURA)
       77 WS-TURMA-ABERTA                 PIC X VALUE 'N'.
          88 TURMA-ABERTA                 VALUE 'S' FALSE 'N'.
       77 WS-SAUDE-ABERTA                 PIC X VALUE 'N'.
          88 SAUDE-ABERTA                 VALUE 'S' FALSE 'N'.
       77 WS-ALUNO-ABERTO                 PIC X VALUE 'N'.
          88 ALUNO-ABERTO                 VALUE 'S' FALSE 'N'.
      *ALUNOS PRESENTES NO DIA (CADA ALUNO UMA VEZ, ATE 2000)
       77 WS-QT-PRES                      PIC 9(04) VALUE ZEROS.
       77 WS-IP                           PIC 9(04) VALUE ZEROS.
       77 WS-IP-ACHADO                    PIC 9(04) VALUE ZEROS.
       77 WS-QT-IGNORADOS                 PIC 9(04) VALUE ZEROS.
       01 WS-TAB-PRESENTES.
          03 WS-PRE-ENT OCCURS 2000 TIMES.
             05 WS-PRE-ALUNO              PIC 9(05).
             05 WS-PRE-TURMA              PIC 9(03).
             05 WS-PRE-IX-TURNO           PIC 9(02).
             05 WS-PRE-RESTRICAO          PIC X(01).
      *TOTAIS POR TURNO (ATE 10 TURNOS)
       77 WS-QT-TURNOS                    PIC 9(02) VALUE ZEROS.
       77 WS-IX                           PIC 9(02) VALUE ZEROS.
       77 WS-IX-ACHADO                    PIC 9(02) VALUE ZEROS.
       01 WS-TAB-TURNOS.
          03 WS-TUR-ENT OCCURS 10 TIMES.
             05 WS-TUR-NOME               PIC X(10).
             05 WS-TUR-PRESENTES          PIC 9(05).
             05 WS-TUR-RESTRICAO          PIC 9(05).
             05 WS-TUR-DIAS               PIC 9(03).
      *TURNO CORRENTE E TOTAIS GERAIS
       77 WS-TURNO-ATUAL                  PIC X(10) VALUE SPACES.
       77 WS-TOT-PRESENTES                PIC 9(07) VALUE ZEROS.
       77 WS-TOT-RESTRICAO                PIC 9(07) VALUE ZEROS.
       77 WS-TOT-DIAS                     PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-MER                    PIC X(80) VALUE SPACES.
      *SALTO DE PAGINA (FORM FEED) APOS A FOLHA IMPRESSA
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
            DISPLAY '*** MERENDA ESCOLAR - CONTAGEM DE ALUNOS ***'
            DISPLAY 'TECLE <D> PARA A CONTAGEM DO DIA,'
            DISPLAY '<M> PARA OS TOTAIS DO MES (VERBA DA MERENDA)'
            DISPLAY 'OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'D'
                WHEN 'd'
                    PERFORM P2-CONTAGEM   THRU P2-CONTAGEM-FIM
                WHEN 'M'
                WHEN 'm'
                    PERFORM P7-MENSAL     THRU P7-MENSAL-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *CONTAGEM DO DIA: PRESENTES POR TURNO E PRESENTES COM
      *RESTRICAO ALIMENTAR, IMPRESSOS E GRAVADOS NO CFP001S77
       P2-CONTAGEM.
            DISPLAY 'Informe a data da contagem (AAAAMMDD, 0 = hoje): '
            ACCEPT WS-DT-INF
            IF WS-DT-INF EQUAL ZEROS
               MOVE WS-DATA-HOJE          TO WS-DT-INF
            END-IF

            SET FCH-OK                    TO TRUE
            OPEN INPUT CHAMADA
            IF NOT FCH-OK
               DISPLAY 'NENHUMA CHAMADA LANCADA ATE O MOMENTO.'
               CLOSE CHAMADA
               GO TO P2-CONTAGEM-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-PRES
                                             WS-QT-IGNORADOS
                                             WS-QT-TURNOS
            SET EOF-OK                    TO FALSE
            MOVE WS-DT-INF                TO DT-CHAMADA
            MOVE ZEROS                    TO ID-TURMA-CH
                                             ID-MATERIA-CH
                                             ID-ALUNO-CH
            START CHAMADA KEY NOT LESS THAN ID-CHAMADA
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM P3-LE-CHAMADA         THRU P3-LE-CHAMADA-FIM
                    UNTIL EOF-OK
            CLOSE CHAMADA

            IF WS-QT-PRES EQUAL ZEROS
               DISPLAY 'NENHUM ALUNO PRESENTE NA CHAMADA DE '
                       WS-DT-INF '.'
               GO TO P2-CONTAGEM-FIM
            END-IF
            IF WS-QT-IGNORADOS GREATER THAN ZEROS
               DISPLAY 'ATENCAO: ' WS-QT-IGNORADOS
                       ' ALUNO(S) ALEM DO LIMITE DA CONTAGEM.'
            END-IF

      *     TURNO DE CADA PRESENTE E MARCA DE RESTRICAO ALIMENTAR
            SET FT-OK                     TO TRUE
            OPEN INPUT TURMA
            IF FT-OK
               SET TURMA-ABERTA           TO TRUE
            ELSE
               SET TURMA-ABERTA           TO FALSE
            END-IF
            SET FSA-OK                    TO TRUE
            OPEN INPUT SAUDE
            IF FSA-OK
               SET SAUDE-ABERTA           TO TRUE
            ELSE
               SET SAUDE-ABERTA           TO FALSE
               DISPLAY 'NENHUMA FICHA DE SAUDE CADASTRADA.'
            END-IF
            PERFORM P4-CLASSIFICA         THRU P4-CLASSIFICA-FIM
                    VARYING WS-IP FROM 1 BY 1
                    UNTIL WS-IP GREATER THAN WS-QT-PRES
            CLOSE TURMA

            PERFORM P5-IMPRIME-FOLHA      THRU P5-IMPRIME-FOLHA-FIM
            CLOSE SAUDE

            PERFORM P6-GRAVA-TOTAIS       THRU P6-GRAVA-TOTAIS-FIM

            MOVE 'MERENDA'                TO WS-AUD-PROGRAMA
            MOVE 'CONTAGEM'               TO WS-AUD-OPERACAO
            STRING 'DATA ' WS-DT-INF ' PRESENTES ' WS-QT-PRES
                   ' RESTRICAO ' WS-TOT-RESTRICAO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-CONTAGEM-FIM.

      *LE UMA CHAMADA DO DIA E GUARDA O ALUNO PRESENTE UMA UNICA VEZ
       P3-LE-CHAMADA.
            READ CHAMADA NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P3-LE-CHAMADA-FIM
            END-READ

            IF DT-CHAMADA NOT EQUAL WS-DT-INF
               SET EOF-OK                 TO TRUE
               GO TO P3-LE-CHAMADA-FIM
            END-IF
            IF FL-PRESENTE EQUAL 'N'
               GO TO P3-LE-CHAMADA-FIM
            END-IF

            MOVE ZEROS                    TO WS-IP-ACHADO
            IF WS-QT-PRES GREATER THAN ZEROS
               PERFORM VARYING WS-IP FROM 1 BY 1
                       UNTIL WS-IP GREATER THAN WS-QT-PRES
                          OR WS-IP-ACHADO GREATER THAN ZEROS
                   IF WS-PRE-ALUNO(WS-IP) EQUAL ID-ALUNO-CH
                      MOVE WS-IP          TO WS-IP-ACHADO
                   END-IF
               END-PERFORM
            END-IF
            IF WS-IP-ACHADO GREATER THAN ZEROS
               GO TO P3-LE-CHAMADA-FIM
            END-IF

            IF WS-QT-PRES EQUAL 2000
               ADD 1                      TO WS-QT-IGNORADOS
               GO TO P3-LE-CHAMADA-FIM
            END-IF
            ADD 1                         TO WS-QT-PRES
            MOVE ID-ALUNO-CH              TO WS-PRE-ALUNO(WS-QT-PRES)
            MOVE ID-TURMA-CH              TO WS-PRE-TURMA(WS-QT-PRES)
            MOVE ZEROS                 TO WS-PRE-IX-TURNO(WS-QT-PRES)
            MOVE 'N'                   TO WS-PRE-RESTRICAO(WS-QT-PRES)
            .
       P3-LE-CHAMADA-FIM.

      *TURNO DA TURMA DO ALUNO PRESENTE (WS-IP) E RESTRICAO ALIMENTAR
      *NA FICHA DE SAUDE; ACUMULA NOS TOTAIS DO TURNO
       P4-CLASSIFICA.
            MOVE 'INDEFINIDO'             TO WS-TURNO-ATUAL
            IF TURMA-ABERTA
               MOVE WS-PRE-TURMA(WS-IP)   TO ID-TURMA
               READ TURMA
                   KEY IS ID-TURMA
                   NOT INVALID KEY
                       IF TURNO-TURMA NOT EQUAL SPACES
                          MOVE TURNO-TURMA TO WS-TURNO-ATUAL
                       END-IF
               END-READ
            END-IF

            MOVE ZEROS                    TO WS-IX-ACHADO
            IF WS-QT-TURNOS GREATER THAN ZEROS
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER THAN WS-QT-TURNOS
                   IF WS-TUR-NOME(WS-IX) EQUAL WS-TURNO-ATUAL
                      MOVE WS-IX          TO WS-IX-ACHADO
                   END-IF
               END-PERFORM
            END-IF
            IF WS-IX-ACHADO EQUAL ZEROS AND WS-QT-TURNOS LESS THAN 10
               ADD 1                      TO WS-QT-TURNOS
               MOVE WS-QT-TURNOS          TO WS-IX-ACHADO
               MOVE WS-TURNO-ATUAL        TO WS-TUR-NOME(WS-IX-ACHADO)
               MOVE ZEROS TO WS-TUR-PRESENTES(WS-IX-ACHADO)
               MOVE ZEROS TO WS-TUR-RESTRICAO(WS-IX-ACHADO)
               MOVE ZEROS TO WS-TUR-DIAS(WS-IX-ACHADO)
            END-IF
            IF WS-IX-ACHADO EQUAL ZEROS
               GO TO P4-CLASSIFICA-FIM
            END-IF

            MOVE WS-IX-ACHADO             TO WS-PRE-IX-TURNO(WS-IP)
            ADD 1 TO WS-TUR-PRESENTES(WS-IX-ACHADO)

            IF SAUDE-ABERTA
               MOVE WS-PRE-ALUNO(WS-IP)   TO ID-ALUNO-SAU
               READ SAUDE
                   KEY IS ID-ALUNO-SAU
                   NOT INVALID KEY
                       IF DS-ALERGIAS NOT EQUAL SPACES
                          OR DS-RESTRICOES NOT EQUAL SPACES
                          MOVE 'S' TO WS-PRE-RESTRICAO(WS-IP)
                          ADD 1 TO WS-TUR-RESTRICAO(WS-IX-ACHADO)
                       END-IF
               END-READ
            END-IF
            .
       P4-CLASSIFICA-FIM.

      *FOLHA DE CONTAGEM POR TURNO E LISTA DOS PRESENTES COM
      *RESTRICAO ALIMENTAR, NA TELA E NO ARQUIVO DE IMPRESSAO
       P5-IMPRIME-FOLHA.
            SET FBOL-OK                   TO TRUE
            MOVE WS-PATH-BOLETIM          TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND BOLETIM
            IF WS-FBOL EQUAL 35
               OPEN OUTPUT BOLETIM
            END-IF
            IF NOT FBOL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
               GO TO P5-IMPRIME-FOLHA-FIM
            END-IF

            MOVE ALL '='                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-MER
            STRING 'MERENDA ESCOLAR - CONTAGEM DO DIA ' WS-DT-INF
                   DELIMITED BY SIZE
                   INTO WS-LINHA-MER
            END-STRING
            MOVE WS-LINHA-MER             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-MER
            MOVE 'TURNO       PRESENTES  COM RESTRICAO'
                                          TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY REG-BOLETIM

            MOVE ZEROS                    TO WS-TOT-PRESENTES
                                             WS-TOT-RESTRICAO
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-TURNOS
                MOVE SPACES               TO WS-LINHA-MER
                STRING WS-TUR-NOME(WS-IX) '  '
                       WS-TUR-PRESENTES(WS-IX) '      '
                       WS-TUR-RESTRICAO(WS-IX)
                       DELIMITED BY SIZE
                       INTO WS-LINHA-MER
                END-STRING
                MOVE WS-LINHA-MER         TO REG-BOLETIM
                WRITE REG-BOLETIM
                DISPLAY WS-LINHA-MER
                ADD WS-TUR-PRESENTES(WS-IX) TO WS-TOT-PRESENTES
                ADD WS-TUR-RESTRICAO(WS-IX) TO WS-TOT-RESTRICAO
            END-PERFORM
            MOVE ALL '-'                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-MER
            STRING 'TOTAL       ' WS-TOT-PRESENTES '    '
                   WS-TOT-RESTRICAO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-MER
            END-STRING
            MOVE WS-LINHA-MER             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-MER

            IF WS-TOT-RESTRICAO GREATER THAN ZEROS
               MOVE SPACES                TO REG-BOLETIM
               WRITE REG-BOLETIM
               MOVE 'PRESENTES COM ALERGIA OU RESTRICAO ALIMENTAR'
                                          TO REG-BOLETIM
               WRITE REG-BOLETIM
               DISPLAY REG-BOLETIM
               SET FLS-OK                 TO TRUE
               OPEN INPUT ALUNO
               IF FLS-OK
                  SET ALUNO-ABERTO        TO TRUE
               ELSE
                  SET ALUNO-ABERTO        TO FALSE
               END-IF
               PERFORM P5A-LINHA-RESTRICAO
                       THRU P5A-LINHA-RESTRICAO-FIM
                       VARYING WS-IP FROM 1 BY 1
                       UNTIL WS-IP GREATER THAN WS-QT-PRES
               CLOSE ALUNO
            END-IF

            MOVE WS-SALTO-PAGINA          TO REG-BOLETIM
            WRITE REG-BOLETIM
            CLOSE BOLETIM
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'MERENDA'                TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P5-IMPRIME-FOLHA-FIM.

      *UM ALUNO PRESENTE COM RESTRICAO: TURNO, NOME, ALERGIAS E
      *RESTRICOES DA FICHA DE SAUDE
       P5A-LINHA-RESTRICAO.
            IF WS-PRE-RESTRICAO(WS-IP) NOT EQUAL 'S'
               GO TO P5A-LINHA-RESTRICAO-FIM
            END-IF

            MOVE SPACES                   TO NM-ALUNO
            IF ALUNO-ABERTO
               MOVE WS-PRE-ALUNO(WS-IP)   TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       MOVE SPACES        TO NM-ALUNO
               END-READ
            END-IF
            MOVE WS-PRE-ALUNO(WS-IP)      TO ID-ALUNO-SAU
            READ SAUDE
                KEY IS ID-ALUNO-SAU
                INVALID KEY
                    MOVE SPACES           TO DS-ALERGIAS
                                             DS-RESTRICOES
            END-READ

            MOVE WS-PRE-IX-TURNO(WS-IP)   TO WS-IX
            MOVE SPACES                   TO WS-LINHA-MER
            STRING WS-TUR-NOME(WS-IX) ' ' WS-PRE-ALUNO(WS-IP) ' '
                   NM-ALUNO ' TURMA ' WS-PRE-TURMA(WS-IP)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-MER
            END-STRING
            MOVE WS-LINHA-MER             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-MER
            IF DS-ALERGIAS NOT EQUAL SPACES
               MOVE SPACES                TO WS-LINHA-MER
               STRING '     ALERGIAS: ' DS-ALERGIAS
                      DELIMITED BY SIZE
                      INTO WS-LINHA-MER
               END-STRING
               MOVE WS-LINHA-MER          TO REG-BOLETIM
               WRITE REG-BOLETIM
               DISPLAY WS-LINHA-MER
            END-IF
            IF DS-RESTRICOES NOT EQUAL SPACES
               MOVE SPACES                TO WS-LINHA-MER
               STRING '     RESTRICOES: ' DS-RESTRICOES
                      DELIMITED BY SIZE
                      INTO WS-LINHA-MER
               END-STRING
               MOVE WS-LINHA-MER          TO REG-BOLETIM
               WRITE REG-BOLETIM
               DISPLAY WS-LINHA-MER
            END-IF
            .
       P5A-LINHA-RESTRICAO-FIM.

      *GRAVA OS TOTAIS DO DIA POR TURNO; UMA NOVA APURACAO DO MESMO
      *DIA REGRAVA O REGISTRO
       P6-GRAVA-TOTAIS.
            SET FMR-OK                    TO TRUE
            OPEN I-O MERENDA
            IF WS-FMR EQUAL 35
                 CLOSE MERENDA
                 OPEN OUTPUT MERENDA
                 CLOSE MERENDA
                 OPEN I-O MERENDA
            END-IF
            IF NOT FMR-OK
               DISPLAY 'ERRO AO ABRIR OS TOTAIS DA MERENDA'
               MOVE WS-FMR TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FMR ' - ' WS-FS-MSG
               CLOSE MERENDA
               GO TO P6-GRAVA-TOTAIS-FIM
            END-IF

            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-TURNOS
                MOVE WS-DT-INF            TO DT-MERENDA
                MOVE WS-TUR-NOME(WS-IX)   TO TURNO-MER
                READ MERENDA
                    KEY IS ID-MERENDA
                    INVALID KEY
                        MOVE WS-TUR-PRESENTES(WS-IX)
                                          TO QT-PRESENTES-MER
                        MOVE WS-TUR-RESTRICAO(WS-IX)
                                          TO QT-RESTRICAO-MER
                        MOVE WS-DATA-HOJE TO DT-APURACAO-MER
                        MOVE LK-OPERADOR  TO OP-MERENDA
                        WRITE REG-MERENDA
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR O TURNO '
                                        TURNO-MER
                        END-WRITE
                    NOT INVALID KEY
                        MOVE WS-TUR-PRESENTES(WS-IX)
                                          TO QT-PRESENTES-MER
                        MOVE WS-TUR-RESTRICAO(WS-IX)
                                          TO QT-RESTRICAO-MER
                        MOVE WS-DATA-HOJE TO DT-APURACAO-MER
                        MOVE LK-OPERADOR  TO OP-MERENDA
                        REWRITE REG-MERENDA
                            INVALID KEY
                                DISPLAY 'ERRO AO REGRAVAR O TURNO '
                                        TURNO-MER
                        END-REWRITE
                END-READ
            END-PERFORM
            CLOSE MERENDA
            DISPLAY 'Totais do dia gravados!'
            .
       P6-GRAVA-TOTAIS-FIM.

      *TOTAIS DO MES POR TURNO (DIAS COM MERENDA, REFEICOES E
      *ALUNOS COM RESTRICAO) NO ARQUIVO DA VERBA DA MERENDA
       P7-MENSAL.
            DISPLAY 'Informe o mes (AAAAMM, 0 = mes atual): '
            ACCEPT WS-AAAAMM-INF
            IF WS-AAAAMM-INF EQUAL ZEROS
               COMPUTE WS-AAAAMM-INF = WS-DATA-HOJE / 100
               END-COMPUTE
            END-IF

            SET FMR-OK                    TO TRUE
            OPEN INPUT MERENDA
            IF NOT FMR-OK
               DISPLAY 'NENHUMA CONTAGEM DE MERENDA GRAVADA.'
               CLOSE MERENDA
               GO TO P7-MENSAL-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-TURNOS
            SET EOF-OK                    TO FALSE
            COMPUTE DT-MERENDA = WS-AAAAMM-INF * 100
            END-COMPUTE
            MOVE SPACES                   TO TURNO-MER
            START MERENDA KEY NOT LESS THAN ID-MERENDA
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM P8-ACUMULA-DIA        THRU P8-ACUMULA-DIA-FIM
                    UNTIL EOF-OK
            CLOSE MERENDA

            IF WS-QT-TURNOS EQUAL ZEROS
               DISPLAY 'NENHUMA CONTAGEM NO MES ' WS-AAAAMM-INF '.'
               GO TO P7-MENSAL-FIM
            END-IF

            SET FIN-OK                    TO TRUE
            OPEN OUTPUT INTERFACE-MER
            IF NOT FIN-OK
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DA VERBA DA MERENDA'
               MOVE WS-FIN TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FIN ' - ' WS-FS-MSG
               GO TO P7-MENSAL-FIM
            END-IF
            MOVE 'AAAAMM;TURNO;DIAS;REFEICOES;COM RESTRICAO'
                                          TO REG-INTERFACE
            WRITE REG-INTERFACE
            MOVE ZEROS                    TO WS-TOT-PRESENTES
                                             WS-TOT-RESTRICAO
                                             WS-TOT-DIAS
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-TURNOS
                MOVE SPACES               TO WS-LINHA-MER
                STRING WS-AAAAMM-INF ';'
                       WS-TUR-NOME(WS-IX) ';'
                       WS-TUR-DIAS(WS-IX) ';'
                       WS-TUR-PRESENTES(WS-IX) ';'
                       WS-TUR-RESTRICAO(WS-IX)
                       DELIMITED BY SIZE
                       INTO WS-LINHA-MER
                END-STRING
                MOVE WS-LINHA-MER         TO REG-INTERFACE
                WRITE REG-INTERFACE
                DISPLAY 'TURNO ' WS-TUR-NOME(WS-IX)
                        ' DIAS ' WS-TUR-DIAS(WS-IX)
                        ' REFEICOES ' WS-TUR-PRESENTES(WS-IX)
                        ' COM RESTRICAO ' WS-TUR-RESTRICAO(WS-IX)
                ADD WS-TUR-DIAS(WS-IX)      TO WS-TOT-DIAS
                ADD WS-TUR-PRESENTES(WS-IX) TO WS-TOT-PRESENTES
                ADD WS-TUR-RESTRICAO(WS-IX) TO WS-TOT-RESTRICAO
            END-PERFORM
            CLOSE INTERFACE-MER

            DISPLAY 'TOTAL DO MES: ' WS-TOT-PRESENTES ' REFEICOES, '
                    WS-TOT-RESTRICAO ' COM RESTRICAO.'
            DISPLAY 'Arquivo da verba da merenda gravado!'

            MOVE 'MERENDA'                TO WS-AUD-PROGRAMA
            MOVE 'MENSAL'                 TO WS-AUD-OPERACAO
            STRING 'MES ' WS-AAAAMM-INF ' REFEICOES '
                   WS-TOT-PRESENTES
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P7-MENSAL-FIM.

      *ACUMULA UM DIA/TURNO GRAVADO NOS TOTAIS DO MES
       P8-ACUMULA-DIA.
            READ MERENDA NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P8-ACUMULA-DIA-FIM
            END-READ

            COMPUTE WS-AAAAMM-MER = DT-MERENDA / 100
            END-COMPUTE
            IF WS-AAAAMM-MER NOT EQUAL WS-AAAAMM-INF
               SET EOF-OK                 TO TRUE
               GO TO P8-ACUMULA-DIA-FIM
            END-IF

            MOVE ZEROS                    TO WS-IX-ACHADO
            IF WS-QT-TURNOS GREATER THAN ZEROS
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER THAN WS-QT-TURNOS
                   IF WS-TUR-NOME(WS-IX) EQUAL TURNO-MER
                      MOVE WS-IX          TO WS-IX-ACHADO
                   END-IF
               END-PERFORM
            END-IF
            IF WS-IX-ACHADO EQUAL ZEROS AND WS-QT-TURNOS LESS THAN 10
               ADD 1                      TO WS-QT-TURNOS
               MOVE WS-QT-TURNOS          TO WS-IX-ACHADO
               MOVE TURNO-MER             TO WS-TUR-NOME(WS-IX-ACHADO)
               MOVE ZEROS TO WS-TUR-PRESENTES(WS-IX-ACHADO)
               MOVE ZEROS TO WS-TUR-RESTRICAO(WS-IX-ACHADO)
               MOVE ZEROS TO WS-TUR-DIAS(WS-IX-ACHADO)
            END-IF
            IF WS-IX-ACHADO EQUAL ZEROS
               GO TO P8-ACUMULA-DIA-FIM
            END-IF

            ADD 1                TO WS-TUR-DIAS(WS-IX-ACHADO)
            ADD QT-PRESENTES-MER TO WS-TUR-PRESENTES(WS-IX-ACHADO)
            ADD QT-RESTRICAO-MER TO WS-TUR-RESTRICAO(WS-IX-ACHADO)
            .
       P8-ACUMULA-DIA-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM MERENDA.
