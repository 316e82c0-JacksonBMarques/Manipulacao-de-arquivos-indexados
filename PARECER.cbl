      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: parecer descritivo dos alunos das series de avaliacao
      *          descritiva (anos iniciais, CFP001S29 com avaliacao D):
      *          lancamento do parecer por aluno, ano letivo, bimestre
      *          e area de desenvolvimento (materia da grade da serie)
      *          no CFP001S134 e consulta dos pareceres de um aluno.
      *          o boletim e o historico imprimem o parecer no lugar
      *          das notas; a promocao desses alunos e so pela
      *          frequencia
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO MODULO DE PARECER DESCRITIVO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARECER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PARECER ASSIGN TO WS-PATH-PARECER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PARECER
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPR.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

      * GRADE DA SERIE: AS AREAS DE DESENVOLVIMENTO AVALIADAS
                SELECT GRADE ASSIGN TO WS-PATH-GRADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-GRADE
                FILE STATUS IS WS-FGR.

      * PARAMETROS PEDAGOGICOS DA ESCOLA (NUMERO DE BIMESTRES)
                SELECT PARAMETRO ASSIGN TO WS-PATH-PARAMETRO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PARAMETRO
                FILE STATUS IS WS-FPA.

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

                SELECT VINCPROF ASSIGN TO WS-PATH-VINCPROF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS USUARIO-VPR
                FILE STATUS IS WS-ESC-FS.

                SELECT HORARIO ASSIGN TO WS-PATH-HORARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-HORARIO
                FILE STATUS IS WS-ESC-FH.

                SELECT TURMALUNO ASSIGN TO WS-PATH-TURMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO6
                FILE STATUS IS WS-FTL.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PARECER.
          COPY CFPK0126.
       FD ALUNO.
          COPY CFPK0001.
       FD GRADE.
          COPY CFPK0024.
       FD PARAMETRO.
          COPY CFPK0025.
       FD TURMA.
          COPY CFPK0005.
       FD SERIE.
          COPY CFPK0023.
       FD VINCPROF.
          COPY CFPK0097.
       FD HORARIO.
          COPY CFPK0017.
       FD TURMALUNO.
          COPY CFPK0011.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY ESCVARS.
       COPY DSCVARS.
      *ROTEIRO DE CHAMADA, CONSULTADO NO ESCOPO DO PROFESSOR E NA
      *IDENTIFICACAO DOS ALUNOS DESCRITIVOS
       77 WS-FTL                          PIC 99.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FGR                          PIC 99.
          88 FGR-OK                       VALUE 0.
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
      *NUMERO DE BIMESTRES DO ANO LETIVO (ENTRE 1 E 4; FORA DISSO
      *VALE O HISTORICO, 4)
       77 WS-QT-BIM                       PIC 9(01) VALUE 4.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-ID-MATERIA-INF               PIC 9(05) VALUE ZEROS.
       77 WS-NM-MATERIA-INF               PIC X(20) VALUE SPACES.
       77 WS-BIMESTRE-INF                 PIC 9(01) VALUE ZEROS.
       77 WS-ANO-INF                      PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-ANO-HOJE REDEFINES WS-DATA-HOJE PIC 9(04).
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-QT-LISTADAS                  PIC 9(03) VALUE ZEROS.
       77 WS-IL                           PIC 9(01) VALUE ZEROS.
      *LINHAS DO PARECER INFORMADAS NA TELA
       01 WS-TAB-LINHAS.
          03 WS-LINHA-PAR OCCURS 4 TIMES  PIC X(60).

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                        PIC X(01).
         03 LK-OPERADOR                   PIC X(15).
         03 LK-PERFIL                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
            PERFORM PB-LE-PARAMETROS THRU PB-LE-PARAMETROS-FIM
      *ESCOPO DO PROFESSOR: SO AS TURMAS/MATERIAS DA SUA GRADE
            MOVE LK-PERFIL                TO WS-ESC-PERFIL
            MOVE LK-OPERADOR              TO WS-ESC-OPERADOR
            MOVE 'PARECER'                TO WS-ESC-PROGRAMA
            PERFORM E9-CARREGA-ESCOPO     THRU E9-CARREGA-ESCOPO-FIM
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** PARECER DESCRITIVO (ANOS INICIAIS) ***'
            DISPLAY 'TECLE <L> PARA LANCAR/ALTERAR UM PARECER,'
            DISPLAY '<C> PARA CONSULTAR OS PARECERES DE UM ALUNO OU'
            DISPLAY '<S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'L'
                WHEN 'l'
                    PERFORM P2-LANCA      THRU P2-LANCA-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P3-CONSULTA   THRU P3-CONSULTA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *LANCA OU ALTERA O PARECER DE UM ALUNO/AREA/BIMESTRE/ANO. SO O
      *ALUNO DE TURMA DE SERIE DESCRITIVA TEM PARECER, E A AREA TEM DE
      *ESTAR NA GRADE DA SERIE DELE
       P2-LANCA.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF
            PERFORM P4-VALIDA-ALUNO       THRU P4-VALIDA-ALUNO-FIM
            IF NOT ACHOU
               GO TO P2-LANCA-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO WS-DSC-ALUNO
            PERFORM G9-VERIFICA-DESCRITIVO
                    THRU G9-VERIFICA-DESCRITIVO-FIM
            IF NOT DSC-DESCRITIVO
               DISPLAY 'ALUNO NAO ESTA EM TURMA DE SERIE DE AVALIACAO'
                       ' DESCRITIVA - AS NOTAS SAO LANCADAS NO'
                       ' LANCAMENTO DE NOTAS.'
               GO TO P2-LANCA-FIM
            END-IF

            DISPLAY 'Informe a area de desenvolvimento (codigo da'
                    ' materia da grade): '
            ACCEPT WS-ID-MATERIA-INF
            PERFORM P5-VALIDA-AREA        THRU P5-VALIDA-AREA-FIM
            IF NOT ACHOU
               GO TO P2-LANCA-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO WS-ESC-ALUNO
            MOVE WS-ID-MATERIA-INF        TO WS-ESC-MATERIA
            PERFORM E9-VERIFICA-ALUNO     THRU E9-VERIFICA-ALUNO-FIM
            IF NOT ESC-PERMITIDO
               GO TO P2-LANCA-FIM
            END-IF

            DISPLAY 'Informe o bimestre (1 a ' WS-QT-BIM '): '
            ACCEPT WS-BIMESTRE-INF
            IF WS-BIMESTRE-INF LESS THAN 1
               OR WS-BIMESTRE-INF GREATER THAN WS-QT-BIM
               DISPLAY 'BIMESTRE INVALIDO.'
               GO TO P2-LANCA-FIM
            END-IF
            DISPLAY 'Informe o ano letivo (AAAA, 0 = corrente): '
            ACCEPT WS-ANO-INF
            IF WS-ANO-INF EQUAL ZEROS
               MOVE WS-ANO-HOJE           TO WS-ANO-INF
            END-IF

            PERFORM P6-ABRE-PARECER       THRU P6-ABRE-PARECER-FIM
            IF NOT FPR-OK
               CLOSE PARECER
               GO TO P2-LANCA-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-PAR
            MOVE WS-ANO-INF               TO ANO-LETIVO-PAR
            MOVE WS-BIMESTRE-INF          TO NR-BIMESTRE-PAR
            MOVE WS-ID-MATERIA-INF        TO ID-MATERIA-PAR
            READ PARECER
                KEY IS ID-PARECER
                INVALID KEY
                    MOVE SPACES           TO WS-TAB-LINHAS
                NOT INVALID KEY
                    DISPLAY 'PARECER ATUAL:'
                    PERFORM VARYING WS-IL FROM 1 BY 1
                            UNTIL WS-IL GREATER THAN 4
                        MOVE DS-PARECER-PAR(WS-IL)
                                          TO WS-LINHA-PAR(WS-IL)
                        IF DS-PARECER-PAR(WS-IL) NOT EQUAL SPACES
                           DISPLAY '  ' DS-PARECER-PAR(WS-IL)
                        END-IF
                    END-PERFORM
            END-READ

            DISPLAY 'Parecer (ate 4 linhas de 60 caracteres; linha em'
                    ' branco encerra o texto):'
            MOVE SPACES                   TO WS-TAB-LINHAS
            PERFORM VARYING WS-IL FROM 1 BY 1
                    UNTIL WS-IL GREATER THAN 4
                DISPLAY 'Linha ' WS-IL ': '
                ACCEPT WS-LINHA-PAR(WS-IL)
                IF WS-LINHA-PAR(WS-IL) EQUAL SPACES
                   MOVE 5                 TO WS-IL
                END-IF
            END-PERFORM
            IF WS-LINHA-PAR(1) EQUAL SPACES
               DISPLAY 'PARECER EM BRANCO - NADA FOI GRAVADO.'
               CLOSE PARECER
               GO TO P2-LANCA-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-PAR
            MOVE WS-ANO-INF               TO ANO-LETIVO-PAR
            MOVE WS-BIMESTRE-INF          TO NR-BIMESTRE-PAR
            MOVE WS-ID-MATERIA-INF        TO ID-MATERIA-PAR
            MOVE WS-NM-MATERIA-INF        TO NM-MATERIA-PAR
            PERFORM VARYING WS-IL FROM 1 BY 1
                    UNTIL WS-IL GREATER THAN 4
                MOVE WS-LINHA-PAR(WS-IL)  TO DS-PARECER-PAR(WS-IL)
            END-PERFORM
            MOVE WS-DATA-HOJE             TO DT-PARECER-PAR
            MOVE LK-OPERADOR              TO OP-PARECER-PAR
            WRITE REG-PARECER
                INVALID KEY
                    REWRITE REG-PARECER
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR O PARECER'
                        NOT INVALID KEY
                            DISPLAY 'PARECER ATUALIZADO!'
                    END-REWRITE
                NOT INVALID KEY
                    DISPLAY 'PARECER LANCADO!'
            END-WRITE

            MOVE 'PARECER'                TO WS-AUD-PROGRAMA
            MOVE 'PARECER'                TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ALUNO ' WS-ID-ALUNO-INF ' AREA '
                   WS-ID-MATERIA-INF ' BIM ' WS-BIMESTRE-INF
                   ' ANO ' WS-ANO-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            CLOSE PARECER
            .
       P2-LANCA-FIM.

      *CONSULTA OS PARECERES DE UM ALUNO NUM ANO LETIVO, POR BIMESTRE
      *E AREA (A CHAVE JA VEM NESTA ORDEM)
       P3-CONSULTA.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF
            PERFORM P4-VALIDA-ALUNO       THRU P4-VALIDA-ALUNO-FIM
            IF NOT ACHOU
               GO TO P3-CONSULTA-FIM
            END-IF
            DISPLAY 'Informe o ano letivo (AAAA, 0 = corrente): '
            ACCEPT WS-ANO-INF
            IF WS-ANO-INF EQUAL ZEROS
               MOVE WS-ANO-HOJE           TO WS-ANO-INF
            END-IF

            MOVE ZEROS                    TO WS-QT-LISTADAS
            SET EOF-OK                    TO FALSE
            PERFORM P6-ABRE-PARECER       THRU P6-ABRE-PARECER-FIM
            IF FPR-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO-PAR
               MOVE WS-ANO-INF            TO ANO-LETIVO-PAR
               MOVE ZEROS                 TO NR-BIMESTRE-PAR
                                             ID-MATERIA-PAR
               START PARECER KEY NOT LESS THAN ID-PARECER
                   INVALID KEY
                       SET EOF-OK         TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ PARECER NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF ID-ALUNO-PAR NOT EQUAL WS-ID-ALUNO-INF
                              OR ANO-LETIVO-PAR NOT EQUAL WS-ANO-INF
                              SET EOF-OK  TO TRUE
                           ELSE
                              ADD 1       TO WS-QT-LISTADAS
                              DISPLAY 'BIM ' NR-BIMESTRE-PAR
                                      ' AREA ' ID-MATERIA-PAR ' - '
                                      FUNCTION TRIM(NM-MATERIA-PAR)
                                      ' (' OP-PARECER-PAR ')'
                              PERFORM VARYING WS-IL FROM 1 BY 1
                                      UNTIL WS-IL GREATER THAN 4
                                  IF DS-PARECER-PAR(WS-IL)
                                     NOT EQUAL SPACES
                                     DISPLAY '  '
                                             DS-PARECER-PAR(WS-IL)
                                  END-IF
                              END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-QT-LISTADAS EQUAL ZEROS
                  DISPLAY 'NENHUM PARECER PARA ESTE ALUNO NO ANO.'
               END-IF
            END-IF
            CLOSE PARECER
            .
       P3-CONSULTA-FIM.

      *VALIDA O ALUNO PELO CODIGO
       P4-VALIDA-ALUNO.
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
                       DISPLAY 'Aluno: ' ID-ALUNO ' - '
                               FUNCTION TRIM(NM-ALUNO)
                       MOVE 'S'           TO WS-ACHOU
               END-READ
            END-IF
            CLOSE ALUNO
            .
       P4-VALIDA-ALUNO-FIM.

      *VALIDA A AREA DE DESENVOLVIMENTO NA GRADE DA SERIE DO ALUNO
       P5-VALIDA-AREA.
            MOVE 'N'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-NM-MATERIA-INF
            SET FGR-OK                    TO TRUE
            OPEN INPUT GRADE
            IF FGR-OK
               MOVE WS-DSC-SERIE          TO ID-SERIE-GR
               MOVE WS-ID-MATERIA-INF     TO ID-MATERIA-GR
               READ GRADE
                   KEY IS ID-GRADE
                   INVALID KEY
                       DISPLAY 'AREA NAO CONSTA DA GRADE DA SERIE '
                               WS-DSC-SERIE '!'
                   NOT INVALID KEY
                       DISPLAY 'Area: ' ID-MATERIA-GR ' - '
                               FUNCTION TRIM(NM-MATERIA-GR)
                       MOVE NM-MATERIA-GR TO WS-NM-MATERIA-INF
                       MOVE 'S'           TO WS-ACHOU
               END-READ
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRADES'
               MOVE WS-FGR TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FGR ' - ' WS-FS-MSG
            END-IF
            CLOSE GRADE
            .
       P5-VALIDA-AREA-FIM.

      *ABRE O ARQUIVO DE PARECERES, CRIANDO-O SE NAO EXISTIR
       P6-ABRE-PARECER.
            SET FPR-OK                    TO TRUE
            OPEN I-O PARECER
            IF WS-FPR EQUAL 35
                 CLOSE PARECER
                 OPEN OUTPUT PARECER
                 CLOSE PARECER
                 OPEN I-O PARECER
            END-IF
            IF NOT FPR-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PARECERES'
               MOVE WS-FPR TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPR ' - ' WS-FS-MSG
            END-IF
            .
       P6-ABRE-PARECER-FIM.

      *LE O NUMERO DE BIMESTRES DO ARQUIVO CENTRAL DE PARAMETROS.
      *SEM ARQUIVO, SEM REGISTRO OU COM VALOR FORA DE 1 A 4, VALE O
      *HISTORICO DE 4 BIMESTRES
       PB-LE-PARAMETROS.
            SET FPA-OK                TO TRUE
            OPEN INPUT PARAMETRO
            IF FPA-OK
               MOVE 1                 TO ID-PARAMETRO
               READ PARAMETRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF QT-BIMESTRES IS NUMERIC
                          AND QT-BIMESTRES GREATER THAN 0
                          AND QT-BIMESTRES LESS THAN 5
                          MOVE QT-BIMESTRES TO WS-QT-BIM
                       END-IF
               END-READ
            END-IF
            CLOSE PARAMETRO
            .
       PB-LE-PARAMETROS-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY ESCOPROF.
       COPY ESCALUNO.
       COPY DSCSERIE.

       P0-FIM.
            GOBACK.
       END PROGRAM PARECER.
