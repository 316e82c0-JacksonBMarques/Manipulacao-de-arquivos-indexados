      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: geracao automatica do quadro de horarios: a partir
      *          da grade curricular de cada serie (CFP001S30) com a
      *          carga semanal de cada materia (CFP001S123), da
      *          disponibilidade dos professores (CFP001S122) e das
      *          salas cadastradas (CFP001S124), monta uma proposta
      *          completa para todas as turmas sem conflito (o mesmo
      *          professor ou a mesma sala nunca em duas turmas no
      *          mesmo dia/periodo, as mesmas regras do HORATURM),
      *          respeitando o maximo de periodos da mesma materia
      *          por dia. so entram professores com habilitacao
      *          valida na materia (CFP001S101); professor sem
      *          disponibilidade cadastrada fica livre em todos os
      *          periodos. a proposta vai para o rascunho
      *          (CFP001S125), que a coordenacao confere por turma
      *          antes de promove-lo ao quadro (CFP001S21); a
      *          promocao substitui o quadro inteiro e guarda o
      *          quadro anterior no CFP001T34. o relatorio da geracao
      *          lista as aulas que nao puderam ser encaixadas
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA GERACAO AUTOMATICA DO QUADRO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAHORA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT HORARIO ASSIGN TO WS-PATH-HORARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-HORARIO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FILES.

                SELECT RASCUNHO ASSIGN TO WS-PATH-HORRASC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-HORRASC
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FRA.

                SELECT DISPPROF ASSIGN TO WS-PATH-DISPPROF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PROF-DSP
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FDP.

                SELECT CARGAHOR ASSIGN TO WS-PATH-CARGAHOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CARGAHOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCG.

                SELECT SALAAULA ASSIGN TO WS-PATH-SALAAULA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NM-SALA-SA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSA.

                SELECT GRADE ASSIGN TO WS-PATH-GRADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-GRADE
                FILE STATUS IS WS-FGR.

                SELECT TURMA ASSIGN TO WS-PATH-TURMA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-TURMA
                FILE STATUS IS WS-FT.

                SELECT PROFESSOR ASSIGN TO WS-PATH-PROFESSOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PROFESSOR
                FILE STATUS IS WS-FPR.

                SELECT HABILITA ASSIGN TO WS-PATH-HABILITA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-HABILITA
                FILE STATUS IS WS-FHB.

                SELECT HORANT ASSIGN TO WS-PATH-HORANT
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FHA.

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
       FD HORARIO.
          COPY CFPK0017.
       FD RASCUNHO.
          COPY CFPK0117.
       FD DISPPROF.
          COPY CFPK0114.
       FD CARGAHOR.
          COPY CFPK0115.
       FD SALAAULA.
          COPY CFPK0116.
       FD GRADE.
          COPY CFPK0024.
       FD TURMA.
          COPY CFPK0005.
       FD PROFESSOR.
          COPY CFPK0014.
       FD HABILITA.
          COPY CFPK0092.
       FD HORANT.
       01 REG-HORANT                      PIC X(80).
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
       77 WS-FILES                        PIC 99.
          88 FILES-OK                     VALUE 0.
       77 WS-FRA                          PIC 99.
          88 FRA-OK                       VALUE 0.
       77 WS-FDP                          PIC 99.
          88 FDP-OK                       VALUE 0.
       77 WS-FCG                          PIC 99.
          88 FCG-OK                       VALUE 0.
       77 WS-FSA                          PIC 99.
          88 FSA-OK                       VALUE 0.
       77 WS-FGR                          PIC 99.
          88 FGR-OK                       VALUE 0.
       77 WS-FT                           PIC 99.
          88 FT-OK                        VALUE 0.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-FHB                          PIC 99.
          88 FHB-OK                       VALUE 0.
       77 WS-FHA                          PIC 99.
          88 FHA-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *DADOS INFORMADOS NA MANUTENCAO
       77 WS-ID-PROF-INF                  PIC 9(03) VALUE ZEROS.
       77 WS-NM-PROF-INF                  PIC X(20) VALUE SPACES.
       77 WS-ID-SERIE-INF                 PIC 9(02) VALUE ZEROS.
       77 WS-ID-MATERIA-INF               PIC 9(05) VALUE ZEROS.
       77 WS-ID-TURMA-INF                 PIC 9(03) VALUE ZEROS.
       77 WS-QT-AULAS-INF                 PIC 9(02) VALUE ZEROS.
       77 WS-QT-MAX-INF                   PIC 9(01) VALUE ZEROS.
       77 WS-SALA-INF                     PIC X(10) VALUE SPACES.
       77 WS-LOTACAO-INF                  PIC 9(03) VALUE ZEROS.
       77 WS-ST-SALA-INF                  PIC X(01) VALUE SPACES.
       77 WS-PERIODOS-INF                 PIC X(06) VALUE SPACES.
       77 WS-PERIODOS-VALIDOS             PIC X VALUE 'N'.
          88 PERIODOS-VALIDOS             VALUE 'S' FALSE 'N'.
       77 WS-NOVO                         PIC X VALUE 'N'.
          88 REGISTRO-NOVO                VALUE 'S' FALSE 'N'.
       77 WS-QT-LISTADOS                  PIC 9(03) VALUE ZEROS.
       01 WS-GRADE-DISP.
          03 WS-GDS-DIA OCCURS 6 TIMES.
             05 WS-GDS-PERIODOS           PIC X(06).
      *NOMES DOS DIAS DA SEMANA (1=SEGUNDA ... 6=SABADO)
       01 WS-TAB-DIAS-V.
          03 FILLER                       PIC X(18)
                                          VALUE 'SEGTERQUAQUISEXSAB'.
       01 WS-TAB-DIAS REDEFINES WS-TAB-DIAS-V.
          03 WS-NM-DIA                    PIC X(03) OCCURS 6 TIMES.
      *PARAMETROS DA GERACAO
       77 WS-MAX-DIA-PADRAO               PIC 9(01) VALUE 2.
       77 WS-MAX-DIA                      PIC 9(01) VALUE ZEROS.
       77 WS-QT-AULAS                     PIC 9(02) VALUE ZEROS.
      *TURMAS (ATE 200) COM A SALA PREFERIDA (A PRIMEIRA QUE RECEBEU
      *AULA DA TURMA) E A GRADE PROPOSTA; O ENCAIXE E A POSICAO
      *(DIA - 1) * 6 + PERIODO
       77 WS-QT-TURMAS                    PIC 9(03) VALUE ZEROS.
       01 WS-TAB-TURMAS.
          03 WS-TRM-ENT OCCURS 200 TIMES.
             05 WS-TRM-ID                 PIC 9(03).
             05 WS-TRM-SERIE              PIC 9(02).
             05 WS-TRM-LOTACAO            PIC 9(03).
             05 WS-TRM-IX-SALA            PIC 9(02).
             05 WS-TRM-QT-PREV            PIC 9(03).
             05 WS-TRM-QT-ALOC            PIC 9(03).
             05 WS-TRM-ENC OCCURS 36 TIMES.
                07 WS-TRM-MATERIA         PIC 9(05).
                07 WS-TRM-PROF            PIC 9(03).
                07 WS-TRM-SALA            PIC X(10).
      *GRADE CURRICULAR DE TODAS AS SERIES (ATE 600 MATERIAS)
       77 WS-QT-GRADE                     PIC 9(03) VALUE ZEROS.
       01 WS-TAB-GRADE.
          03 WS-GRD-ENT OCCURS 600 TIMES.
             05 WS-GRD-SERIE              PIC 9(02).
             05 WS-GRD-MATERIA            PIC 9(05).
             05 WS-GRD-NOME               PIC X(20).
      *HABILITACOES VALIDAS NA DATA (ATE 2000 PROFESSOR X MATERIA)
       77 WS-QT-HAB                       PIC 9(04) VALUE ZEROS.
       01 WS-TAB-HAB.
          03 WS-HAB-ENT OCCURS 2000 TIMES.
             05 WS-HAB-PROF               PIC 9(03).
             05 WS-HAB-MATERIA            PIC 9(05).
      *DISPONIBILIDADE E OCUPACAO DE CADA PROFESSOR PELO CODIGO, UMA
      *POSICAO POR ENCAIXE: DISPONIVEL 'S', OCUPADO 'S'
       01 WS-TAB-PROF.
          03 WS-PRF-ENT OCCURS 999 TIMES.
             05 WS-PRF-DISP               PIC X(36).
             05 WS-PRF-OCUP               PIC X(36).
      *SALAS ATIVAS (ATE 50) E A OCUPACAO DE CADA UMA POR ENCAIXE
       77 WS-QT-SALAS                     PIC 9(02) VALUE ZEROS.
       01 WS-TAB-SALAS.
          03 WS-SAL-ENT OCCURS 50 TIMES.
             05 WS-SAL-NOME               PIC X(10).
             05 WS-SAL-LOTACAO            PIC 9(03).
             05 WS-SAL-OCUP               PIC X(36).
      *INDICES E CONTROLES DO ENCAIXE
       77 WS-IX-T                         PIC 9(03) VALUE ZEROS.
       77 WS-IX-G                         PIC 9(03) VALUE ZEROS.
       77 WS-IX-H                         PIC 9(04) VALUE ZEROS.
       77 WS-IX-S                         PIC 9(02) VALUE ZEROS.
       77 WS-IX-SALA-ACHADA               PIC 9(02) VALUE ZEROS.
       77 WS-IX-AULA                      PIC 9(02) VALUE ZEROS.
       77 WS-IX-ENC                       PIC 9(02) VALUE ZEROS.
       77 WS-DIA                          PIC 9(01) VALUE ZEROS.
       77 WS-PER                          PIC 9(01) VALUE ZEROS.
       77 WS-LIMITE                       PIC 9(01) VALUE ZEROS.
       77 WS-QT-NO-DIA                    PIC 9(01) VALUE ZEROS.
       77 WS-ENC                          PIC 9(02) VALUE ZEROS.
       77 WS-ID-MATERIA-G                 PIC 9(05) VALUE ZEROS.
       77 WS-PROF-ESCOLHIDO               PIC 9(03) VALUE ZEROS.
       77 WS-PROF-ACHADO                  PIC 9(03) VALUE ZEROS.
       77 WS-QT-CANDIDATOS                PIC 9(04) VALUE ZEROS.
       77 WS-QT-FALTAM                    PIC 9(02) VALUE ZEROS.
       77 WS-SO-ESCOLHIDO                 PIC X VALUE 'N'.
          88 SO-ESCOLHIDO                 VALUE 'S' FALSE 'N'.
       77 WS-ALOCOU                       PIC X VALUE 'N'.
          88 ALOCOU                       VALUE 'S' FALSE 'N'.
       77 WS-VIU-TURMA                    PIC X VALUE 'N'.
          88 VIU-TURMA-LIVRE              VALUE 'S' FALSE 'N'.
       77 WS-VIU-PROF                     PIC X VALUE 'N'.
          88 VIU-PROF-LIVRE               VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO-NAL                   PIC X(25) VALUE SPACES.
      *TOTAIS DA GERACAO E DA PROMOCAO
       77 WS-QT-PREVISTAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-ALOCADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-NAO-ALOCADAS              PIC 9(05) VALUE ZEROS.
       77 WS-QT-SEM-CARGA                 PIC 9(03) VALUE ZEROS.
       77 WS-QT-GRAVADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-REMOVIDAS                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-ERROS                     PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-REL                    PIC X(80) VALUE SPACES.
       77 WS-LINHA-SALA                   PIC X(80) VALUE SPACES.
       77 WS-COL                          PIC 9(02) VALUE ZEROS.
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
            DISPLAY '*** GERACAO AUTOMATICA DO QUADRO DE HORARIOS ***'
            DISPLAY 'TECLE <D> PARA A DISPONIBILIDADE DO PROFESSOR,'
            DISPLAY '<C> PARA A CARGA SEMANAL DA GRADE, <A> PARA AS'
            DISPLAY 'SALAS DE AULA, <G> PARA GERAR O RASCUNHO, <V>'
            DISPLAY 'PARA VER O RASCUNHO DE UMA TURMA, <P> PARA'
            DISPLAY 'PROMOVER O RASCUNHO AO QUADRO OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'D'
                WHEN 'd'
                    PERFORM P2-DISPONIBILIDADE
                            THRU P2-DISPONIBILIDADE-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P3-CARGA      THRU P3-CARGA-FIM
                WHEN 'A'
                WHEN 'a'
                    PERFORM P4-SALA       THRU P4-SALA-FIM
                WHEN 'G'
                WHEN 'g'
                    PERFORM P5-GERA       THRU P5-GERA-FIM
                WHEN 'V'
                WHEN 'v'
                    PERFORM P8-VISUALIZA  THRU P8-VISUALIZA-FIM
                WHEN 'P'
                WHEN 'p'
                    PERFORM P9-PROMOVE    THRU P9-PROMOVE-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *DISPONIBILIDADE DO PROFESSOR: SEIS POSICOES POR DIA, UMA POR
      *PERIODO (S = DISPONIVEL, N = NAO); EM BRANCO MANTEM O DIA
       P2-DISPONIBILIDADE.
            DISPLAY 'Informe o codigo do professor: '
            ACCEPT WS-ID-PROF-INF
            MOVE 'N'                      TO WS-ACHOU
            SET FPR-OK                    TO TRUE
            OPEN INPUT PROFESSOR
            IF FPR-OK
               MOVE WS-ID-PROF-INF        TO ID-PROFESSOR
               READ PROFESSOR
                   KEY IS ID-PROFESSOR
                   INVALID KEY
                       DISPLAY 'PROFESSOR NAO EXISTE!'
                   NOT INVALID KEY
                       MOVE 'S'           TO WS-ACHOU
                       MOVE NM-PROF       TO WS-NM-PROF-INF
               END-READ
            END-IF
            CLOSE PROFESSOR
            IF NOT ACHOU
               GO TO P2-DISPONIBILIDADE-FIM
            END-IF

            SET FDP-OK                    TO TRUE
            OPEN I-O DISPPROF
            IF WS-FDP EQUAL 35
                 CLOSE DISPPROF
                 OPEN OUTPUT DISPPROF
                 CLOSE DISPPROF
                 OPEN I-O DISPPROF
            END-IF
            IF NOT FDP-OK
               DISPLAY 'ERRO AO ABRIR A DISPONIBILIDADE DOS'
                       ' PROFESSORES'
               MOVE WS-FDP TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FDP ' - ' WS-FS-MSG
               CLOSE DISPPROF
               GO TO P2-DISPONIBILIDADE-FIM
            END-IF

            SET REGISTRO-NOVO             TO FALSE
            MOVE WS-ID-PROF-INF           TO ID-PROF-DSP
            READ DISPPROF
                KEY IS ID-PROF-DSP
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                    MOVE ALL 'S'          TO WS-GRADE-DISP
                NOT INVALID KEY
                    MOVE GRADE-DSP        TO WS-GRADE-DISP
            END-READ

            DISPLAY '*** DISPONIBILIDADE DE ' WS-NM-PROF-INF ' ***'
            IF REGISTRO-NOVO
               DISPLAY 'SEM CADASTRO - HOJE DISPONIVEL EM TODOS OS'
                       ' PERIODOS.'
            END-IF
            DISPLAY 'DIA PERIODOS 123456'
            PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 6
                DISPLAY WS-NM-DIA(WS-DIA) '          '
                        WS-GDS-PERIODOS(WS-DIA)
            END-PERFORM

            DISPLAY 'Informe seis posicoes S/N por dia (periodos 1'
                    ' a 6); ENTER mantem o dia.'
            PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 6
                PERFORM P2A-PEDE-DIA      THRU P2A-PEDE-DIA-FIM
            END-PERFORM

            MOVE WS-ID-PROF-INF           TO ID-PROF-DSP
            MOVE WS-GRADE-DISP            TO GRADE-DSP
            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-DSP
            MOVE LK-OPERADOR              TO OP-DISPPROF
            IF REGISTRO-NOVO
               WRITE REG-DISPPROF
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A DISPONIBILIDADE'
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-DISPPROF
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A DISPONIBILIDADE'
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            CLOSE DISPPROF

            IF ACHOU
               DISPLAY 'Disponibilidade gravada!'
               MOVE 'GERAHORA'            TO WS-AUD-PROGRAMA
               MOVE 'DISPONIBIL'          TO WS-AUD-OPERACAO
               MOVE SPACES                TO WS-AUD-DETALHE
               STRING 'PROF ' WS-ID-PROF-INF ' '
                      WS-GDS-PERIODOS(1) WS-GDS-PERIODOS(2)
                      WS-GDS-PERIODOS(3) WS-GDS-PERIODOS(4)
                      WS-GDS-PERIODOS(5) WS-GDS-PERIODOS(6)
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            END-IF
            .
       P2-DISPONIBILIDADE-FIM.

      *PEDE OS PERIODOS DE UM DIA ATE VIREM SO S/N (OU EM BRANCO)
       P2A-PEDE-DIA.
            MOVE SPACES                   TO WS-PERIODOS-INF
            DISPLAY WS-NM-DIA(WS-DIA) ' (' WS-GDS-PERIODOS(WS-DIA)
                    '): '
            ACCEPT WS-PERIODOS-INF
            IF WS-PERIODOS-INF EQUAL SPACES
               GO TO P2A-PEDE-DIA-FIM
            END-IF
            INSPECT WS-PERIODOS-INF CONVERTING 'sn' TO 'SN'
            SET PERIODOS-VALIDOS          TO TRUE
            PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 6
                IF WS-PERIODOS-INF(WS-PER:1) NOT EQUAL 'S' AND
                   WS-PERIODOS-INF(WS-PER:1) NOT EQUAL 'N'
                   SET PERIODOS-VALIDOS   TO FALSE
                END-IF
            END-PERFORM
            IF NOT PERIODOS-VALIDOS
               DISPLAY 'INFORME EXATAMENTE SEIS POSICOES S OU N.'
               GO TO P2A-PEDE-DIA
            END-IF
            MOVE WS-PERIODOS-INF          TO WS-GDS-PERIODOS(WS-DIA)
            .
       P2A-PEDE-DIA-FIM.

      *CARGA SEMANAL DE UMA MATERIA DA GRADE DA SERIE: MOSTRA A GRADE
      *DA SERIE COM A CARGA ATUAL E GRAVA A MATERIA ESCOLHIDA
       P3-CARGA.
            DISPLAY 'Informe o codigo da serie: '
            ACCEPT WS-ID-SERIE-INF

            SET FCG-OK                    TO TRUE
            OPEN I-O CARGAHOR
            IF WS-FCG EQUAL 35
                 CLOSE CARGAHOR
                 OPEN OUTPUT CARGAHOR
                 CLOSE CARGAHOR
                 OPEN I-O CARGAHOR
            END-IF
            IF NOT FCG-OK
               DISPLAY 'ERRO AO ABRIR A CARGA HORARIA DA GRADE'
               MOVE WS-FCG TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCG ' - ' WS-FS-MSG
               CLOSE CARGAHOR
               GO TO P3-CARGA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-LISTADOS
            SET FGR-OK                    TO TRUE
            OPEN INPUT GRADE
            IF FGR-OK
               DISPLAY '*** GRADE DA SERIE ' WS-ID-SERIE-INF ' ***'
               DISPLAY 'MATERIA NOME                 AULAS/SEM'
                       ' MAX/DIA'
               MOVE WS-ID-SERIE-INF       TO ID-SERIE-GR
               MOVE ZEROS                 TO ID-MATERIA-GR
               SET EOF-OK                 TO FALSE
               START GRADE KEY IS NOT LESS THAN ID-GRADE
                   INVALID KEY
                       SET EOF-OK         TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ GRADE NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF ID-SERIE-GR NOT EQUAL WS-ID-SERIE-INF
                              SET EOF-OK  TO TRUE
                           ELSE
                              ADD 1       TO WS-QT-LISTADOS
                              MOVE ID-SERIE-GR   TO ID-SERIE-CH
                              MOVE ID-MATERIA-GR TO ID-MATERIA-CH
                              READ CARGAHOR
                                  KEY IS ID-CARGAHOR
                                  INVALID KEY
                                      DISPLAY ID-MATERIA-GR '   '
                                              NM-MATERIA-GR
                                              ' SEM CARGA'
                                  NOT INVALID KEY
                                      DISPLAY ID-MATERIA-GR '   '
                                              NM-MATERIA-GR ' '
                                              QT-AULAS-SEM-CH
                                              '        '
                                              QT-MAX-DIA-CH
                              END-READ
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE GRADE
            IF WS-QT-LISTADOS EQUAL ZEROS
               DISPLAY 'SERIE SEM GRADE CURRICULAR CADASTRADA.'
               CLOSE CARGAHOR
               GO TO P3-CARGA-FIM
            END-IF

            DISPLAY 'Informe o codigo da materia (0 = voltar): '
            ACCEPT WS-ID-MATERIA-INF
            IF WS-ID-MATERIA-INF EQUAL ZEROS
               CLOSE CARGAHOR
               GO TO P3-CARGA-FIM
            END-IF
            MOVE 'N'                      TO WS-ACHOU
            SET FGR-OK                    TO TRUE
            OPEN INPUT GRADE
            IF FGR-OK
               MOVE WS-ID-SERIE-INF       TO ID-SERIE-GR
               MOVE WS-ID-MATERIA-INF     TO ID-MATERIA-GR
               READ GRADE
                   KEY IS ID-GRADE
                   INVALID KEY
                       DISPLAY 'MATERIA NAO FAZ PARTE DA GRADE DA'
                               ' SERIE!'
                   NOT INVALID KEY
                       MOVE 'S'           TO WS-ACHOU
               END-READ
            END-IF
            CLOSE GRADE
            IF NOT ACHOU
               CLOSE CARGAHOR
               GO TO P3-CARGA-FIM
            END-IF

            DISPLAY 'Aulas por semana (0 A 30): '
            ACCEPT WS-QT-AULAS-INF
            IF WS-QT-AULAS-INF GREATER THAN 30
               DISPLAY 'QUANTIDADE INVALIDA - INFORME DE 0 A 30.'
               CLOSE CARGAHOR
               GO TO P3-CARGA-FIM
            END-IF
            DISPLAY 'Maximo de periodos da materia no mesmo dia'
                    ' (1 A 6, 0 = padrao da geracao): '
            ACCEPT WS-QT-MAX-INF
            IF WS-QT-MAX-INF GREATER THAN 6
               DISPLAY 'MAXIMO INVALIDO - INFORME DE 0 A 6.'
               CLOSE CARGAHOR
               GO TO P3-CARGA-FIM
            END-IF

            MOVE WS-ID-SERIE-INF          TO ID-SERIE-CH
            MOVE WS-ID-MATERIA-INF        TO ID-MATERIA-CH
            READ CARGAHOR
                KEY IS ID-CARGAHOR
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                NOT INVALID KEY
                    SET REGISTRO-NOVO     TO FALSE
            END-READ
            MOVE WS-ID-SERIE-INF          TO ID-SERIE-CH
            MOVE WS-ID-MATERIA-INF        TO ID-MATERIA-CH
            MOVE WS-QT-AULAS-INF          TO QT-AULAS-SEM-CH
            MOVE WS-QT-MAX-INF            TO QT-MAX-DIA-CH
            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-CH
            MOVE LK-OPERADOR              TO OP-CARGAHOR
            IF REGISTRO-NOVO
               WRITE REG-CARGAHOR
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A CARGA HORARIA'
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-CARGAHOR
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A CARGA HORARIA'
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            CLOSE CARGAHOR

            IF ACHOU
               DISPLAY 'Carga horaria gravada!'
               MOVE 'GERAHORA'            TO WS-AUD-PROGRAMA
               MOVE 'CARGA GRADE'         TO WS-AUD-OPERACAO
               MOVE SPACES                TO WS-AUD-DETALHE
               STRING 'SERIE ' WS-ID-SERIE-INF ' MAT '
                      WS-ID-MATERIA-INF ' AULAS ' WS-QT-AULAS-INF
                      ' MAX/DIA ' WS-QT-MAX-INF
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            END-IF
            .
       P3-CARGA-FIM.

      *CADASTRO DAS SALAS DE AULA: LOTACAO E SITUACAO
       P4-SALA.
            SET FSA-OK                    TO TRUE
            OPEN I-O SALAAULA
            IF WS-FSA EQUAL 35
                 CLOSE SALAAULA
                 OPEN OUTPUT SALAAULA
                 CLOSE SALAAULA
                 OPEN I-O SALAAULA
            END-IF
            IF NOT FSA-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE SALAS'
               MOVE WS-FSA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FSA ' - ' WS-FS-MSG
               CLOSE SALAAULA
               GO TO P4-SALA-FIM
            END-IF

            DISPLAY '*** SALAS DE AULA ***'
            DISPLAY 'SALA       LOTACAO SITUACAO'
            MOVE ZEROS                    TO WS-QT-LISTADOS
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ SALAAULA NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        ADD 1             TO WS-QT-LISTADOS
                        DISPLAY NM-SALA-SA ' ' QT-LOTACAO-SA '     '
                                ST-SALA-SA
                END-READ
            END-PERFORM
            IF WS-QT-LISTADOS EQUAL ZEROS
               DISPLAY 'NENHUMA SALA CADASTRADA.'
            END-IF

            DISPLAY 'Informe a sala a incluir/alterar (ENTER ='
                    ' voltar): '
            MOVE SPACES                   TO WS-SALA-INF
            ACCEPT WS-SALA-INF
            IF WS-SALA-INF EQUAL SPACES
               CLOSE SALAAULA
               GO TO P4-SALA-FIM
            END-IF
            DISPLAY 'Lotacao (0 = sem limite): '
            ACCEPT WS-LOTACAO-INF
            DISPLAY 'Situacao (A = ATIVA, I = INATIVA): '
            ACCEPT WS-ST-SALA-INF
            INSPECT WS-ST-SALA-INF CONVERTING 'ai' TO 'AI'
            IF WS-ST-SALA-INF NOT EQUAL 'A' AND
               WS-ST-SALA-INF NOT EQUAL 'I'
               DISPLAY 'SITUACAO INVALIDA - INFORME A OU I.'
               CLOSE SALAAULA
               GO TO P4-SALA-FIM
            END-IF

            MOVE 'S'                      TO WS-ACHOU
            MOVE WS-SALA-INF              TO NM-SALA-SA
            READ SALAAULA
                KEY IS NM-SALA-SA
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                NOT INVALID KEY
                    SET REGISTRO-NOVO     TO FALSE
            END-READ
            MOVE WS-SALA-INF              TO NM-SALA-SA
            MOVE WS-LOTACAO-INF           TO QT-LOTACAO-SA
            MOVE WS-ST-SALA-INF           TO ST-SALA-SA
            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-SA
            MOVE LK-OPERADOR              TO OP-SALAAULA
            IF REGISTRO-NOVO
               WRITE REG-SALAAULA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A SALA'
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-SALAAULA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A SALA'
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            CLOSE SALAAULA

            IF ACHOU
               DISPLAY 'Sala gravada!'
               MOVE 'GERAHORA'            TO WS-AUD-PROGRAMA
               MOVE 'SALA'                TO WS-AUD-OPERACAO
               MOVE SPACES                TO WS-AUD-DETALHE
               STRING 'SALA ' WS-SALA-INF ' LOTACAO '
                      WS-LOTACAO-INF ' SIT ' WS-ST-SALA-INF
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            END-IF
            .
       P4-SALA-FIM.

      *GERA O RASCUNHO DO QUADRO PARA TODAS AS TURMAS, MATERIA A
      *MATERIA DA GRADE DA SERIE, E IMPRIME AS AULAS NAO ENCAIXADAS
       P5-GERA.
            DISPLAY 'Maximo padrao de periodos da mesma materia por'
                    ' dia (1 A 6, 0 = 2): '
            MOVE ZEROS                    TO WS-MAX-DIA-PADRAO
            ACCEPT WS-MAX-DIA-PADRAO
            IF WS-MAX-DIA-PADRAO EQUAL ZEROS
               MOVE 2                     TO WS-MAX-DIA-PADRAO
            END-IF
            IF WS-MAX-DIA-PADRAO GREATER THAN 6
               DISPLAY 'MAXIMO INVALIDO - INFORME DE 1 A 6.'
               GO TO P5-GERA-FIM
            END-IF

            PERFORM P5A-CARREGA-TURMAS    THRU P5A-CARREGA-TURMAS-FIM
            IF WS-QT-TURMAS EQUAL ZEROS
               DISPLAY 'NENHUMA TURMA COM SERIE CADASTRADA.'
               GO TO P5-GERA-FIM
            END-IF
            PERFORM P5B-CARREGA-GRADE     THRU P5B-CARREGA-GRADE-FIM
            IF WS-QT-GRADE EQUAL ZEROS
               DISPLAY 'NENHUMA GRADE CURRICULAR CADASTRADA.'
               GO TO P5-GERA-FIM
            END-IF
            PERFORM P5C-CARREGA-SALAS     THRU P5C-CARREGA-SALAS-FIM
            IF WS-QT-SALAS EQUAL ZEROS
               DISPLAY 'NENHUMA SALA ATIVA CADASTRADA - CADASTRE AS'
                       ' SALAS PELA OPCAO <A>.'
               GO TO P5-GERA-FIM
            END-IF
            PERFORM P5D-CARREGA-PROFESSORES
                    THRU P5D-CARREGA-PROFESSORES-FIM

            SET FCG-OK                    TO TRUE
            OPEN INPUT CARGAHOR
            IF NOT FCG-OK
               DISPLAY 'CARGA HORARIA DA GRADE NAO CADASTRADA -'
                       ' INFORME PELA OPCAO <C>.'
               CLOSE CARGAHOR
               GO TO P5-GERA-FIM
            END-IF

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

            MOVE SPACES                   TO WS-LINHA-REL
            STRING 'GERACAO DO QUADRO DE HORARIOS - ' WS-DATA-HOJE
                   '  MAXIMO PADRAO POR DIA: ' WS-MAX-DIA-PADRAO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            END-STRING
            PERFORM PA-EMITE-LINHA        THRU PA-EMITE-LINHA-FIM
            MOVE 'AULAS NAO ENCAIXADAS'   TO WS-LINHA-REL
            PERFORM PA-EMITE-LINHA        THRU PA-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-REL
            MOVE 'TURMA'                  TO WS-LINHA-REL(1:5)
            MOVE 'MATERIA'                TO WS-LINHA-REL(8:7)
            MOVE 'NOME'                   TO WS-LINHA-REL(16:4)
            MOVE 'QTD'                    TO WS-LINHA-REL(37:3)
            MOVE 'MOTIVO'                 TO WS-LINHA-REL(42:6)
            PERFORM PA-EMITE-LINHA        THRU PA-EMITE-LINHA-FIM
            MOVE ALL '-'                  TO WS-LINHA-REL
            PERFORM PA-EMITE-LINHA        THRU PA-EMITE-LINHA-FIM

            MOVE ZEROS                    TO WS-QT-PREVISTAS
                                             WS-QT-ALOCADAS
                                             WS-QT-NAO-ALOCADAS
                                             WS-QT-SEM-CARGA
            PERFORM VARYING WS-IX-T FROM 1 BY 1
                    UNTIL WS-IX-T GREATER THAN WS-QT-TURMAS
                PERFORM VARYING WS-IX-G FROM 1 BY 1
                        UNTIL WS-IX-G GREATER THAN WS-QT-GRADE
                    IF WS-GRD-SERIE(WS-IX-G) EQUAL
                       WS-TRM-SERIE(WS-IX-T)
                       PERFORM P6-ALOCA-MATERIA
                               THRU P6-ALOCA-MATERIA-FIM
                    END-IF
                END-PERFORM
            END-PERFORM
            CLOSE CARGAHOR

            PERFORM PB-GRAVA-RASCUNHO     THRU PB-GRAVA-RASCUNHO-FIM

            MOVE ALL '-'                  TO WS-LINHA-REL
            PERFORM PA-EMITE-LINHA        THRU PA-EMITE-LINHA-FIM
            MOVE 'RESUMO POR TURMA'       TO WS-LINHA-REL
            PERFORM PA-EMITE-LINHA        THRU PA-EMITE-LINHA-FIM
            PERFORM VARYING WS-IX-T FROM 1 BY 1
                    UNTIL WS-IX-T GREATER THAN WS-QT-TURMAS
                MOVE SPACES               TO WS-LINHA-REL
                STRING 'TURMA ' WS-TRM-ID(WS-IX-T)
                       '  SERIE ' WS-TRM-SERIE(WS-IX-T)
                       '  AULAS PREVISTAS ' WS-TRM-QT-PREV(WS-IX-T)
                       '  ENCAIXADAS ' WS-TRM-QT-ALOC(WS-IX-T)
                       DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                END-STRING
                PERFORM PA-EMITE-LINHA    THRU PA-EMITE-LINHA-FIM
            END-PERFORM
            MOVE ALL '-'                  TO WS-LINHA-REL
            PERFORM PA-EMITE-LINHA        THRU PA-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-REL
            STRING 'TURMAS: ' WS-QT-TURMAS
                   '  AULAS PREVISTAS: ' WS-QT-PREVISTAS
                   '  ENCAIXADAS: ' WS-QT-ALOCADAS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            END-STRING
            PERFORM PA-EMITE-LINHA        THRU PA-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-REL
            STRING 'NAO ENCAIXADAS: ' WS-QT-NAO-ALOCADAS
                   '  MATERIAS SEM CARGA SEMANAL: ' WS-QT-SEM-CARGA
                   '  GRAVADAS NO RASCUNHO: ' WS-QT-GRAVADAS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            END-STRING
            PERFORM PA-EMITE-LINHA        THRU PA-EMITE-LINHA-FIM

            IF FIM-OK
               MOVE WS-SALTO-PAGINA       TO REG-IMPREL
               WRITE REG-IMPREL
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'GERAHORA'            TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF

            MOVE 'GERAHORA'               TO WS-AUD-PROGRAMA
            MOVE 'GERACAO'                TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'PREVISTAS ' WS-QT-PREVISTAS ' ENCAIXADAS '
                   WS-QT-ALOCADAS ' NAO ENCAIXADAS '
                   WS-QT-NAO-ALOCADAS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P5-GERA-FIM.

      *TURMAS COM SERIE (TURMA SEM SERIE NAO TEM GRADE A CUMPRIR)
       P5A-CARREGA-TURMAS.
            MOVE ZEROS                    TO WS-QT-TURMAS
            SET FT-OK                     TO TRUE
            OPEN INPUT TURMA
            IF FT-OK
               SET EOF-OK                 TO FALSE
               PERFORM UNTIL EOF-OK
                   READ TURMA NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF ID-SERIE-TURMA NOT EQUAL ZEROS
                              IF WS-QT-TURMAS LESS THAN 200
                                 ADD 1    TO WS-QT-TURMAS
                                 MOVE ID-TURMA
                                      TO WS-TRM-ID(WS-QT-TURMAS)
                                 MOVE ID-SERIE-TURMA
                                      TO WS-TRM-SERIE(WS-QT-TURMAS)
                                 MOVE QT-CAPACIDADE
                                      TO WS-TRM-LOTACAO(WS-QT-TURMAS)
                                 MOVE ZEROS
                                      TO WS-TRM-IX-SALA(WS-QT-TURMAS)
                                         WS-TRM-QT-PREV(WS-QT-TURMAS)
                                         WS-TRM-QT-ALOC(WS-QT-TURMAS)
                                 PERFORM VARYING WS-ENC FROM 1 BY 1
                                         UNTIL WS-ENC > 36
                                     MOVE ZEROS TO WS-TRM-MATERIA
                                                (WS-QT-TURMAS, WS-ENC)
                                                   WS-TRM-PROF
                                                (WS-QT-TURMAS, WS-ENC)
                                     MOVE SPACES TO WS-TRM-SALA
                                                (WS-QT-TURMAS, WS-ENC)
                                 END-PERFORM
                              ELSE
                                 DISPLAY 'LIMITE DE 200 TURMAS - A'
                                         ' TURMA ' ID-TURMA
                                         ' FICOU FORA'
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE TURMAS'
            END-IF
            CLOSE TURMA
            .
       P5A-CARREGA-TURMAS-FIM.

      *GRADE CURRICULAR DE TODAS AS SERIES, NA ORDEM DA CHAVE
       P5B-CARREGA-GRADE.
            MOVE ZEROS                    TO WS-QT-GRADE
            SET FGR-OK                    TO TRUE
            OPEN INPUT GRADE
            IF FGR-OK
               SET EOF-OK                 TO FALSE
               PERFORM UNTIL EOF-OK
                   READ GRADE NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF WS-QT-GRADE LESS THAN 600
                              ADD 1       TO WS-QT-GRADE
                              MOVE ID-SERIE-GR
                                   TO WS-GRD-SERIE(WS-QT-GRADE)
                              MOVE ID-MATERIA-GR
                                   TO WS-GRD-MATERIA(WS-QT-GRADE)
                              MOVE NM-MATERIA-GR
                                   TO WS-GRD-NOME(WS-QT-GRADE)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE GRADE
            .
       P5B-CARREGA-GRADE-FIM.

      *SALAS ATIVAS, TODAS LIVRES
       P5C-CARREGA-SALAS.
            MOVE ZEROS                    TO WS-QT-SALAS
            SET FSA-OK                    TO TRUE
            OPEN INPUT SALAAULA
            IF FSA-OK
               SET EOF-OK                 TO FALSE
               PERFORM UNTIL EOF-OK
                   READ SALAAULA NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF SALA-ATIVA AND WS-QT-SALAS LESS THAN 50
                              ADD 1       TO WS-QT-SALAS
                              MOVE NM-SALA-SA
                                   TO WS-SAL-NOME(WS-QT-SALAS)
                              MOVE QT-LOTACAO-SA
                                   TO WS-SAL-LOTACAO(WS-QT-SALAS)
                              MOVE ALL 'N'
                                   TO WS-SAL-OCUP(WS-QT-SALAS)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE SALAAULA
            .
       P5C-CARREGA-SALAS-FIM.

      *HABILITACOES VALIDAS NA DATA E A DISPONIBILIDADE DE CADA
      *PROFESSOR; SEM DISPONIBILIDADE CADASTRADA = TODOS OS PERIODOS
       P5D-CARREGA-PROFESSORES.
            PERFORM VARYING WS-IX-H FROM 1 BY 1 UNTIL WS-IX-H > 999
                MOVE ALL 'S'              TO WS-PRF-DISP(WS-IX-H)
                MOVE ALL 'N'              TO WS-PRF-OCUP(WS-IX-H)
            END-PERFORM

            SET FDP-OK                    TO TRUE
            OPEN INPUT DISPPROF
            IF FDP-OK
               SET EOF-OK                 TO FALSE
               PERFORM UNTIL EOF-OK
                   READ DISPPROF NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF ID-PROF-DSP GREATER THAN ZEROS
                              MOVE GRADE-DSP
                                   TO WS-PRF-DISP(ID-PROF-DSP)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE DISPPROF

            MOVE ZEROS                    TO WS-QT-HAB
            SET FHB-OK                    TO TRUE
            OPEN INPUT HABILITA
            IF FHB-OK
               SET EOF-OK                 TO FALSE
               PERFORM UNTIL EOF-OK
                   READ HABILITA NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF ID-PROF-HAB GREATER THAN ZEROS AND
                              (DT-VALIDADE-HAB EQUAL ZEROS OR
                               DT-VALIDADE-HAB NOT LESS THAN
                               WS-DATA-HOJE) AND
                              WS-QT-HAB LESS THAN 2000
                              ADD 1       TO WS-QT-HAB
                              MOVE ID-PROF-HAB
                                   TO WS-HAB-PROF(WS-QT-HAB)
                              MOVE ID-MATERIA-HAB
                                   TO WS-HAB-MATERIA(WS-QT-HAB)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE HABILITA
            .
       P5D-CARREGA-PROFESSORES-FIM.

      *ENCAIXA AS AULAS SEMANAIS DE UMA MATERIA DA GRADE NA TURMA
      *WS-IX-T; O PROFESSOR DA PRIMEIRA AULA E PREFERIDO NAS DEMAIS
       P6-ALOCA-MATERIA.
            MOVE WS-GRD-MATERIA(WS-IX-G)  TO WS-ID-MATERIA-G
            MOVE WS-GRD-SERIE(WS-IX-G)    TO ID-SERIE-CH
            MOVE WS-ID-MATERIA-G          TO ID-MATERIA-CH
            READ CARGAHOR
                KEY IS ID-CARGAHOR
                INVALID KEY
                    ADD 1                 TO WS-QT-SEM-CARGA
                    MOVE ZEROS            TO WS-QT-FALTAM
                    MOVE 'SEM CARGA SEMANAL' TO WS-MOTIVO-NAL
                    PERFORM P6A-EMITE-NAO-ALOCADA
                            THRU P6A-EMITE-NAO-ALOCADA-FIM
                    GO TO P6-ALOCA-MATERIA-FIM
            END-READ
            IF QT-AULAS-SEM-CH EQUAL ZEROS
               GO TO P6-ALOCA-MATERIA-FIM
            END-IF
            MOVE QT-AULAS-SEM-CH          TO WS-QT-AULAS
            ADD WS-QT-AULAS               TO WS-TRM-QT-PREV(WS-IX-T)
                                             WS-QT-PREVISTAS
            IF QT-MAX-DIA-CH EQUAL ZEROS
               MOVE WS-MAX-DIA-PADRAO     TO WS-MAX-DIA
            ELSE
               MOVE QT-MAX-DIA-CH         TO WS-MAX-DIA
            END-IF

            MOVE ZEROS                    TO WS-QT-CANDIDATOS
            PERFORM VARYING WS-IX-H FROM 1 BY 1
                    UNTIL WS-IX-H GREATER THAN WS-QT-HAB
                IF WS-HAB-MATERIA(WS-IX-H) EQUAL WS-ID-MATERIA-G
                   ADD 1                  TO WS-QT-CANDIDATOS
                END-IF
            END-PERFORM
            IF WS-QT-CANDIDATOS EQUAL ZEROS
               MOVE WS-QT-AULAS           TO WS-QT-FALTAM
               ADD WS-QT-FALTAM           TO WS-QT-NAO-ALOCADAS
               MOVE 'SEM PROFESSOR HABILITADO' TO WS-MOTIVO-NAL
               PERFORM P6A-EMITE-NAO-ALOCADA
                       THRU P6A-EMITE-NAO-ALOCADA-FIM
               GO TO P6-ALOCA-MATERIA-FIM
            END-IF

            MOVE ZEROS                    TO WS-PROF-ESCOLHIDO
                                             WS-QT-FALTAM
            PERFORM VARYING WS-IX-AULA FROM 1 BY 1
                    UNTIL WS-IX-AULA GREATER THAN WS-QT-AULAS
                PERFORM P7-ALOCA-AULA     THRU P7-ALOCA-AULA-FIM
                IF NOT ALOCOU
                   ADD 1                  TO WS-QT-FALTAM
                END-IF
            END-PERFORM
            IF WS-QT-FALTAM GREATER THAN ZEROS
               ADD WS-QT-FALTAM           TO WS-QT-NAO-ALOCADAS
               PERFORM P6A-EMITE-NAO-ALOCADA
                       THRU P6A-EMITE-NAO-ALOCADA-FIM
            END-IF
            .
       P6-ALOCA-MATERIA-FIM.

       P6A-EMITE-NAO-ALOCADA.
            MOVE SPACES                   TO WS-LINHA-REL
            MOVE WS-TRM-ID(WS-IX-T)       TO WS-LINHA-REL(1:3)
            MOVE WS-ID-MATERIA-G          TO WS-LINHA-REL(8:5)
            MOVE WS-GRD-NOME(WS-IX-G)     TO WS-LINHA-REL(16:20)
            MOVE WS-QT-FALTAM             TO WS-LINHA-REL(38:2)
            MOVE WS-MOTIVO-NAL            TO WS-LINHA-REL(42:25)
            PERFORM PA-EMITE-LINHA        THRU PA-EMITE-LINHA-FIM
            .
       P6A-EMITE-NAO-ALOCADA-FIM.

      *ENCAIXA UMA AULA: PRIMEIRO COM O PROFESSOR JA ESCOLHIDO PARA A
      *MATERIA NA TURMA, DEPOIS COM QUALQUER HABILITADO. AS AULAS SE
      *ESPALHAM PELA SEMANA: A PRIMEIRA PASSADA ACEITA UMA AULA DA
      *MATERIA POR DIA, A SEGUNDA DUAS, ATE O MAXIMO POR DIA
       P7-ALOCA-AULA.
            SET ALOCOU                    TO FALSE
            SET VIU-TURMA-LIVRE           TO FALSE
            SET VIU-PROF-LIVRE            TO FALSE
            IF WS-PROF-ESCOLHIDO GREATER THAN ZEROS
               SET SO-ESCOLHIDO           TO TRUE
               PERFORM P7A-PROCURA-ENCAIXE
                       THRU P7A-PROCURA-ENCAIXE-FIM
            END-IF
            IF NOT ALOCOU
               SET SO-ESCOLHIDO           TO FALSE
               PERFORM P7A-PROCURA-ENCAIXE
                       THRU P7A-PROCURA-ENCAIXE-FIM
            END-IF
            IF NOT ALOCOU
               EVALUATE TRUE
                   WHEN NOT VIU-TURMA-LIVRE
                       MOVE 'TURMA SEM PERIODO LIVRE' TO WS-MOTIVO-NAL
                   WHEN NOT VIU-PROF-LIVRE
                       MOVE 'PROFESSOR SEM HORARIO'   TO WS-MOTIVO-NAL
                   WHEN OTHER
                       MOVE 'SEM SALA LIVRE'          TO WS-MOTIVO-NAL
               END-EVALUATE
            END-IF
            .
       P7-ALOCA-AULA-FIM.

       P7A-PROCURA-ENCAIXE.
            PERFORM VARYING WS-LIMITE FROM 1 BY 1
                    UNTIL WS-LIMITE GREATER THAN WS-MAX-DIA OR ALOCOU
                PERFORM VARYING WS-DIA FROM 1 BY 1
                        UNTIL WS-DIA GREATER THAN 6 OR ALOCOU
                    PERFORM P7B-TENTA-DIA THRU P7B-TENTA-DIA-FIM
                END-PERFORM
            END-PERFORM
            .
       P7A-PROCURA-ENCAIXE-FIM.

      *TENTA OS PERIODOS DO DIA SE A MATERIA AINDA CABE NELE
       P7B-TENTA-DIA.
            MOVE ZEROS                    TO WS-QT-NO-DIA
            PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 6
                COMPUTE WS-ENC = (WS-DIA - 1) * 6 + WS-PER
                IF WS-TRM-MATERIA(WS-IX-T, WS-ENC) EQUAL
                   WS-ID-MATERIA-G
                   ADD 1                  TO WS-QT-NO-DIA
                END-IF
            END-PERFORM
            IF WS-QT-NO-DIA NOT LESS THAN WS-LIMITE
               GO TO P7B-TENTA-DIA-FIM
            END-IF
            PERFORM VARYING WS-PER FROM 1 BY 1
                    UNTIL WS-PER GREATER THAN 6 OR ALOCOU
                PERFORM P7C-TENTA-ENCAIXE THRU P7C-TENTA-ENCAIXE-FIM
            END-PERFORM
            .
       P7B-TENTA-DIA-FIM.

      *O ENCAIXE SERVE SE A TURMA ESTA LIVRE, HA PROFESSOR HABILITADO
      *DISPONIVEL E DESOCUPADO E HA SALA LIVRE QUE COMPORTE A TURMA
       P7C-TENTA-ENCAIXE.
            COMPUTE WS-ENC = (WS-DIA - 1) * 6 + WS-PER
            IF WS-TRM-MATERIA(WS-IX-T, WS-ENC) NOT EQUAL ZEROS
               GO TO P7C-TENTA-ENCAIXE-FIM
            END-IF
            SET VIU-TURMA-LIVRE           TO TRUE

            MOVE ZEROS                    TO WS-PROF-ACHADO
            IF SO-ESCOLHIDO
               IF WS-PRF-DISP(WS-PROF-ESCOLHIDO)(WS-ENC:1) EQUAL 'S'
                  AND WS-PRF-OCUP(WS-PROF-ESCOLHIDO)(WS-ENC:1)
                      NOT EQUAL 'S'
                  MOVE WS-PROF-ESCOLHIDO  TO WS-PROF-ACHADO
               END-IF
            ELSE
               PERFORM VARYING WS-IX-H FROM 1 BY 1
                       UNTIL WS-IX-H GREATER THAN WS-QT-HAB
                          OR WS-PROF-ACHADO GREATER THAN ZEROS
                   IF WS-HAB-MATERIA(WS-IX-H) EQUAL WS-ID-MATERIA-G
                      AND WS-PRF-DISP(WS-HAB-PROF(WS-IX-H))(WS-ENC:1)
                          EQUAL 'S'
                      AND WS-PRF-OCUP(WS-HAB-PROF(WS-IX-H))(WS-ENC:1)
                          NOT EQUAL 'S'
                      MOVE WS-HAB-PROF(WS-IX-H) TO WS-PROF-ACHADO
                   END-IF
               END-PERFORM
            END-IF
            IF WS-PROF-ACHADO EQUAL ZEROS
               GO TO P7C-TENTA-ENCAIXE-FIM
            END-IF
            SET VIU-PROF-LIVRE            TO TRUE

            PERFORM P7D-ACHA-SALA         THRU P7D-ACHA-SALA-FIM
            IF WS-IX-SALA-ACHADA EQUAL ZEROS
               GO TO P7C-TENTA-ENCAIXE-FIM
            END-IF

            MOVE WS-ID-MATERIA-G     TO WS-TRM-MATERIA(WS-IX-T, WS-ENC)
            MOVE WS-PROF-ACHADO      TO WS-TRM-PROF(WS-IX-T, WS-ENC)
            MOVE WS-SAL-NOME(WS-IX-SALA-ACHADA)
                                     TO WS-TRM-SALA(WS-IX-T, WS-ENC)
            MOVE 'S'        TO WS-PRF-OCUP(WS-PROF-ACHADO)(WS-ENC:1)
            MOVE 'S'        TO WS-SAL-OCUP(WS-IX-SALA-ACHADA)(WS-ENC:1)
            IF WS-PROF-ESCOLHIDO EQUAL ZEROS
               MOVE WS-PROF-ACHADO        TO WS-PROF-ESCOLHIDO
            END-IF
            IF WS-TRM-IX-SALA(WS-IX-T) EQUAL ZEROS
               MOVE WS-IX-SALA-ACHADA     TO WS-TRM-IX-SALA(WS-IX-T)
            END-IF
            ADD 1                         TO WS-TRM-QT-ALOC(WS-IX-T)
                                             WS-QT-ALOCADAS
            SET ALOCOU                    TO TRUE
            .
       P7C-TENTA-ENCAIXE-FIM.

      *SALA DA TURMA SE ESTIVER LIVRE NO ENCAIXE; SENAO A PRIMEIRA
      *SALA LIVRE COM LOTACAO PARA A TURMA
       P7D-ACHA-SALA.
            MOVE ZEROS                    TO WS-IX-SALA-ACHADA
            MOVE WS-TRM-IX-SALA(WS-IX-T)  TO WS-IX-S
            IF WS-IX-S GREATER THAN ZEROS
               IF WS-SAL-OCUP(WS-IX-S)(WS-ENC:1) NOT EQUAL 'S'
                  MOVE WS-IX-S            TO WS-IX-SALA-ACHADA
                  GO TO P7D-ACHA-SALA-FIM
               END-IF
            END-IF
            PERFORM VARYING WS-IX-S FROM 1 BY 1
                    UNTIL WS-IX-S GREATER THAN WS-QT-SALAS
                       OR WS-IX-SALA-ACHADA GREATER THAN ZEROS
                IF WS-SAL-OCUP(WS-IX-S)(WS-ENC:1) NOT EQUAL 'S' AND
                   (WS-SAL-LOTACAO(WS-IX-S) EQUAL ZEROS OR
                    WS-SAL-LOTACAO(WS-IX-S) NOT LESS THAN
                    WS-TRM-LOTACAO(WS-IX-T))
                   MOVE WS-IX-S           TO WS-IX-SALA-ACHADA
                END-IF
            END-PERFORM
            .
       P7D-ACHA-SALA-FIM.

      *MOSTRA O RASCUNHO DE UMA TURMA EM GRADE: UMA LINHA POR PERIODO
      *COM MATERIA/PROFESSOR DE CADA DIA E, ABAIXO, A SALA
       P8-VISUALIZA.
            DISPLAY 'Informe o codigo da turma: '
            ACCEPT WS-ID-TURMA-INF

            MOVE ZEROS                    TO WS-QT-LISTADOS
            MOVE 1                        TO WS-IX-T
            PERFORM VARYING WS-ENC FROM 1 BY 1 UNTIL WS-ENC > 36
                MOVE ZEROS                TO WS-TRM-MATERIA(1, WS-ENC)
                                             WS-TRM-PROF(1, WS-ENC)
                MOVE SPACES               TO WS-TRM-SALA(1, WS-ENC)
            END-PERFORM
            SET FRA-OK                    TO TRUE
            OPEN INPUT RASCUNHO
            IF NOT FRA-OK
               DISPLAY 'NAO HA RASCUNHO GERADO - USE A OPCAO <G>.'
               CLOSE RASCUNHO
               GO TO P8-VISUALIZA-FIM
            END-IF
            MOVE WS-ID-TURMA-INF          TO ID-TURMA-HR
            MOVE ZEROS                    TO DIA-SEMANA-HR
                                             NR-PERIODO-HR
            SET EOF-OK                    TO FALSE
            START RASCUNHO KEY IS NOT LESS THAN ID-HORRASC
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ RASCUNHO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-TURMA-HR NOT EQUAL WS-ID-TURMA-INF
                           SET EOF-OK     TO TRUE
                        ELSE
                           IF DIA-SEMANA-HR > 0 AND DIA-SEMANA-HR < 7
                              AND NR-PERIODO-HR > 0
                              AND NR-PERIODO-HR < 7
                              ADD 1       TO WS-QT-LISTADOS
                              COMPUTE WS-ENC = (DIA-SEMANA-HR - 1) * 6
                                             + NR-PERIODO-HR
                              MOVE ID-MATERIA-HR
                                   TO WS-TRM-MATERIA(1, WS-ENC)
                              MOVE ID-PROFESSOR-HR
                                   TO WS-TRM-PROF(1, WS-ENC)
                              MOVE NM-SALA-HR
                                   TO WS-TRM-SALA(1, WS-ENC)
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RASCUNHO
            IF WS-QT-LISTADOS EQUAL ZEROS
               DISPLAY 'NENHUMA AULA DESTA TURMA NO RASCUNHO.'
               GO TO P8-VISUALIZA-FIM
            END-IF

            DISPLAY '*** RASCUNHO DA TURMA ' WS-ID-TURMA-INF
                    ' (MATERIA/PROFESSOR E SALA) ***'
            MOVE SPACES                   TO WS-LINHA-REL
            MOVE 'PER'                    TO WS-LINHA-REL(1:3)
            PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 6
                COMPUTE WS-COL = 5 + (WS-DIA - 1) * 11
                MOVE WS-NM-DIA(WS-DIA)    TO WS-LINHA-REL(WS-COL:3)
            END-PERFORM
            DISPLAY WS-LINHA-REL
            PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 6
                MOVE SPACES               TO WS-LINHA-REL
                                             WS-LINHA-SALA
                MOVE WS-PER               TO WS-LINHA-REL(2:1)
                PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 6
                    COMPUTE WS-ENC = (WS-DIA - 1) * 6 + WS-PER
                    COMPUTE WS-COL = 5 + (WS-DIA - 1) * 11
                    IF WS-TRM-MATERIA(1, WS-ENC) EQUAL ZEROS
                       MOVE '    -'       TO WS-LINHA-REL(WS-COL:5)
                    ELSE
                       MOVE WS-TRM-MATERIA(1, WS-ENC)
                                          TO WS-LINHA-REL(WS-COL:5)
                       MOVE '/'           TO WS-LINHA-REL(WS-COL + 5:1)
                       MOVE WS-TRM-PROF(1, WS-ENC)
                                          TO WS-LINHA-REL(WS-COL + 6:3)
                       MOVE WS-TRM-SALA(1, WS-ENC)
                                          TO WS-LINHA-SALA(WS-COL:10)
                    END-IF
                END-PERFORM
                DISPLAY WS-LINHA-REL
                DISPLAY WS-LINHA-SALA
            END-PERFORM
            DISPLAY 'AULAS NO RASCUNHO: ' WS-QT-LISTADOS
            .
       P8-VISUALIZA-FIM.

      *PROMOVE O RASCUNHO: O QUADRO INTEIRO (CFP001S21) E SUBSTITUIDO
      *PELA PROPOSTA; AS AULAS REMOVIDAS VAO PARA O CFP001T34
       P9-PROMOVE.
            SET FRA-OK                    TO TRUE
            OPEN INPUT RASCUNHO
            IF NOT FRA-OK
               DISPLAY 'NAO HA RASCUNHO GERADO - USE A OPCAO <G>.'
               CLOSE RASCUNHO
               GO TO P9-PROMOVE-FIM
            END-IF
            MOVE ZEROS                    TO WS-QT-LISTADOS
            READ RASCUNHO NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    MOVE 1                TO WS-QT-LISTADOS
            END-READ
            CLOSE RASCUNHO
            IF WS-QT-LISTADOS EQUAL ZEROS
               DISPLAY 'O RASCUNHO ESTA VAZIO - NADA A PROMOVER.'
               GO TO P9-PROMOVE-FIM
            END-IF

            DISPLAY '*************************************************'
            DISPLAY '* A PROMOCAO SUBSTITUI O QUADRO DE HORARIOS DE  *'
            DISPLAY '* TODAS AS TURMAS PELO RASCUNHO. O QUADRO ATUAL *'
            DISPLAY '* FICA GUARDADO NO CFP001T34.                   *'
            DISPLAY '*************************************************'
            DISPLAY 'Confirma a promocao (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'PROMOCAO CANCELADA.'
               GO TO P9-PROMOVE-FIM
            END-IF

            SET FHA-OK                    TO TRUE
            OPEN OUTPUT HORANT
            IF NOT FHA-OK
               DISPLAY 'ERRO AO ABRIR A GUARDA DO QUADRO ANTERIOR -'
                       ' PROMOCAO CANCELADA.'
               CLOSE HORANT
               GO TO P9-PROMOVE-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-REMOVIDAS
                                             WS-QT-GRAVADAS
                                             WS-QT-ERROS
            SET FILES-OK                  TO TRUE
            OPEN I-O HORARIO
            IF WS-FILES EQUAL 35
                 CLOSE HORARIO
                 OPEN OUTPUT HORARIO
                 CLOSE HORARIO
                 OPEN I-O HORARIO
            END-IF
            IF NOT FILES-OK
               DISPLAY 'ERRO AO ABRIR O QUADRO DE HORARIOS'
               MOVE WS-FILES TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FILES ' - ' WS-FS-MSG
               CLOSE HORARIO
               CLOSE HORANT
               GO TO P9-PROMOVE-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ HORARIO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        MOVE REG-HORARIO  TO REG-HORANT
                        WRITE REG-HORANT
                        DELETE HORARIO
                            INVALID KEY
                                ADD 1     TO WS-QT-ERROS
                            NOT INVALID KEY
                                ADD 1     TO WS-QT-REMOVIDAS
                        END-DELETE
                END-READ
            END-PERFORM
            CLOSE HORANT

            SET FRA-OK                    TO TRUE
            OPEN INPUT RASCUNHO
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK OR NOT FRA-OK
                READ RASCUNHO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        MOVE ID-TURMA-HR      TO ID-TURMA-H
                        MOVE DIA-SEMANA-HR    TO DIA-SEMANA-H
                        MOVE NR-PERIODO-HR    TO NR-PERIODO-H
                        MOVE ID-MATERIA-HR    TO ID-MATERIA-H
                        MOVE ID-PROFESSOR-HR  TO ID-PROFESSOR-H
                        MOVE NM-SALA-HR       TO NM-SALA-H
                        WRITE REG-HORARIO
                            INVALID KEY
                                ADD 1     TO WS-QT-ERROS
                            NOT INVALID KEY
                                ADD 1     TO WS-QT-GRAVADAS
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE RASCUNHO
            CLOSE HORARIO

            DISPLAY 'AULAS REMOVIDAS DO QUADRO: ' WS-QT-REMOVIDAS
            DISPLAY 'AULAS PROMOVIDAS DO RASCUNHO: ' WS-QT-GRAVADAS
            IF WS-QT-ERROS GREATER THAN ZEROS
               DISPLAY 'ERROS DE GRAVACAO: ' WS-QT-ERROS
            END-IF

            MOVE 'GERAHORA'               TO WS-AUD-PROGRAMA
            MOVE 'PROMOCAO'               TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'REMOVIDAS ' WS-QT-REMOVIDAS ' PROMOVIDAS '
                   WS-QT-GRAVADAS ' ERROS ' WS-QT-ERROS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P9-PROMOVE-FIM.

       PA-EMITE-LINHA.
            DISPLAY WS-LINHA-REL
            IF FIM-OK
               MOVE WS-LINHA-REL          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       PA-EMITE-LINHA-FIM.

      *RECRIA O RASCUNHO COM A PROPOSTA DE TODAS AS TURMAS
       PB-GRAVA-RASCUNHO.
            MOVE ZEROS                    TO WS-QT-GRAVADAS
            SET FRA-OK                    TO TRUE
            OPEN OUTPUT RASCUNHO
            IF NOT FRA-OK
               DISPLAY 'ERRO AO CRIAR O RASCUNHO DO QUADRO'
               MOVE WS-FRA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FRA ' - ' WS-FS-MSG
               CLOSE RASCUNHO
               GO TO PB-GRAVA-RASCUNHO-FIM
            END-IF
            PERFORM VARYING WS-IX-T FROM 1 BY 1
                    UNTIL WS-IX-T GREATER THAN WS-QT-TURMAS
                PERFORM VARYING WS-IX-ENC FROM 1 BY 1
                        UNTIL WS-IX-ENC > 36
                    IF WS-TRM-MATERIA(WS-IX-T, WS-IX-ENC)
                       GREATER THAN ZEROS
                       MOVE WS-TRM-ID(WS-IX-T)   TO ID-TURMA-HR
                       COMPUTE DIA-SEMANA-HR = (WS-IX-ENC - 1) / 6 + 1
                       COMPUTE NR-PERIODO-HR = WS-IX-ENC
                                 - (DIA-SEMANA-HR - 1) * 6
                       MOVE WS-TRM-MATERIA(WS-IX-T, WS-IX-ENC)
                                                 TO ID-MATERIA-HR
                       MOVE WS-TRM-PROF(WS-IX-T, WS-IX-ENC)
                                                 TO ID-PROFESSOR-HR
                       MOVE WS-TRM-SALA(WS-IX-T, WS-IX-ENC)
                                                 TO NM-SALA-HR
                       MOVE WS-DATA-HOJE         TO DT-GERACAO-HR
                       MOVE LK-OPERADOR          TO OP-GERACAO-HR
                       WRITE REG-HORRASC
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR O RASCUNHO: '
                                       ID-HORRASC
                           NOT INVALID KEY
                               ADD 1     TO WS-QT-GRAVADAS
                       END-WRITE
                    END-IF
                END-PERFORM
            END-PERFORM
            CLOSE RASCUNHO
            .
       PB-GRAVA-RASCUNHO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM GERAHORA.
