      * Date: 14/02/2024
      * Purpose: manutencao do calendario escolar (CFP001S16.DAT) -
      *          cadastrar as datas de inicio/fim de cada bimestre de um
      *          ano letivo e abrir/fechar o bimestre para lancamentos;
      *          calendario diario do ano letivo (CFP001S112.DAT) com
      *          os feriados, recessos e sabados letivos e o relatorio
      *          de conformidade dos 200 dias / 800 horas letivas
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 14/02/2024 - CRIACAO DO MODULO DE CALENDARIO ESCOLAR
      *         ABERTAS, CORRECOES PENDENTES NO APROVNOTA E CHAMADA
      *         ATE O FIM DO BIMESTRE), COM RELATORIO DE PENDENCIAS
      *         IMPRESSO E OVERRIDE AUDITADO RESTRITO A DIRECAO
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      * UPDATE: 15/10/2026 - CALENDARIO DIARIO DO ANO LETIVO
      *         (CFP001S112): GERACAO DOS DIAS A PARTIR DOS BIMESTRES,
      *         AJUSTE DE FERIADO, RECESSO E SABADO LETIVO E RELATORIO
      *         DOS 200 DIAS LETIVOS E 800 HORAS POR TURNO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDESC.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FILES.

                SELECT DIALETIVO ASSIGN TO WS-PATH-DIALETIVO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DT-DIA-LET
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FDL.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

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
       FD CALENDARIO.
          COPY CFPK0012.
       FD DIALETIVO.
          COPY CFPK0104.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD APROVACAO.
          COPY CFPK0003.
       FD MATRICULA.
          COPY CFPK0016.
       FD IMPREL.
       01 REG-IMPREL                      PIC X(80).
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
       77 WS-LINHA-CHK                    PIC X(80) VALUE SPACES.
       77 WS-FECHA-OK                     PIC X VALUE 'S'.
          88 FECHA-OK                     VALUE 'S'.
      *CALENDARIO DIARIO E CONFORMIDADE DOS 200 DIAS LETIVOS
       77 WS-FDL                          PIC 99.
          88 FDL-OK                       VALUE 0.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-DT-DIA                       PIC 9(08) VALUE ZEROS.
       77 WS-NR-DIA                       PIC 9(08) VALUE ZEROS.
       77 WS-NR-DIA-INI                   PIC 9(08) VALUE ZEROS.
       77 WS-NR-DIA-FIM                   PIC 9(08) VALUE ZEROS.
       77 WS-QUOCIENTE                    PIC 9(08) VALUE ZEROS.
       77 WS-DIA-SEMANA                   PIC 9(01) VALUE ZEROS.
       77 WS-IX-BIM                       PIC 9(01) VALUE ZEROS.
       77 WS-QT-BIM-CAD                   PIC 9(01) VALUE ZEROS.
       77 WS-BIM-DO-DIA                   PIC 9(01) VALUE ZEROS.
       77 WS-HORAS-MAT                    PIC 9(02)V9(01) VALUE ZEROS.
       77 WS-HORAS-VES                    PIC 9(02)V9(01) VALUE ZEROS.
       77 WS-HORAS-NOT                    PIC 9(02)V9(01) VALUE ZEROS.
       77 WS-QT-GRAVADOS                  PIC 9(03) VALUE ZEROS.
       77 WS-QT-MANTIDOS                  PIC 9(03) VALUE ZEROS.
       77 WS-QT-DIAS-ANO                  PIC 9(03) VALUE ZEROS.
       77 WS-TP-DIA-INF                   PIC X VALUE SPACES.
       77 WS-TP-DIA-ANT                   PIC X VALUE SPACES.
       77 WS-DS-DIA-INF                   PIC X(30) VALUE SPACES.
       77 WS-DIA-NOVO                     PIC X VALUE 'N'.
          88 DIA-NOVO                     VALUE 'S' FALSE 'N'.
       01 WS-TAB-BIMESTRES.
          03 WS-BIM-DATAS OCCURS 4 TIMES.
             05 WS-BIM-INI                PIC 9(08).
             05 WS-BIM-FIM                PIC 9(08).
      *OCORRENCIAS 1 A 4 = BIMESTRES, 5 = TOTAL DO ANO
       01 WS-TAB-CONFORMIDADE.
          03 WS-CF-LINHA OCCURS 5 TIMES.
             05 WS-CF-DIAS                PIC 9(03).
             05 WS-CF-H-MAT               PIC 9(04)V9(01).
             05 WS-CF-H-VES               PIC 9(04)V9(01).
             05 WS-CF-H-NOT               PIC 9(04)V9(01).
       77 WS-MINIMO-DIAS                  PIC 9(03) VALUE 200.
       77 WS-MINIMO-HORAS                 PIC 9(04)V9(01) VALUE 800.
       77 WS-TURNO-NOME                   PIC X(10) VALUE SPACES.
       77 WS-TURNO-HORAS                  PIC 9(04)V9(01) VALUE ZEROS.
       77 WS-FALTA-HORAS                  PIC 9(04)V9(01) VALUE ZEROS.
       77 WS-FALTA-DIAS                   PIC 9(03) VALUE ZEROS.
       77 WS-ED-DIAS                      PIC ZZ9.
       77 WS-ED-HORAS1                    PIC ZZZ9,9.
       77 WS-ED-HORAS2                    PIC ZZZ9,9.
       77 WS-ED-HORAS3                    PIC ZZZ9,9.
       77 WS-ED-BIM                       PIC X(03) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
            DISPLAY '*** CALENDARIO ESCOLAR - BIMESTRES ***'
            DISPLAY 'TECLE <C> PARA CADASTRAR AS DATAS DE UM BIMESTRE,'
            DISPLAY '<A> PARA ABRIR, <F> PARA FECHAR UM BIMESTRE,'
            DISPLAY '<G> PARA GERAR OS DIAS DO ANO LETIVO, <D> PARA'
            DISPLAY 'AJUSTAR UM DIA (FERIADO, RECESSO, SABADO LETIVO),'
            DISPLAY '<R> PARA O RELATORIO DOS 200 DIAS LETIVOS,'
            DISPLAY '<L> PARA LISTAR OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

                WHEN 'L'
                WHEN 'l'
                    PERFORM P4-LISTA      THRU P4-LISTA-FIM
                WHEN 'G'
                WHEN 'g'
                    PERFORM P10-GERA-DIAS THRU P10-GERA-DIAS-FIM
                WHEN 'D'
                WHEN 'd'
                    PERFORM P13-AJUSTA-DIA
                            THRU P13-AJUSTA-DIA-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P14-CONFORMIDADE
                            THRU P14-CONFORMIDADE-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
      *IMPRIME O RELATORIO DE PENDENCIAS DO FECHAMENTO
       P9-RELATORIO-PENDENCIAS.
            SET FIM-OK                TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPREL
            IF WS-FIM EQUAL 35
               OPEN OUTPUT IMPREL
            .
       P9-RELATORIO-ENCERRA.
            CLOSE IMPREL
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'CALENDESC'              TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P9-RELATORIO-PENDENCIAS-FIM.

      *GERA O CALENDARIO DIARIO DE UM ANO LETIVO A PARTIR DAS DATAS
      *DOS BIMESTRES: DE SEGUNDA A SEXTA DENTRO DE UM BIMESTRE E DIA
      *LETIVO, ENTRE OS BIMESTRES E RECESSO E O FIM DE SEMANA NAO E
      *LETIVO. OS DIAS JA EXISTENTES (AJUSTADOS PELA OPCAO D) SAO
      *MANTIDOS
       P10-GERA-DIAS.
            DISPLAY 'INFORME O ANO LETIVO (AAAA): '
            ACCEPT WS-ANO-LETIVO
            PERFORM P11-CARREGA-BIMESTRES
                    THRU P11-CARREGA-BIMESTRES-FIM
            IF WS-QT-BIM-CAD EQUAL ZEROS
               DISPLAY 'NENHUM BIMESTRE CADASTRADO PARA O ANO '
                       WS-ANO-LETIVO ' - CADASTRE AS DATAS (OPCAO C).'
               GO TO P10-GERA-DIAS-FIM
            END-IF

            DISPLAY 'HORAS LETIVAS POR DIA NO TURNO MATUTINO'
                    ' (0 = SEM AULAS NO TURNO): '
            ACCEPT WS-HORAS-MAT
            DISPLAY 'HORAS LETIVAS POR DIA NO TURNO VESPERTINO'
                    ' (0 = SEM AULAS NO TURNO): '
            ACCEPT WS-HORAS-VES
            DISPLAY 'HORAS LETIVAS POR DIA NO TURNO NOTURNO'
                    ' (0 = SEM AULAS NO TURNO): '
            ACCEPT WS-HORAS-NOT

            PERFORM P16-ABRE-DIAS         THRU P16-ABRE-DIAS-FIM
            IF NOT FDL-OK
               DISPLAY 'ERRO AO ABRIR O CALENDARIO DIARIO'
               MOVE WS-FDL TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FDL ' - ' WS-FS-MSG
               CLOSE DIALETIVO
               GO TO P10-GERA-DIAS-FIM
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE ZEROS                    TO WS-QT-GRAVADOS
                                             WS-QT-MANTIDOS
            COMPUTE WS-DT-DIA = WS-ANO-LETIVO * 10000 + 0101
            COMPUTE WS-NR-DIA-INI = FUNCTION INTEGER-OF-DATE(WS-DT-DIA)
            COMPUTE WS-DT-DIA = WS-ANO-LETIVO * 10000 + 1231
            COMPUTE WS-NR-DIA-FIM = FUNCTION INTEGER-OF-DATE(WS-DT-DIA)
            PERFORM P12-GRAVA-DIA         THRU P12-GRAVA-DIA-FIM
                    VARYING WS-NR-DIA FROM WS-NR-DIA-INI BY 1
                    UNTIL WS-NR-DIA GREATER THAN WS-NR-DIA-FIM
            CLOSE DIALETIVO

            DISPLAY 'CALENDARIO DIARIO DE ' WS-ANO-LETIVO ' GERADO.'
            DISPLAY 'DIAS GRAVADOS: ' WS-QT-GRAVADOS
                    ' DIAS JA EXISTENTES MANTIDOS: ' WS-QT-MANTIDOS
            DISPLAY 'MARQUE OS FERIADOS, RECESSOS E SABADOS LETIVOS'
                    ' PELA OPCAO D.'

            MOVE 'CALENDESC'              TO WS-AUD-PROGRAMA
            MOVE 'GERA DIAS'              TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ANO ' WS-ANO-LETIVO ' GRAVADOS ' WS-QT-GRAVADOS
                   ' MANTIDOS ' WS-QT-MANTIDOS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P10-GERA-DIAS-FIM.

      *CARREGA AS DATAS DOS BIMESTRES DO ANO (WS-ANO-LETIVO) NA TABELA
      *E CONTA QUANTOS ESTAO CADASTRADOS
       P11-CARREGA-BIMESTRES.
            MOVE ZEROS                    TO WS-QT-BIM-CAD
            INITIALIZE WS-TAB-BIMESTRES
            SET FILES-OK                  TO TRUE
            OPEN INPUT CALENDARIO
            IF NOT FILES-OK
               CLOSE CALENDARIO
               GO TO P11-CARREGA-BIMESTRES-FIM
            END-IF
            PERFORM VARYING WS-IX-BIM FROM 1 BY 1
                    UNTIL WS-IX-BIM GREATER THAN 4
                MOVE WS-ANO-LETIVO        TO ANO-LETIVO-CAL
                MOVE WS-IX-BIM            TO NR-BIMESTRE-CAL
                READ CALENDARIO
                    KEY IS ID-CALENDARIO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE DT-INICIO-BIM TO WS-BIM-INI(WS-IX-BIM)
                        MOVE DT-FIM-BIM   TO WS-BIM-FIM(WS-IX-BIM)
                        ADD 1             TO WS-QT-BIM-CAD
                END-READ
            END-PERFORM
            CLOSE CALENDARIO
            .
       P11-CARREGA-BIMESTRES-FIM.

      *GRAVA UM DIA DO ANO NO CALENDARIO DIARIO (WS-NR-DIA E A DATA
      *EM DIAS CORRIDOS; O RESTO POR 7 DA O DIA DA SEMANA: 1=SEGUNDA
      *... 6=SABADO, 0=DOMINGO)
       P12-GRAVA-DIA.
            COMPUTE WS-DT-DIA = FUNCTION DATE-OF-INTEGER(WS-NR-DIA)
            DIVIDE WS-NR-DIA BY 7 GIVING WS-QUOCIENTE
                   REMAINDER WS-DIA-SEMANA
            PERFORM P15-BIMESTRE-DO-DIA   THRU P15-BIMESTRE-DO-DIA-FIM

            MOVE SPACES                   TO REG-DIALETIVO
            MOVE WS-DT-DIA                TO DT-DIA-LET
            MOVE WS-BIM-DO-DIA            TO NR-BIMESTRE-DIA
            MOVE ZEROS                    TO QT-HORAS-MAT-DIA
                                             QT-HORAS-VES-DIA
                                             QT-HORAS-NOT-DIA
            EVALUATE TRUE
                WHEN WS-DIA-SEMANA EQUAL 6 OR WS-DIA-SEMANA EQUAL 0
                    MOVE 'N'              TO TP-DIA-LET
                    MOVE 'FIM DE SEMANA'  TO DS-DIA-LET
                WHEN WS-BIM-DO-DIA EQUAL ZEROS
                    MOVE 'R'              TO TP-DIA-LET
                    MOVE 'FORA DOS BIMESTRES'
                                          TO DS-DIA-LET
                WHEN OTHER
                    MOVE 'L'              TO TP-DIA-LET
                    MOVE 'DIA LETIVO'     TO DS-DIA-LET
                    MOVE WS-HORAS-MAT     TO QT-HORAS-MAT-DIA
                    MOVE WS-HORAS-VES     TO QT-HORAS-VES-DIA
                    MOVE WS-HORAS-NOT     TO QT-HORAS-NOT-DIA
            END-EVALUATE
            MOVE LK-OPERADOR              TO OP-ALTERA-DIA
            MOVE WS-DATA-HOJE             TO DT-ALTERA-DIA

            WRITE REG-DIALETIVO
                INVALID KEY
                    ADD 1                 TO WS-QT-MANTIDOS
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-GRAVADOS
            END-WRITE
            .
       P12-GRAVA-DIA-FIM.

      *MARCA OU AJUSTA UM DIA DO CALENDARIO DIARIO: FERIADO, RECESSO,
      *SABADO LETIVO, DIA LETIVO OU NAO LETIVO, COM AS HORAS LETIVAS
      *DE CADA TURNO
       P13-AJUSTA-DIA.
            DISPLAY 'INFORME A DATA (AAAAMMDD): '
            ACCEPT WS-DT-DIA
            MOVE WS-DT-DIA                TO DT-DIA-LET
            IF MES-DIA-LET LESS THAN 1 OR MES-DIA-LET GREATER THAN 12
               OR DD-DIA-LET LESS THAN 1 OR DD-DIA-LET GREATER THAN 31
               DISPLAY 'DATA INVALIDA.'
               GO TO P13-AJUSTA-DIA-FIM
            END-IF
            MOVE ANO-DIA-LET              TO WS-ANO-LETIVO
            PERFORM P11-CARREGA-BIMESTRES
                    THRU P11-CARREGA-BIMESTRES-FIM
            PERFORM P15-BIMESTRE-DO-DIA   THRU P15-BIMESTRE-DO-DIA-FIM

            PERFORM P16-ABRE-DIAS         THRU P16-ABRE-DIAS-FIM
            IF NOT FDL-OK
               DISPLAY 'ERRO AO ABRIR O CALENDARIO DIARIO'
               MOVE WS-FDL TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FDL ' - ' WS-FS-MSG
               CLOSE DIALETIVO
               GO TO P13-AJUSTA-DIA-FIM
            END-IF

            SET DIA-NOVO                  TO FALSE
            MOVE WS-DT-DIA                TO DT-DIA-LET
            READ DIALETIVO
                KEY IS DT-DIA-LET
                INVALID KEY
                    SET DIA-NOVO          TO TRUE
                    MOVE SPACES           TO REG-DIALETIVO
                    MOVE WS-DT-DIA        TO DT-DIA-LET
                    MOVE ZEROS            TO QT-HORAS-MAT-DIA
                                             QT-HORAS-VES-DIA
                                             QT-HORAS-NOT-DIA
                    DISPLAY 'DATA AINDA SEM REGISTRO NO CALENDARIO'
                            ' DIARIO.'
                NOT INVALID KEY
                    MOVE QT-HORAS-MAT-DIA TO WS-ED-HORAS1
                    MOVE QT-HORAS-VES-DIA TO WS-ED-HORAS2
                    MOVE QT-HORAS-NOT-DIA TO WS-ED-HORAS3
                    DISPLAY 'TIPO ATUAL: ' TP-DIA-LET ' - ' DS-DIA-LET
                    DISPLAY 'HORAS MAT/VES/NOT: ' WS-ED-HORAS1 ' '
                            WS-ED-HORAS2 ' ' WS-ED-HORAS3
            END-READ
            MOVE TP-DIA-LET               TO WS-TP-DIA-ANT

            DISPLAY 'NOVO TIPO: <L> LETIVO, <S> SABADO LETIVO,'
                    ' <F> FERIADO,'
            DISPLAY '<R> RECESSO OU <N> NAO LETIVO: '
            ACCEPT WS-TP-DIA-INF
            INSPECT WS-TP-DIA-INF CONVERTING 'lsfrn' TO 'LSFRN'
            MOVE WS-TP-DIA-INF            TO TP-DIA-LET
            IF NOT DIA-TP-OK
               DISPLAY 'TIPO DE DIA INVALIDO - NADA ALTERADO.'
               CLOSE DIALETIVO
               GO TO P13-AJUSTA-DIA-FIM
            END-IF
            IF DIA-TP-SABADO
               COMPUTE WS-NR-DIA = FUNCTION INTEGER-OF-DATE(WS-DT-DIA)
               DIVIDE WS-NR-DIA BY 7 GIVING WS-QUOCIENTE
                      REMAINDER WS-DIA-SEMANA
               IF WS-DIA-SEMANA NOT EQUAL 6
                  DISPLAY 'A DATA ' WS-DT-DIA ' NAO CAI NUM SABADO -'
                          ' NADA ALTERADO.'
                  CLOSE DIALETIVO
                  GO TO P13-AJUSTA-DIA-FIM
               END-IF
            END-IF

            DISPLAY 'DESCRICAO (EX.: NOME DO FERIADO): '
            MOVE SPACES                   TO WS-DS-DIA-INF
            ACCEPT WS-DS-DIA-INF
            IF WS-DS-DIA-INF NOT EQUAL SPACES
               MOVE WS-DS-DIA-INF         TO DS-DIA-LET
            END-IF

            IF DIA-TP-COM-AULA
               DISPLAY 'HORAS LETIVAS NO TURNO MATUTINO: '
               ACCEPT QT-HORAS-MAT-DIA
               DISPLAY 'HORAS LETIVAS NO TURNO VESPERTINO: '
               ACCEPT QT-HORAS-VES-DIA
               DISPLAY 'HORAS LETIVAS NO TURNO NOTURNO: '
               ACCEPT QT-HORAS-NOT-DIA
            ELSE
               MOVE ZEROS                 TO QT-HORAS-MAT-DIA
                                             QT-HORAS-VES-DIA
                                             QT-HORAS-NOT-DIA
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-BIM-DO-DIA            TO NR-BIMESTRE-DIA
            MOVE LK-OPERADOR              TO OP-ALTERA-DIA
            MOVE WS-DATA-HOJE             TO DT-ALTERA-DIA
            IF DIA-NOVO
               WRITE REG-DIALETIVO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O DIA'
                   NOT INVALID KEY
                       DISPLAY 'DIA INCLUIDO NO CALENDARIO DIARIO!'
               END-WRITE
            ELSE
               REWRITE REG-DIALETIVO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O DIA'
                   NOT INVALID KEY
                       DISPLAY 'DIA ATUALIZADO NO CALENDARIO DIARIO!'
               END-REWRITE
            END-IF
            CLOSE DIALETIVO

            MOVE 'CALENDESC'              TO WS-AUD-PROGRAMA
            MOVE 'AJUSTA DIA'             TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'DATA ' WS-DT-DIA ' DE ' WS-TP-DIA-ANT
                   ' PARA ' TP-DIA-LET ' BIM ' WS-BIM-DO-DIA
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P13-AJUSTA-DIA-FIM.

      *RELATORIO DE CONFORMIDADE DO ANO LETIVO: DIAS LETIVOS (L E S)
      *POR BIMESTRE E NO ANO CONTRA O MINIMO LEGAL DE 200, E HORAS
      *LETIVAS DE CADA TURNO CONTRA O MINIMO DE 800
       P14-CONFORMIDADE.
            DISPLAY 'INFORME O ANO LETIVO (AAAA): '
            ACCEPT WS-ANO-LETIVO
            INITIALIZE WS-TAB-CONFORMIDADE
            MOVE ZEROS                    TO WS-QT-DIAS-ANO
            SET EOF-OK                    TO FALSE
            SET FDL-OK                    TO TRUE
            OPEN INPUT DIALETIVO
            IF NOT FDL-OK
               SET EOF-OK                 TO TRUE
            ELSE
               COMPUTE DT-DIA-LET = WS-ANO-LETIVO * 10000 + 0101
               START DIALETIVO KEY IS NOT LESS THAN DT-DIA-LET
                   INVALID KEY
                       SET EOF-OK         TO TRUE
               END-START
            END-IF
            PERFORM UNTIL EOF-OK
                READ DIALETIVO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ANO-DIA-LET NOT EQUAL WS-ANO-LETIVO
                           SET EOF-OK     TO TRUE
                        ELSE
                           ADD 1          TO WS-QT-DIAS-ANO
                           IF DIA-TP-COM-AULA
                              PERFORM P17-ACUMULA-DIA
                                      THRU P17-ACUMULA-DIA-FIM
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DIALETIVO

            IF WS-QT-DIAS-ANO EQUAL ZEROS
               DISPLAY 'CALENDARIO DIARIO DE ' WS-ANO-LETIVO
                       ' NAO GERADO - USE A OPCAO G.'
               GO TO P14-CONFORMIDADE-FIM
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

            MOVE ALL '='                  TO WS-LINHA-CHK
            PERFORM P18-EMITE-LINHA       THRU P18-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-CHK
            STRING 'CONFORMIDADE DO CALENDARIO LETIVO - ANO '
                   WS-ANO-LETIVO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-CHK
            END-STRING
            PERFORM P18-EMITE-LINHA       THRU P18-EMITE-LINHA-FIM
            MOVE 'BIM  DIAS LETIVOS  HORAS MAT  HORAS VES  HORAS NOT'
                                          TO WS-LINHA-CHK
            PERFORM P18-EMITE-LINHA       THRU P18-EMITE-LINHA-FIM
            PERFORM VARYING WS-IX-BIM FROM 1 BY 1
                    UNTIL WS-IX-BIM GREATER THAN 5
                IF WS-IX-BIM EQUAL 5
                   MOVE 'ANO'             TO WS-ED-BIM
                ELSE
                   MOVE SPACES            TO WS-ED-BIM
                   MOVE WS-IX-BIM         TO WS-ED-BIM(2:1)
                END-IF
                MOVE WS-CF-DIAS(WS-IX-BIM)  TO WS-ED-DIAS
                MOVE WS-CF-H-MAT(WS-IX-BIM) TO WS-ED-HORAS1
                MOVE WS-CF-H-VES(WS-IX-BIM) TO WS-ED-HORAS2
                MOVE WS-CF-H-NOT(WS-IX-BIM) TO WS-ED-HORAS3
                MOVE SPACES               TO WS-LINHA-CHK
                STRING WS-ED-BIM '          ' WS-ED-DIAS
                       '     ' WS-ED-HORAS1 '     ' WS-ED-HORAS2
                       '     ' WS-ED-HORAS3
                       DELIMITED BY SIZE
                       INTO WS-LINHA-CHK
                END-STRING
                PERFORM P18-EMITE-LINHA   THRU P18-EMITE-LINHA-FIM
            END-PERFORM

            MOVE 'MINIMO LEGAL: 200 DIAS LETIVOS E 800 HORAS LETIVAS'
                                          TO WS-LINHA-CHK
            PERFORM P18-EMITE-LINHA       THRU P18-EMITE-LINHA-FIM
            MOVE WS-CF-DIAS(5)            TO WS-ED-DIAS
            MOVE SPACES                   TO WS-LINHA-CHK
            IF WS-CF-DIAS(5) LESS THAN WS-MINIMO-DIAS
               COMPUTE WS-FALTA-DIAS = WS-MINIMO-DIAS - WS-CF-DIAS(5)
               STRING 'DIAS LETIVOS    : ' WS-ED-DIAS
                      ' - NAO ATENDE (FALTAM ' WS-FALTA-DIAS ')'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-CHK
               END-STRING
            ELSE
               STRING 'DIAS LETIVOS    : ' WS-ED-DIAS ' - ATENDE'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-CHK
               END-STRING
            END-IF
            PERFORM P18-EMITE-LINHA       THRU P18-EMITE-LINHA-FIM

            MOVE 'MATUTINO'               TO WS-TURNO-NOME
            MOVE WS-CF-H-MAT(5)           TO WS-TURNO-HORAS
            PERFORM P19-SITUACAO-TURNO    THRU P19-SITUACAO-TURNO-FIM
            MOVE 'VESPERTINO'             TO WS-TURNO-NOME
            MOVE WS-CF-H-VES(5)           TO WS-TURNO-HORAS
            PERFORM P19-SITUACAO-TURNO    THRU P19-SITUACAO-TURNO-FIM
            MOVE 'NOTURNO'                TO WS-TURNO-NOME
            MOVE WS-CF-H-NOT(5)           TO WS-TURNO-HORAS
            PERFORM P19-SITUACAO-TURNO    THRU P19-SITUACAO-TURNO-FIM

            IF FIM-OK
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'CALENDESC'           TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF
            .
       P14-CONFORMIDADE-FIM.

      *PROCURA NA TABELA O BIMESTRE QUE CONTEM WS-DT-DIA (0 = FORA
      *DOS BIMESTRES)
       P15-BIMESTRE-DO-DIA.
            MOVE ZEROS                    TO WS-BIM-DO-DIA
            PERFORM VARYING WS-IX-BIM FROM 1 BY 1
                    UNTIL WS-IX-BIM GREATER THAN 4
                IF WS-BIM-INI(WS-IX-BIM) GREATER THAN ZEROS
                   AND WS-DT-DIA NOT LESS THAN WS-BIM-INI(WS-IX-BIM)
                   AND WS-DT-DIA NOT GREATER THAN WS-BIM-FIM(WS-IX-BIM)
                   MOVE WS-IX-BIM         TO WS-BIM-DO-DIA
                END-IF
            END-PERFORM
            .
       P15-BIMESTRE-DO-DIA-FIM.

      *ABRE O CALENDARIO DIARIO, CRIANDO-O SE AINDA NAO EXISTIR
       P16-ABRE-DIAS.
            SET FDL-OK                    TO TRUE
            OPEN I-O DIALETIVO
            IF WS-FDL EQUAL 35
                 CLOSE DIALETIVO
                 OPEN OUTPUT DIALETIVO
                 CLOSE DIALETIVO
                 OPEN I-O DIALETIVO
            END-IF
            .
       P16-ABRE-DIAS-FIM.

      *SOMA UM DIA COM AULA NO BIMESTRE DO DIA E NO TOTAL DO ANO
       P17-ACUMULA-DIA.
            IF NR-BIMESTRE-DIA GREATER THAN ZEROS
               AND NR-BIMESTRE-DIA NOT GREATER THAN 4
               MOVE NR-BIMESTRE-DIA       TO WS-IX-BIM
               ADD 1                TO WS-CF-DIAS(WS-IX-BIM)
               ADD QT-HORAS-MAT-DIA TO WS-CF-H-MAT(WS-IX-BIM)
               ADD QT-HORAS-VES-DIA TO WS-CF-H-VES(WS-IX-BIM)
               ADD QT-HORAS-NOT-DIA TO WS-CF-H-NOT(WS-IX-BIM)
            END-IF
            ADD 1                         TO WS-CF-DIAS(5)
            ADD QT-HORAS-MAT-DIA          TO WS-CF-H-MAT(5)
            ADD QT-HORAS-VES-DIA          TO WS-CF-H-VES(5)
            ADD QT-HORAS-NOT-DIA          TO WS-CF-H-NOT(5)
            .
       P17-ACUMULA-DIA-FIM.

      *MOSTRA A LINHA DO RELATORIO NA TELA E GRAVA NA IMPRESSAO
       P18-EMITE-LINHA.
            DISPLAY WS-LINHA-CHK
            IF FIM-OK
               MOVE WS-LINHA-CHK          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P18-EMITE-LINHA-FIM.

      *SITUACAO DAS HORAS LETIVAS DE UM TURNO NO ANO. TURNO SEM
      *NENHUMA HORA LANCADA E TIDO COMO SEM AULAS NA ESCOLA
       P19-SITUACAO-TURNO.
            MOVE WS-TURNO-HORAS           TO WS-ED-HORAS1
            MOVE SPACES                   TO WS-LINHA-CHK
            EVALUATE TRUE
                WHEN WS-TURNO-HORAS EQUAL ZEROS
                    STRING 'HORAS ' WS-TURNO-NOME ' : SEM AULAS NO'
                           ' TURNO'
                           DELIMITED BY SIZE
                           INTO WS-LINHA-CHK
                    END-STRING
                WHEN WS-TURNO-HORAS LESS THAN WS-MINIMO-HORAS
                    COMPUTE WS-FALTA-HORAS =
                            WS-MINIMO-HORAS - WS-TURNO-HORAS
                    MOVE WS-FALTA-HORAS   TO WS-ED-HORAS2
                    STRING 'HORAS ' WS-TURNO-NOME ' : ' WS-ED-HORAS1
                           ' - NAO ATENDE (FALTAM ' WS-ED-HORAS2 ')'
                           DELIMITED BY SIZE
                           INTO WS-LINHA-CHK
                    END-STRING
                WHEN OTHER
                    STRING 'HORAS ' WS-TURNO-NOME ' : ' WS-ED-HORAS1
                           ' - ATENDE'
                           DELIMITED BY SIZE
                           INTO WS-LINHA-CHK
                    END-STRING
            END-EVALUATE
            PERFORM P18-EMITE-LINHA       THRU P18-EMITE-LINHA-FIM
            .
       P19-SITUACAO-TURNO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

