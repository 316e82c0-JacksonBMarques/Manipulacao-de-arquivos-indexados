      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: pessoal nao docente (secretarias, inspetores,
      *          porteiros, cozinheiras, monitores do transporte):
      *          cadastro do funcionario (CFP001S137, codigo pelo
      *          contador 42 do CFP001S8) com funcao, unidade,
      *          contrato, jornada e contato; escala semanal dos
      *          postos de portao, recreio, onibus e cantina
      *          (CFP001S138); ponto diario com ate duas entradas e
      *          duas saidas, falta justificada e ajuste de marcacao
      *          (CFP001S139); e o relatorio mensal de horas e faltas
      *          para a folha, impresso no arquivo de impressao geral
      *          (CFP001T2.LST) e exportado para o contador
      *          (CFP001T35.CSV). o dia util e de segunda a sexta,
      *          fora os feriados do calendario diario (CFP001S112)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO CADASTRO DE FUNCIONARIOS, DA
      *         ESCALA SEMANAL E DO PONTO DIARIO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNCIONA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT FUNCIONARIO ASSIGN TO WS-PATH-FUNCIONARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-FUNCIONARIO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FFU.

                SELECT ESCALA ASSIGN TO WS-PATH-ESCALA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ESCALA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FES.

                SELECT PONTO ASSIGN TO WS-PATH-PONTO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PONTO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPT.

                SELECT UNIDADE ASSIGN TO WS-PATH-UNIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-UNIDADE
                FILE STATUS IS WS-FUD.

                SELECT ROTA ASSIGN TO WS-PATH-ROTA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ROTA
                FILE STATUS IS WS-FRO.

      * CALENDARIO DIARIO: FERIADO NAO CONTA COMO DIA UTIL
                SELECT DIALETIVO ASSIGN TO WS-PATH-DIALETIVO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DT-DIA-LET
                FILE STATUS IS WS-FDL.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTADOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

                SELECT IMPREL ASSIGN TO WS-PATH-IMPREL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

      * EXPORTACAO DAS HORAS E FALTAS DO MES PARA A FOLHA
                SELECT PONTOFOL ASSIGN TO WS-PATH-PONTOFOL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FFO.

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
       FD FUNCIONARIO.
          COPY CFPK0129.
       FD ESCALA.
          COPY CFPK0130.
       FD PONTO.
          COPY CFPK0131.
       FD UNIDADE.
          COPY CFPK0058.
       FD ROTA.
          COPY CFPK0047.
       FD DIALETIVO.
          COPY CFPK0104.
       FD CONTADOR.
          COPY CFPK0008.
       FD IMPREL.
       01 REG-IMPREL                      PIC X(80).
       FD PONTOFOL.
       01 REG-PONTOFOL                    PIC X(120).
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
       77 WS-FFU                          PIC 99.
          88 FFU-OK                       VALUE 0.
       77 WS-FES                          PIC 99.
          88 FES-OK                       VALUE 0.
       77 WS-FPT                          PIC 99.
          88 FPT-OK                       VALUE 0.
       77 WS-FUD                          PIC 99.
          88 FUD-OK                       VALUE 0.
       77 WS-FRO                          PIC 99.
          88 FRO-OK                       VALUE 0.
       77 WS-FDL                          PIC 99.
          88 FDL-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-FFO                          PIC 99.
          88 FFO-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S' FALSE 'N'.
       77 WS-NOVO                         PIC X VALUE 'N'.
          88 REGISTRO-NOVO                VALUE 'S' FALSE 'N'.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 WS-HORA-AGORA                   PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-AGORA.
          03 WS-HORA-HHMM                 PIC 9(04).
          03 FILLER                       PIC 9(04).
      *DADOS INFORMADOS
       77 WS-ID-FUNC-INF                  PIC 9(05) VALUE ZEROS.
       77 WS-NOME-INF                     PIC X(30) VALUE SPACES.
       77 WS-CODIGO-INF                   PIC X(01) VALUE SPACES.
       77 WS-ID-UNIDADE-INF               PIC 9(02) VALUE ZEROS.
       77 WS-HORAS-INF                    PIC 9(02) VALUE ZEROS.
       77 WS-TL-INF                       PIC 9(09) VALUE ZEROS.
       77 WS-EMAIL-INF                    PIC X(30) VALUE SPACES.
       77 WS-DATA-INF                     PIC 9(08) VALUE ZEROS.
       77 WS-DIA-INF                      PIC 9(01) VALUE ZEROS.
       77 WS-ID-ROTA-INF                  PIC 9(03) VALUE ZEROS.
       77 WS-TURNO-INF                    PIC X(10) VALUE SPACES.
       77 WS-HR-INI-INF                   PIC 9(04) VALUE ZEROS.
       77 WS-HR-FIM-INF                   PIC 9(04) VALUE ZEROS.
       77 WS-TEXTO-INF                    PIC X(30) VALUE SPACES.
       77 WS-SITUACAO-ANT                 PIC X(01) VALUE SPACES.
      *FUNCIONARIO LIDO NA VALIDACAO
       77 WS-NM-FUNC-LIDO                 PIC X(30) VALUE SPACES.
       77 WS-FUNCAO-LIDA                  PIC X(01) VALUE SPACES.
       77 WS-NR-FUNC                      PIC 9(05) VALUE ZEROS.
       77 WS-IM                           PIC 9(01) VALUE ZEROS.
       77 WS-IM-LIVRE                     PIC 9(01) VALUE ZEROS.
       77 WS-DS-POSTO                     PIC X(08) VALUE SPACES.
       77 WS-QT-LISTA                     PIC 9(04) VALUE ZEROS.
      *COMPETENCIA DO RELATORIO MENSAL E CALENDARIO DO MES
       01 WS-AAAAMM-INF                   PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-AAAAMM-INF.
          03 WS-ANO-INF                   PIC 9(04).
          03 WS-MES-INF                   PIC 9(02).
       77 WS-AAAAMM-HOJE                  PIC 9(06) VALUE ZEROS.
       77 WS-DT-INI-MES                   PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-MES                   PIC 9(08) VALUE ZEROS.
       77 WS-DT-LIMITE                    PIC 9(08) VALUE ZEROS.
       77 WS-DT-DE                        PIC 9(08) VALUE ZEROS.
       77 WS-DT-ATE                       PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-DIA                   PIC 9(02) VALUE ZEROS.
       77 WS-DIA                          PIC 9(02) VALUE ZEROS.
       77 WS-DATA-DIA                     PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-DATA                    PIC 9(07) VALUE ZEROS.
       77 WS-QUOCIENTE                    PIC 9(07) VALUE ZEROS.
       77 WS-RESTO                        PIC 9(03) VALUE ZEROS.
      *DIA UTIL DO MES (S/N) E SITUACAO DO FUNCIONARIO NO DIA
      *(T = TRABALHOU, J = FALTA JUSTIFICADA, BRANCO = SEM REGISTRO)
       01 WS-TAB-DIAS.
          03 WS-DIA-UTIL OCCURS 31 TIMES  PIC X(01).
       01 WS-TAB-REGISTROS.
          03 WS-DIA-REG OCCURS 31 TIMES   PIC X(01).
      *TOTAIS DO FUNCIONARIO E DO RELATORIO
       77 WS-MIN-DIA                      PIC 9(04) VALUE ZEROS.
       77 WS-MIN-TRAB                     PIC 9(05) VALUE ZEROS.
       77 WS-HH-TRAB                      PIC 9(03) VALUE ZEROS.
       77 WS-MM-TRAB                      PIC 9(02) VALUE ZEROS.
       77 WS-QT-DIAS-TRAB                 PIC 9(02) VALUE ZEROS.
       77 WS-QT-DIAS-PREV                 PIC 9(02) VALUE ZEROS.
       77 WS-QT-FALTAS                    PIC 9(02) VALUE ZEROS.
       77 WS-QT-JUSTIF                    PIC 9(02) VALUE ZEROS.
       77 WS-HORAS-PREV                   PIC 9(04) VALUE ZEROS.
       77 WS-QT-FUNCS                     PIC 9(04) VALUE ZEROS.
       77 WS-TOT-FALTAS                   PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-PRT                    PIC X(80) VALUE SPACES.
       77 WS-LINHA-FOL                    PIC X(120) VALUE SPACES.
       77 WS-ED-QT2                       PIC Z9.
       77 WS-ED-QT3                       PIC ZZ9.
       77 WS-ED-QT4                       PIC ZZZ9.
      *SALTO DE PAGINA (FORM FEED) APOS O RELATORIO IMPRESSO
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
            COMPUTE WS-AAAAMM-HOJE = WS-DATA-HOJE / 100
            END-COMPUTE
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** FUNCIONARIOS (PESSOAL NAO DOCENTE) ***'
            DISPLAY 'TECLE <C> PARA CADASTRAR OU ALTERAR UM'
            DISPLAY 'FUNCIONARIO, <L> PARA LISTAR, <E> PARA MANTER A'
            DISPLAY 'ESCALA, <Q> PARA O QUADRO DA ESCALA, <P> PARA'
            DISPLAY 'BATER O PONTO, <J> PARA JUSTIFICAR UMA FALTA,'
            DISPLAY '<A> PARA AJUSTAR O PONTO, <M> PARA O RELATORIO'
            DISPLAY 'MENSAL DE HORAS E FALTAS OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'C'
                WHEN 'c'
                    PERFORM P2-CADASTRO   THRU P2-CADASTRO-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P3-LISTA      THRU P3-LISTA-FIM
                WHEN 'E'
                WHEN 'e'
                    PERFORM P4-ESCALA     THRU P4-ESCALA-FIM
                WHEN 'Q'
                WHEN 'q'
                    PERFORM P5-QUADRO     THRU P5-QUADRO-FIM
                WHEN 'P'
                WHEN 'p'
                    PERFORM P6-PONTO      THRU P6-PONTO-FIM
                WHEN 'J'
                WHEN 'j'
                    PERFORM P7-JUSTIFICA  THRU P7-JUSTIFICA-FIM
                WHEN 'A'
                WHEN 'a'
                    PERFORM P7A-AJUSTA    THRU P7A-AJUSTA-FIM
                WHEN 'M'
                WHEN 'm'
                    PERFORM P8-MENSAL     THRU P8-MENSAL-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *INCLUSAO (CODIGO 0 = NOVO, NUMERADO PELO CONTADOR) OU
      *ALTERACAO DO FUNCIONARIO; NA ALTERACAO, ENTER OU 0 MANTEM O
      *DADO ATUAL. O DESLIGAMENTO E A SITUACAO D
       P2-CADASTRO.
            DISPLAY 'Codigo do funcionario (0 = novo): '
            MOVE ZEROS                    TO WS-ID-FUNC-INF
            ACCEPT WS-ID-FUNC-INF

            PERFORM P9-ABRE-FUNCIONARIOS  THRU P9-ABRE-FUNCIONARIOS-FIM
            IF NOT FFU-OK
               GO TO P2-CADASTRO-FIM
            END-IF
            IF WS-ID-FUNC-INF EQUAL ZEROS
               SET REGISTRO-NOVO          TO TRUE
               INITIALIZE REG-FUNCIONARIO
               MOVE 'A'                   TO ST-FUNCIONARIO
               MOVE WS-DATA-HOJE          TO DT-ADMISSAO-FUN
            ELSE
               SET REGISTRO-NOVO          TO FALSE
               MOVE WS-ID-FUNC-INF        TO ID-FUNCIONARIO
               READ FUNCIONARIO
                   KEY IS ID-FUNCIONARIO
                   INVALID KEY
                       DISPLAY 'FUNCIONARIO NAO EXISTE!'
                       CLOSE FUNCIONARIO
                       GO TO P2-CADASTRO-FIM
               END-READ
               DISPLAY 'FUNCIONARIO: ' NM-FUNCIONARIO
               DISPLAY 'FUNCAO ' TP-FUNCAO-FUN ' UNIDADE '
                       ID-UNIDADE-FUN ' CONTRATO ' TP-CONTRATO-FUN
                       ' JORNADA ' QT-HORAS-DIA-FUN 'H SITUACAO '
                       ST-FUNCIONARIO
            END-IF
            MOVE ST-FUNCIONARIO           TO WS-SITUACAO-ANT

            MOVE SPACES                   TO WS-NOME-INF
            DISPLAY 'Nome (ENTER = manter): '
            ACCEPT WS-NOME-INF
            IF WS-NOME-INF NOT EQUAL SPACES
               MOVE WS-NOME-INF           TO NM-FUNCIONARIO
            END-IF
            IF NM-FUNCIONARIO EQUAL SPACES
               DISPLAY 'NOME NAO PODE SER EM BRANCO.'
               CLOSE FUNCIONARIO
               GO TO P2-CADASTRO-FIM
            END-IF

            DISPLAY 'FUNCAO: S=SECRETARIA I=INSPETOR P=PORTEIRO'
                    ' C=COZINHA'
            DISPLAY '        M=MONITOR DE TRANSPORTE L=LIMPEZA'
                    ' O=OUTRO'
            MOVE SPACES                   TO WS-CODIGO-INF
            DISPLAY 'Funcao (ENTER = manter): '
            ACCEPT WS-CODIGO-INF
            INSPECT WS-CODIGO-INF CONVERTING 'cilmops' TO 'CILMOPS'
            IF WS-CODIGO-INF NOT EQUAL SPACES
               MOVE WS-CODIGO-INF         TO TP-FUNCAO-FUN
            END-IF
            IF NOT FUNCAO-VALIDA
               DISPLAY 'FUNCAO INVALIDA!'
               CLOSE FUNCIONARIO
               GO TO P2-CADASTRO-FIM
            END-IF

            MOVE ID-UNIDADE-FUN           TO WS-ID-UNIDADE-INF
            DISPLAY 'Unidade (atual ' ID-UNIDADE-FUN
                    ', 0 = compartilhado): '
            ACCEPT WS-ID-UNIDADE-INF
            PERFORM P11-VALIDA-UNIDADE    THRU P11-VALIDA-UNIDADE-FIM
            IF NOT ACHOU
               CLOSE FUNCIONARIO
               GO TO P2-CADASTRO-FIM
            END-IF
            MOVE WS-ID-UNIDADE-INF        TO ID-UNIDADE-FUN

            DISPLAY 'CONTRATO: C=CLT T=TEMPORARIO E=ESTAGIARIO'
                    ' P=PRESTADOR'
            MOVE SPACES                   TO WS-CODIGO-INF
            DISPLAY 'Contrato (ENTER = manter): '
            ACCEPT WS-CODIGO-INF
            INSPECT WS-CODIGO-INF CONVERTING 'cept' TO 'CEPT'
            IF WS-CODIGO-INF NOT EQUAL SPACES
               MOVE WS-CODIGO-INF         TO TP-CONTRATO-FUN
            END-IF
            IF NOT CONTRATO-VALIDO
               DISPLAY 'CONTRATO INVALIDO!'
               CLOSE FUNCIONARIO
               GO TO P2-CADASTRO-FIM
            END-IF

            MOVE ZEROS                    TO WS-HORAS-INF
            DISPLAY 'Jornada diaria em horas (0 = manter): '
            ACCEPT WS-HORAS-INF
            IF WS-HORAS-INF GREATER THAN ZEROS
               MOVE WS-HORAS-INF          TO QT-HORAS-DIA-FUN
            END-IF
            IF QT-HORAS-DIA-FUN EQUAL ZEROS OR
               QT-HORAS-DIA-FUN GREATER THAN 12
               DISPLAY 'JORNADA DIARIA INVALIDA (1 A 12 HORAS)!'
               CLOSE FUNCIONARIO
               GO TO P2-CADASTRO-FIM
            END-IF

            MOVE ZEROS                    TO WS-TL-INF
            DISPLAY 'Telefone (0 = manter): '
            ACCEPT WS-TL-INF
            IF WS-TL-INF GREATER THAN ZEROS
               MOVE WS-TL-INF             TO TL-FUN
            END-IF
            MOVE SPACES                   TO WS-EMAIL-INF
            DISPLAY 'E-mail (ENTER = manter): '
            ACCEPT WS-EMAIL-INF
            IF WS-EMAIL-INF NOT EQUAL SPACES
               MOVE WS-EMAIL-INF          TO EM-FUNCIONARIO
            END-IF

            MOVE ZEROS                    TO WS-DATA-INF
            DISPLAY 'Data de admissao AAAAMMDD (0 = manter): '
            ACCEPT WS-DATA-INF
            IF WS-DATA-INF GREATER THAN ZEROS
               MOVE WS-DATA-INF           TO DT-ADMISSAO-FUN
            END-IF

            IF NOT REGISTRO-NOVO
               MOVE SPACES                TO WS-CODIGO-INF
               DISPLAY 'Situacao A=ATIVO D=DESLIGADO (ENTER = manter): '
               ACCEPT WS-CODIGO-INF
               INSPECT WS-CODIGO-INF CONVERTING 'ad' TO 'AD'
               IF WS-CODIGO-INF NOT EQUAL SPACES
                  IF WS-CODIGO-INF NOT EQUAL 'A' AND
                     WS-CODIGO-INF NOT EQUAL 'D'
                     DISPLAY 'SITUACAO INVALIDA!'
                     CLOSE FUNCIONARIO
                     GO TO P2-CADASTRO-FIM
                  END-IF
                  MOVE WS-CODIGO-INF      TO ST-FUNCIONARIO
               END-IF
            END-IF
            IF FUN-DESLIGADO AND WS-SITUACAO-ANT NOT EQUAL 'D'
               MOVE WS-DATA-HOJE          TO DT-DESLIGA-FUN
            END-IF
            IF FUN-ATIVO
               MOVE ZEROS                 TO DT-DESLIGA-FUN
            END-IF

            IF REGISTRO-NOVO
               PERFORM P12-GERA-NUMERO    THRU P12-GERA-NUMERO-FIM
               IF WS-NR-FUNC EQUAL ZEROS
                  DISPLAY 'FUNCIONARIO NAO GRAVADO - CONTADOR'
                          ' INDISPONIVEL'
                  CLOSE FUNCIONARIO
                  GO TO P2-CADASTRO-FIM
               END-IF
               MOVE WS-NR-FUNC            TO ID-FUNCIONARIO
            END-IF
            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-FUN
            MOVE LK-OPERADOR              TO OP-FUNCIONARIO
            MOVE 'S'                      TO WS-ACHOU
            IF REGISTRO-NOVO
               WRITE REG-FUNCIONARIO
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-FUNCIONARIO
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            MOVE ID-FUNCIONARIO           TO WS-ID-FUNC-INF
            CLOSE FUNCIONARIO

            IF NOT ACHOU
               DISPLAY 'ERRO AO GRAVAR O FUNCIONARIO'
               GO TO P2-CADASTRO-FIM
            END-IF
            MOVE 'FUNCIONA'               TO WS-AUD-PROGRAMA
            IF REGISTRO-NOVO
               DISPLAY 'FUNCIONARIO ' WS-ID-FUNC-INF ' CADASTRADO!'
               MOVE 'INCLUSAO'            TO WS-AUD-OPERACAO
            ELSE
               DISPLAY 'FUNCIONARIO ' WS-ID-FUNC-INF ' ATUALIZADO!'
               MOVE 'ALTERACAO'           TO WS-AUD-OPERACAO
            END-IF
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'FUNC ' WS-ID-FUNC-INF ' FUNCAO ' TP-FUNCAO-FUN
                   ' SITUACAO ' ST-FUNCIONARIO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-CADASTRO-FIM.

      *LISTA OS FUNCIONARIOS, DE UMA UNIDADE OU DE TODAS
       P3-LISTA.
            MOVE ZEROS                    TO WS-ID-UNIDADE-INF
            DISPLAY 'Unidade (0 = todas): '
            ACCEPT WS-ID-UNIDADE-INF

            SET FFU-OK                    TO TRUE
            OPEN INPUT FUNCIONARIO
            IF NOT FFU-OK
               DISPLAY 'NENHUM FUNCIONARIO CADASTRADO.'
               CLOSE FUNCIONARIO
               GO TO P3-LISTA-FIM
            END-IF
            DISPLAY '*** FUNCIONARIOS ***'
            DISPLAY 'FUNC  NOME                           F UN C JOR'
                    ' TELEFONE  S'
            MOVE ZEROS                    TO WS-QT-LISTA
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ FUNCIONARIO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF WS-ID-UNIDADE-INF EQUAL ZEROS OR
                           ID-UNIDADE-FUN EQUAL WS-ID-UNIDADE-INF
                           ADD 1          TO WS-QT-LISTA
                           DISPLAY ID-FUNCIONARIO ' ' NM-FUNCIONARIO
                                   ' ' TP-FUNCAO-FUN ' '
                                   ID-UNIDADE-FUN ' '
                                   TP-CONTRATO-FUN ' '
                                   QT-HORAS-DIA-FUN ' ' TL-FUN ' '
                                   ST-FUNCIONARIO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FUNCIONARIO
            DISPLAY 'FUNCIONARIOS LISTADOS: ' WS-QT-LISTA
            .
       P3-LISTA-FIM.

      *MANTEM UM POSTO DA ESCALA SEMANAL: UNIDADE, DIA, POSTO (E A
      *ROTA, NO ONIBUS) E TURNO; FUNCIONARIO 0 RETIRA O POSTO
       P4-ESCALA.
            INITIALIZE REG-ESCALA
            MOVE ZEROS                    TO WS-ID-UNIDADE-INF
            DISPLAY 'Unidade (0 = compartilhado): '
            ACCEPT WS-ID-UNIDADE-INF
            PERFORM P11-VALIDA-UNIDADE    THRU P11-VALIDA-UNIDADE-FIM
            IF NOT ACHOU
               GO TO P4-ESCALA-FIM
            END-IF
            MOVE ZEROS                    TO WS-DIA-INF
            DISPLAY 'Dia da semana (1=SEGUNDA ... 6=SABADO): '
            ACCEPT WS-DIA-INF
            IF WS-DIA-INF LESS THAN 1 OR WS-DIA-INF GREATER THAN 6
               DISPLAY 'DIA DA SEMANA INVALIDO!'
               GO TO P4-ESCALA-FIM
            END-IF
            MOVE SPACES                   TO WS-CODIGO-INF
            DISPLAY 'Posto P=PORTAO R=RECREIO O=ONIBUS C=CANTINA: '
            ACCEPT WS-CODIGO-INF
            INSPECT WS-CODIGO-INF CONVERTING 'copr' TO 'COPR'
            MOVE WS-CODIGO-INF            TO TP-POSTO-ESC
            IF NOT POSTO-VALIDO
               DISPLAY 'POSTO INVALIDO!'
               GO TO P4-ESCALA-FIM
            END-IF
            MOVE ZEROS                    TO WS-ID-ROTA-INF
            IF POSTO-ONIBUS
               DISPLAY 'Rota do transporte: '
               ACCEPT WS-ID-ROTA-INF
               PERFORM P11A-VALIDA-ROTA   THRU P11A-VALIDA-ROTA-FIM
               IF NOT ACHOU
                  GO TO P4-ESCALA-FIM
               END-IF
            END-IF
            MOVE SPACES                   TO WS-TURNO-INF
            DISPLAY 'Turno (MANHA/TARDE/NOITE): '
            ACCEPT WS-TURNO-INF
            INSPECT WS-TURNO-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF WS-TURNO-INF NOT EQUAL 'MANHA' AND
               WS-TURNO-INF NOT EQUAL 'TARDE' AND
               WS-TURNO-INF NOT EQUAL 'NOITE'
               DISPLAY 'TURNO INVALIDO!'
               GO TO P4-ESCALA-FIM
            END-IF

            MOVE ZEROS                    TO WS-ID-FUNC-INF
            DISPLAY 'Funcionario do posto (0 = retirar o posto): '
            ACCEPT WS-ID-FUNC-INF
            IF WS-ID-FUNC-INF GREATER THAN ZEROS
               PERFORM P10-LE-FUNCIONARIO THRU P10-LE-FUNCIONARIO-FIM
               IF NOT ACHOU
                  GO TO P4-ESCALA-FIM
               END-IF
               DISPLAY 'Horario de inicio (HHMM): '
               ACCEPT WS-HR-INI-INF
               DISPLAY 'Horario de fim (HHMM): '
               ACCEPT WS-HR-FIM-INF
               IF WS-HR-FIM-INF NOT GREATER THAN WS-HR-INI-INF
                  OR WS-HR-FIM-INF GREATER THAN 2359
                  DISPLAY 'HORARIO INVALIDO!'
                  GO TO P4-ESCALA-FIM
               END-IF
            END-IF

            SET FES-OK                    TO TRUE
            OPEN I-O ESCALA
            IF WS-FES EQUAL 35
                 CLOSE ESCALA
                 OPEN OUTPUT ESCALA
                 CLOSE ESCALA
                 OPEN I-O ESCALA
            END-IF
            IF NOT FES-OK
               DISPLAY 'ERRO AO ABRIR A ESCALA'
               MOVE WS-FES TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FES ' - ' WS-FS-MSG
               CLOSE ESCALA
               GO TO P4-ESCALA-FIM
            END-IF
            MOVE WS-ID-UNIDADE-INF        TO ID-UNIDADE-ESC
            MOVE WS-DIA-INF               TO NR-DIA-ESC
            MOVE WS-CODIGO-INF            TO TP-POSTO-ESC
            MOVE WS-ID-ROTA-INF           TO ID-ROTA-ESC
            MOVE WS-TURNO-INF             TO TURNO-ESC
            MOVE 'ESCALA'                 TO WS-AUD-OPERACAO
            IF WS-ID-FUNC-INF EQUAL ZEROS
               READ ESCALA
                   KEY IS ID-ESCALA
                   INVALID KEY
                       DISPLAY 'POSTO NAO ESTA NA ESCALA.'
                       CLOSE ESCALA
                       GO TO P4-ESCALA-FIM
               END-READ
               DELETE ESCALA
                   INVALID KEY
                       DISPLAY 'ERRO AO RETIRAR O POSTO'
                   NOT INVALID KEY
                       DISPLAY 'POSTO RETIRADO DA ESCALA.'
               END-DELETE
               MOVE 'RETIRADA'            TO WS-AUD-OPERACAO
            ELSE
               MOVE WS-ID-FUNC-INF        TO ID-FUNC-ESC
               MOVE WS-HR-INI-INF         TO HR-INICIO-ESC
               MOVE WS-HR-FIM-INF         TO HR-FIM-ESC
               MOVE WS-DATA-HOJE          TO DT-ATUALIZ-ESC
               MOVE LK-OPERADOR           TO OP-ESCALA
               WRITE REG-ESCALA
                   INVALID KEY
                       REWRITE REG-ESCALA
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR O POSTO'
                           NOT INVALID KEY
                               DISPLAY 'POSTO ATUALIZADO NA ESCALA!'
                       END-REWRITE
                   NOT INVALID KEY
                       DISPLAY 'POSTO INCLUIDO NA ESCALA!'
               END-WRITE
            END-IF
            CLOSE ESCALA

            MOVE 'FUNCIONA'               TO WS-AUD-PROGRAMA
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'UN ' WS-ID-UNIDADE-INF ' DIA ' WS-DIA-INF
                   ' POSTO ' WS-CODIGO-INF WS-ID-ROTA-INF ' '
                   WS-TURNO-INF(1:5) ' FUNC ' WS-ID-FUNC-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P4-ESCALA-FIM.

      *QUADRO DA ESCALA SEMANAL DA UNIDADE, POR DIA E POSTO
       P5-QUADRO.
            MOVE ZEROS                    TO WS-ID-UNIDADE-INF
            DISPLAY 'Unidade (0 = compartilhado): '
            ACCEPT WS-ID-UNIDADE-INF

            SET FES-OK                    TO TRUE
            OPEN INPUT ESCALA
            IF NOT FES-OK
               DISPLAY 'ESCALA NAO CADASTRADA.'
               CLOSE ESCALA
               GO TO P5-QUADRO-FIM
            END-IF
            SET FFU-OK                    TO TRUE
            OPEN INPUT FUNCIONARIO

            DISPLAY '*** ESCALA SEMANAL - UNIDADE '
                    WS-ID-UNIDADE-INF ' ***'
            DISPLAY 'DIA POSTO    ROTA TURNO      HORARIO   FUNCIONARIO'
            MOVE ZEROS                    TO WS-QT-LISTA
            MOVE WS-ID-UNIDADE-INF        TO ID-UNIDADE-ESC
            MOVE ZEROS                    TO NR-DIA-ESC
                                             ID-ROTA-ESC
            MOVE SPACES                   TO TP-POSTO-ESC
                                             TURNO-ESC
            SET EOF-OK                    TO FALSE
            START ESCALA KEY IS NOT LESS THAN ID-ESCALA
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ESCALA NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-UNIDADE-ESC NOT EQUAL WS-ID-UNIDADE-INF
                           SET EOF-OK     TO TRUE
                        ELSE
                           PERFORM P5A-LINHA-QUADRO
                                   THRU P5A-LINHA-QUADRO-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FUNCIONARIO
            CLOSE ESCALA
            DISPLAY 'POSTOS NA ESCALA: ' WS-QT-LISTA
            .
       P5-QUADRO-FIM.

       P5A-LINHA-QUADRO.
            ADD 1                         TO WS-QT-LISTA
            EVALUATE TP-POSTO-ESC
                WHEN 'P'
                    MOVE 'PORTAO'         TO WS-DS-POSTO
                WHEN 'R'
                    MOVE 'RECREIO'        TO WS-DS-POSTO
                WHEN 'O'
                    MOVE 'ONIBUS'         TO WS-DS-POSTO
                WHEN OTHER
                    MOVE 'CANTINA'        TO WS-DS-POSTO
            END-EVALUATE
            MOVE SPACES                   TO WS-NM-FUNC-LIDO
            IF FFU-OK
               MOVE ID-FUNC-ESC           TO ID-FUNCIONARIO
               READ FUNCIONARIO
                   KEY IS ID-FUNCIONARIO
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WS-NM-FUNC-LIDO
                   NOT INVALID KEY
                       MOVE NM-FUNCIONARIO TO WS-NM-FUNC-LIDO
                       IF FUN-DESLIGADO
                          MOVE '(DESLIGADO)'
                               TO WS-NM-FUNC-LIDO(20:11)
                       END-IF
               END-READ
            END-IF
            DISPLAY ' ' NR-DIA-ESC '  ' WS-DS-POSTO ' ' ID-ROTA-ESC
                    '  ' TURNO-ESC ' ' HR-INICIO-ESC '-'
                    HR-FIM-ESC ' ' ID-FUNC-ESC ' ' WS-NM-FUNC-LIDO
            .
       P5A-LINHA-QUADRO-FIM.

      *BATE O PONTO: A HORA CORRENTE VAI PARA A PRIMEIRA MARCACAO
      *LIVRE DO DIA (ENTRADA, SAIDA, ENTRADA, SAIDA)
       P6-PONTO.
            DISPLAY 'Codigo do funcionario: '
            MOVE ZEROS                    TO WS-ID-FUNC-INF
            ACCEPT WS-ID-FUNC-INF
            PERFORM P10-LE-FUNCIONARIO    THRU P10-LE-FUNCIONARIO-FIM
            IF NOT ACHOU
               GO TO P6-PONTO-FIM
            END-IF
            PERFORM P9A-ABRE-PONTO        THRU P9A-ABRE-PONTO-FIM
            IF NOT FPT-OK
               GO TO P6-PONTO-FIM
            END-IF

            ACCEPT WS-HORA-AGORA FROM TIME
            MOVE WS-ID-FUNC-INF           TO ID-FUNC-PTO
            MOVE WS-DATA-HOJE             TO DT-PONTO
            READ PONTO
                KEY IS ID-PONTO
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                    INITIALIZE REG-PONTO
                    MOVE WS-ID-FUNC-INF   TO ID-FUNC-PTO
                    MOVE WS-DATA-HOJE     TO DT-PONTO
                    MOVE 'N'              TO FL-JUSTIF-PTO
                NOT INVALID KEY
                    SET REGISTRO-NOVO     TO FALSE
            END-READ

            MOVE ZEROS                    TO WS-IM-LIVRE
            PERFORM VARYING WS-IM FROM 4 BY -1 UNTIL WS-IM LESS 1
                IF HR-MARCA-PTO(WS-IM) EQUAL ZEROS
                   MOVE WS-IM             TO WS-IM-LIVRE
                END-IF
            END-PERFORM
            IF WS-IM-LIVRE EQUAL ZEROS
               DISPLAY 'PONTO DO DIA JA TEM AS QUATRO MARCACOES -'
                       ' USE O AJUSTE.'
               CLOSE PONTO
               GO TO P6-PONTO-FIM
            END-IF
            MOVE WS-HORA-HHMM             TO HR-MARCA-PTO(WS-IM-LIVRE)
      *QUEM BATE O PONTO NO DIA NAO ESTA EM FALTA
            MOVE 'N'                      TO FL-JUSTIF-PTO
            MOVE SPACES                   TO DS-JUSTIF-PTO
            MOVE LK-OPERADOR              TO OP-PONTO
            MOVE 'S'                      TO WS-ACHOU
            IF REGISTRO-NOVO
               WRITE REG-PONTO
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-PONTO
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            CLOSE PONTO
            IF NOT ACHOU
               DISPLAY 'ERRO AO GRAVAR O PONTO'
               GO TO P6-PONTO-FIM
            END-IF

            DIVIDE WS-IM-LIVRE BY 2 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
            MOVE 'FUNCIONA'               TO WS-AUD-PROGRAMA
            MOVE 'PONTO'                  TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            IF WS-RESTO EQUAL 1
               DISPLAY 'ENTRADA DE ' WS-NM-FUNC-LIDO ' AS '
                       WS-HORA-HHMM
               STRING 'FUNC ' WS-ID-FUNC-INF ' ENTRADA '
                      WS-HORA-HHMM
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
            ELSE
               DISPLAY 'SAIDA DE ' WS-NM-FUNC-LIDO ' AS '
                       WS-HORA-HHMM
               STRING 'FUNC ' WS-ID-FUNC-INF ' SAIDA '
                      WS-HORA-HHMM
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
            END-IF
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P6-PONTO-FIM.

      *FALTA JUSTIFICADA (ATESTADO, DECLARACAO): REGISTRO DO DIA SEM
      *MARCACOES, QUE O RELATORIO MENSAL SEPARA DAS FALTAS
       P7-JUSTIFICA.
            DISPLAY 'Codigo do funcionario: '
            MOVE ZEROS                    TO WS-ID-FUNC-INF
            ACCEPT WS-ID-FUNC-INF
            PERFORM P10-LE-FUNCIONARIO    THRU P10-LE-FUNCIONARIO-FIM
            IF NOT ACHOU
               GO TO P7-JUSTIFICA-FIM
            END-IF
            DISPLAY 'Data da falta (AAAAMMDD): '
            MOVE ZEROS                    TO WS-DATA-INF
            ACCEPT WS-DATA-INF
            IF WS-DATA-INF EQUAL ZEROS OR
               WS-DATA-INF GREATER THAN WS-DATA-HOJE
               DISPLAY 'DATA INVALIDA - NAO PODE SER FUTURA.'
               GO TO P7-JUSTIFICA-FIM
            END-IF
            MOVE SPACES                   TO WS-TEXTO-INF
            DISPLAY 'Justificativa: '
            ACCEPT WS-TEXTO-INF
            IF WS-TEXTO-INF EQUAL SPACES
               DISPLAY 'INFORME A JUSTIFICATIVA.'
               GO TO P7-JUSTIFICA-FIM
            END-IF

            PERFORM P9A-ABRE-PONTO        THRU P9A-ABRE-PONTO-FIM
            IF NOT FPT-OK
               GO TO P7-JUSTIFICA-FIM
            END-IF
            MOVE WS-ID-FUNC-INF           TO ID-FUNC-PTO
            MOVE WS-DATA-INF              TO DT-PONTO
            READ PONTO
                KEY IS ID-PONTO
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                    INITIALIZE REG-PONTO
                    MOVE WS-ID-FUNC-INF   TO ID-FUNC-PTO
                    MOVE WS-DATA-INF      TO DT-PONTO
                NOT INVALID KEY
                    SET REGISTRO-NOVO     TO FALSE
            END-READ
            IF TB-MARCAS-PTO NOT EQUAL ZEROS
               DISPLAY 'O DIA TEM PONTO MARCADO - NAO E FALTA.'
               CLOSE PONTO
               GO TO P7-JUSTIFICA-FIM
            END-IF
            MOVE 'S'                      TO FL-JUSTIF-PTO
            MOVE WS-TEXTO-INF             TO DS-JUSTIF-PTO
            MOVE LK-OPERADOR              TO OP-PONTO
            MOVE 'S'                      TO WS-ACHOU
            IF REGISTRO-NOVO
               WRITE REG-PONTO
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-PONTO
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            CLOSE PONTO
            IF NOT ACHOU
               DISPLAY 'ERRO AO GRAVAR A JUSTIFICATIVA'
               GO TO P7-JUSTIFICA-FIM
            END-IF
            DISPLAY 'FALTA JUSTIFICADA!'

            MOVE 'FUNCIONA'               TO WS-AUD-PROGRAMA
            MOVE 'JUSTIFICA'              TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'FUNC ' WS-ID-FUNC-INF ' DATA ' WS-DATA-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P7-JUSTIFICA-FIM.

      *AJUSTE DAS MARCACOES DE UM DIA (ESQUECIMENTO, RELOGIO
      *PARADO): AS QUATRO MARCACOES SAO INFORMADAS DE NOVO E O
      *AJUSTE FICA NA TRILHA DE AUDITORIA
       P7A-AJUSTA.
            DISPLAY 'Codigo do funcionario: '
            MOVE ZEROS                    TO WS-ID-FUNC-INF
            ACCEPT WS-ID-FUNC-INF
            PERFORM P10-LE-FUNCIONARIO    THRU P10-LE-FUNCIONARIO-FIM
            IF NOT ACHOU
               GO TO P7A-AJUSTA-FIM
            END-IF
            DISPLAY 'Data do ponto (AAAAMMDD): '
            MOVE ZEROS                    TO WS-DATA-INF
            ACCEPT WS-DATA-INF
            IF WS-DATA-INF EQUAL ZEROS OR
               WS-DATA-INF GREATER THAN WS-DATA-HOJE
               DISPLAY 'DATA INVALIDA - NAO PODE SER FUTURA.'
               GO TO P7A-AJUSTA-FIM
            END-IF

            PERFORM P9A-ABRE-PONTO        THRU P9A-ABRE-PONTO-FIM
            IF NOT FPT-OK
               GO TO P7A-AJUSTA-FIM
            END-IF
            MOVE WS-ID-FUNC-INF           TO ID-FUNC-PTO
            MOVE WS-DATA-INF              TO DT-PONTO
            READ PONTO
                KEY IS ID-PONTO
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                    INITIALIZE REG-PONTO
                    MOVE WS-ID-FUNC-INF   TO ID-FUNC-PTO
                    MOVE WS-DATA-INF      TO DT-PONTO
                NOT INVALID KEY
                    SET REGISTRO-NOVO     TO FALSE
                    DISPLAY 'MARCACOES ATUAIS: ' HR-ENTRADA1-PTO ' '
                            HR-SAIDA1-PTO ' ' HR-ENTRADA2-PTO ' '
                            HR-SAIDA2-PTO
            END-READ

            DISPLAY 'Informe as marcacoes em HHMM (0 = sem marcacao):'
            PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM GREATER 4
                MOVE ZEROS                TO WS-HR-INI-INF
                DIVIDE WS-IM BY 2 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                IF WS-RESTO EQUAL 1
                   DISPLAY 'Entrada: '
                ELSE
                   DISPLAY 'Saida: '
                END-IF
                ACCEPT WS-HR-INI-INF
                MOVE WS-HR-INI-INF        TO HR-MARCA-PTO(WS-IM)
            END-PERFORM
            IF HR-ENTRADA1-PTO GREATER THAN 2359 OR
               HR-SAIDA1-PTO GREATER THAN 2359 OR
               HR-ENTRADA2-PTO GREATER THAN 2359 OR
               HR-SAIDA2-PTO GREATER THAN 2359 OR
               (HR-SAIDA1-PTO GREATER THAN ZEROS AND
                HR-SAIDA1-PTO NOT GREATER THAN HR-ENTRADA1-PTO) OR
               (HR-SAIDA2-PTO GREATER THAN ZEROS AND
                HR-SAIDA2-PTO NOT GREATER THAN HR-ENTRADA2-PTO)
               DISPLAY 'MARCACOES INVALIDAS - A SAIDA DEVE SER DEPOIS'
                       ' DA ENTRADA.'
               CLOSE PONTO
               GO TO P7A-AJUSTA-FIM
            END-IF
            IF TB-MARCAS-PTO NOT EQUAL ZEROS
               MOVE 'N'                   TO FL-JUSTIF-PTO
               MOVE SPACES                TO DS-JUSTIF-PTO
            END-IF
            MOVE LK-OPERADOR              TO OP-PONTO
            MOVE 'S'                      TO WS-ACHOU
            IF REGISTRO-NOVO
               WRITE REG-PONTO
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-PONTO
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            CLOSE PONTO
            IF NOT ACHOU
               DISPLAY 'ERRO AO GRAVAR O AJUSTE'
               GO TO P7A-AJUSTA-FIM
            END-IF
            DISPLAY 'PONTO AJUSTADO!'

            MOVE 'FUNCIONA'               TO WS-AUD-PROGRAMA
            MOVE 'AJUSTE'                 TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'FUNC ' WS-ID-FUNC-INF ' ' WS-DATA-INF ' '
                   HR-ENTRADA1-PTO HR-SAIDA1-PTO HR-ENTRADA2-PTO
                   HR-SAIDA2-PTO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P7A-AJUSTA-FIM.

      *RELATORIO MENSAL DE HORAS E FALTAS PARA A FOLHA: HORAS DOS
      *PARES ENTRADA/SAIDA FECHADOS, DIAS TRABALHADOS, HORAS
      *PREVISTAS (DIAS UTEIS X JORNADA) E FALTAS - DIA UTIL SEM
      *REGISTRO, DESDE A ADMISSAO E ATE O DESLIGAMENTO. NO MES
      *CORRENTE, AS FALTAS CONTAM ATE ONTEM
       P8-MENSAL.
            DISPLAY 'Informe a competencia (AAAAMM): '
            MOVE ZEROS                    TO WS-AAAAMM-INF
            ACCEPT WS-AAAAMM-INF
            IF WS-MES-INF LESS THAN 1 OR WS-MES-INF GREATER THAN 12
               OR WS-ANO-INF LESS THAN 2000
               DISPLAY 'COMPETENCIA INVALIDA.'
               GO TO P8-MENSAL-FIM
            END-IF
            IF WS-AAAAMM-INF GREATER THAN WS-AAAAMM-HOJE
               DISPLAY 'COMPETENCIA FUTURA - NADA A APURAR.'
               GO TO P8-MENSAL-FIM
            END-IF
            PERFORM P16-DIAS-DO-MES       THRU P16-DIAS-DO-MES-FIM
            COMPUTE WS-DT-INI-MES = WS-AAAAMM-INF * 100 + 1
            END-COMPUTE
            COMPUTE WS-DT-FIM-MES = WS-AAAAMM-INF * 100
                                  + WS-ULTIMO-DIA
            END-COMPUTE
            MOVE WS-DT-FIM-MES            TO WS-DT-LIMITE
            IF WS-AAAAMM-INF EQUAL WS-AAAAMM-HOJE
               COMPUTE WS-DT-LIMITE = WS-DATA-HOJE - 1
               END-COMPUTE
            END-IF

            SET FFU-OK                    TO TRUE
            OPEN INPUT FUNCIONARIO
            IF NOT FFU-OK
               DISPLAY 'NENHUM FUNCIONARIO CADASTRADO.'
               CLOSE FUNCIONARIO
               GO TO P8-MENSAL-FIM
            END-IF
            SET FPT-OK                    TO TRUE
            OPEN INPUT PONTO

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
            SET FFO-OK                    TO TRUE
            OPEN OUTPUT PONTOFOL
            IF FFO-OK
               MOVE 'COMPETENCIA;FUNCIONARIO;NOME;FUNCAO;UNIDADE;'
                    & 'CONTRATO;DIAS;MINUTOS;HORAS PREVISTAS;FALTAS;'
                    & 'JUSTIFICADAS'     TO REG-PONTOFOL
               WRITE REG-PONTOFOL
            END-IF

            MOVE ALL '='                  TO WS-LINHA-PRT
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING 'PONTO DOS FUNCIONARIOS - HORAS E FALTAS DE '
                   WS-MES-INF '/' WS-ANO-INF
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE 'FUNC  NOME                 F UN DIAS  HORAS  PREV'
              TO WS-LINHA-PRT
            MOVE 'FALTAS JUST'            TO WS-LINHA-PRT(52:11)
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE ALL '-'                  TO WS-LINHA-PRT
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM

            MOVE ZEROS                    TO WS-QT-FUNCS
                                             WS-TOT-FALTAS
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ FUNCIONARIO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF DT-ADMISSAO-FUN NOT GREATER THAN
                           WS-DT-FIM-MES AND
                           (FUN-ATIVO OR DT-DESLIGA-FUN NOT LESS
                            THAN WS-DT-INI-MES)
                           PERFORM P8A-APURA-FUNCIONARIO
                                   THRU P8A-APURA-FUNCIONARIO-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FUNCIONARIO
            CLOSE PONTO

            MOVE ALL '-'                  TO WS-LINHA-PRT
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            MOVE WS-QT-FUNCS              TO WS-ED-QT4
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING 'FUNCIONARIOS: ' WS-ED-QT4 '   TOTAL DE FALTAS: '
                   WS-TOT-FALTAS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM
            IF WS-AAAAMM-INF EQUAL WS-AAAAMM-HOJE
               MOVE 'MES EM CURSO: FALTAS APURADAS ATE O DIA ANTERIOR.'
                 TO WS-LINHA-PRT
               PERFORM P19-EMITE-LINHA    THRU P19-EMITE-LINHA-FIM
            END-IF

            IF FIM-OK
               MOVE WS-SALTO-PAGINA       TO REG-IMPREL
               WRITE REG-IMPREL
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'FUNCIONA'            TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF
            IF FFO-OK
               CLOSE PONTOFOL
               DISPLAY 'EXPORTACAO PARA A FOLHA GRAVADA.'
            ELSE
               DISPLAY 'ERRO AO GRAVAR A EXPORTACAO PARA A FOLHA'
            END-IF

            MOVE 'FUNCIONA'               TO WS-AUD-PROGRAMA
            MOVE 'MENSAL'                 TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'MES ' WS-AAAAMM-INF ' FUNCIONARIOS ' WS-QT-FUNCS
                   ' FALTAS ' WS-TOT-FALTAS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P8-MENSAL-FIM.

      *APURA O MES DO FUNCIONARIO LIDO E EMITE A SUA LINHA
       P8A-APURA-FUNCIONARIO.
            ADD 1                         TO WS-QT-FUNCS
            MOVE ZEROS                    TO WS-MIN-TRAB
                                             WS-QT-DIAS-TRAB
                                             WS-QT-DIAS-PREV
                                             WS-QT-FALTAS
                                             WS-QT-JUSTIF
            MOVE SPACES                   TO WS-TAB-REGISTROS

            IF FPT-OK
               MOVE ID-FUNCIONARIO        TO ID-FUNC-PTO
               MOVE WS-DT-INI-MES         TO DT-PONTO
               SET EOF2-OK                TO FALSE
               START PONTO KEY IS NOT LESS THAN ID-PONTO
                   INVALID KEY
                       SET EOF2-OK        TO TRUE
               END-START
               PERFORM UNTIL EOF2-OK
                   READ PONTO NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-FUNC-PTO NOT EQUAL ID-FUNCIONARIO
                              OR DT-PONTO GREATER THAN WS-DT-FIM-MES
                              SET EOF2-OK TO TRUE
                           ELSE
                              PERFORM P8B-SOMA-DIA
                                      THRU P8B-SOMA-DIA-FIM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF

      *PERIODO DO FUNCIONARIO NO MES PARA OS DIAS PREVISTOS E FALTAS
            MOVE WS-DT-INI-MES            TO WS-DT-DE
            IF DT-ADMISSAO-FUN GREATER THAN WS-DT-DE
               MOVE DT-ADMISSAO-FUN       TO WS-DT-DE
            END-IF
            MOVE WS-DT-FIM-MES            TO WS-DT-ATE
            IF FUN-DESLIGADO AND DT-DESLIGA-FUN LESS THAN WS-DT-ATE
               MOVE DT-DESLIGA-FUN        TO WS-DT-ATE
            END-IF
            PERFORM VARYING WS-DIA FROM 1 BY 1
                    UNTIL WS-DIA GREATER THAN WS-ULTIMO-DIA
                COMPUTE WS-DATA-DIA = WS-AAAAMM-INF * 100 + WS-DIA
                END-COMPUTE
                IF WS-DIA-UTIL(WS-DIA) EQUAL 'S' AND
                   WS-DATA-DIA NOT LESS THAN WS-DT-DE AND
                   WS-DATA-DIA NOT GREATER THAN WS-DT-ATE
                   ADD 1                  TO WS-QT-DIAS-PREV
                   IF WS-DIA-REG(WS-DIA) EQUAL 'J'
                      ADD 1               TO WS-QT-JUSTIF
                   END-IF
                   IF WS-DIA-REG(WS-DIA) EQUAL SPACES AND
                      WS-DATA-DIA NOT GREATER THAN WS-DT-LIMITE
                      ADD 1               TO WS-QT-FALTAS
                   END-IF
                END-IF
            END-PERFORM
            ADD WS-QT-FALTAS              TO WS-TOT-FALTAS
            COMPUTE WS-HORAS-PREV = WS-QT-DIAS-PREV * QT-HORAS-DIA-FUN
            END-COMPUTE
            DIVIDE WS-MIN-TRAB BY 60 GIVING WS-HH-TRAB
                   REMAINDER WS-MM-TRAB

            MOVE SPACES                   TO WS-LINHA-PRT
            MOVE ID-FUNCIONARIO           TO WS-LINHA-PRT(1:5)
            MOVE NM-FUNCIONARIO           TO WS-LINHA-PRT(7:20)
            MOVE TP-FUNCAO-FUN            TO WS-LINHA-PRT(28:1)
            MOVE ID-UNIDADE-FUN           TO WS-LINHA-PRT(30:2)
            MOVE WS-QT-DIAS-TRAB          TO WS-ED-QT2
            MOVE WS-ED-QT2                TO WS-LINHA-PRT(35:2)
            MOVE WS-HH-TRAB               TO WS-ED-QT3
            MOVE WS-ED-QT3                TO WS-LINHA-PRT(39:3)
            MOVE ':'                      TO WS-LINHA-PRT(42:1)
            MOVE WS-MM-TRAB               TO WS-LINHA-PRT(43:2)
            MOVE WS-HORAS-PREV            TO WS-ED-QT4
            MOVE WS-ED-QT4                TO WS-LINHA-PRT(46:4)
            MOVE WS-QT-FALTAS             TO WS-ED-QT2
            MOVE WS-ED-QT2                TO WS-LINHA-PRT(54:2)
            MOVE WS-QT-JUSTIF             TO WS-ED-QT2
            MOVE WS-ED-QT2                TO WS-LINHA-PRT(60:2)
            IF FUN-DESLIGADO
               MOVE 'DESLIG.'             TO WS-LINHA-PRT(64:7)
            END-IF
            PERFORM P19-EMITE-LINHA       THRU P19-EMITE-LINHA-FIM

            IF FFO-OK
               MOVE SPACES                TO WS-LINHA-FOL
               STRING WS-AAAAMM-INF ';' ID-FUNCIONARIO ';'
                      FUNCTION TRIM(NM-FUNCIONARIO) ';'
                      TP-FUNCAO-FUN ';' ID-UNIDADE-FUN ';'
                      TP-CONTRATO-FUN ';' WS-QT-DIAS-TRAB ';'
                      WS-MIN-TRAB ';' WS-HORAS-PREV ';'
                      WS-QT-FALTAS ';' WS-QT-JUSTIF
                      DELIMITED BY SIZE
                      INTO WS-LINHA-FOL
               END-STRING
               MOVE WS-LINHA-FOL          TO REG-PONTOFOL
               WRITE REG-PONTOFOL
            END-IF
            .
       P8A-APURA-FUNCIONARIO-FIM.

      *SOMA OS PARES ENTRADA/SAIDA FECHADOS DO DIA E MARCA O DIA
      *COMO TRABALHADO OU COMO FALTA JUSTIFICADA
       P8B-SOMA-DIA.
            COMPUTE WS-DIA = DT-PONTO - WS-DT-INI-MES + 1
            END-COMPUTE
            IF FALTA-JUSTIFICADA
               MOVE 'J'                   TO WS-DIA-REG(WS-DIA)
               GO TO P8B-SOMA-DIA-FIM
            END-IF
            IF TB-MARCAS-PTO EQUAL ZEROS
               GO TO P8B-SOMA-DIA-FIM
            END-IF
            MOVE 'T'                      TO WS-DIA-REG(WS-DIA)
            ADD 1                         TO WS-QT-DIAS-TRAB
            PERFORM VARYING WS-IM FROM 1 BY 2 UNTIL WS-IM GREATER 3
                IF HR-MARCA-PTO(WS-IM) GREATER THAN ZEROS AND
                   HR-MARCA-PTO(WS-IM + 1) GREATER THAN
                   HR-MARCA-PTO(WS-IM)
                   DIVIDE HR-MARCA-PTO(WS-IM + 1) BY 100
                          GIVING WS-QUOCIENTE REMAINDER WS-RESTO
                   COMPUTE WS-MIN-DIA = WS-QUOCIENTE * 60 + WS-RESTO
                   END-COMPUTE
                   DIVIDE HR-MARCA-PTO(WS-IM) BY 100
                          GIVING WS-QUOCIENTE REMAINDER WS-RESTO
                   COMPUTE WS-MIN-DIA = WS-MIN-DIA
                                      - (WS-QUOCIENTE * 60 + WS-RESTO)
                   END-COMPUTE
                   ADD WS-MIN-DIA         TO WS-MIN-TRAB
                END-IF
            END-PERFORM
            .
       P8B-SOMA-DIA-FIM.

      *ABRE O CADASTRO DE FUNCIONARIOS (CRIA NA PRIMEIRA VEZ)
       P9-ABRE-FUNCIONARIOS.
            SET FFU-OK                    TO TRUE
            OPEN I-O FUNCIONARIO
            IF WS-FFU EQUAL 35
                 CLOSE FUNCIONARIO
                 OPEN OUTPUT FUNCIONARIO
                 CLOSE FUNCIONARIO
                 OPEN I-O FUNCIONARIO
            END-IF
            IF NOT FFU-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE FUNCIONARIOS'
               MOVE WS-FFU TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FFU ' - ' WS-FS-MSG
               CLOSE FUNCIONARIO
            END-IF
            .
       P9-ABRE-FUNCIONARIOS-FIM.

      *ABRE O PONTO DIARIO (CRIA NA PRIMEIRA VEZ)
       P9A-ABRE-PONTO.
            SET FPT-OK                    TO TRUE
            OPEN I-O PONTO
            IF WS-FPT EQUAL 35
                 CLOSE PONTO
                 OPEN OUTPUT PONTO
                 CLOSE PONTO
                 OPEN I-O PONTO
            END-IF
            IF NOT FPT-OK
               DISPLAY 'ERRO AO ABRIR O PONTO DOS FUNCIONARIOS'
               MOVE WS-FPT TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPT ' - ' WS-FS-MSG
               CLOSE PONTO
            END-IF
            .
       P9A-ABRE-PONTO-FIM.

      *LE O FUNCIONARIO WS-ID-FUNC-INF; SO O ATIVO E ACEITO
       P10-LE-FUNCIONARIO.
            MOVE 'N'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-NM-FUNC-LIDO
            SET FFU-OK                    TO TRUE
            OPEN INPUT FUNCIONARIO
            IF NOT FFU-OK
               DISPLAY 'NENHUM FUNCIONARIO CADASTRADO.'
               CLOSE FUNCIONARIO
               GO TO P10-LE-FUNCIONARIO-FIM
            END-IF
            MOVE WS-ID-FUNC-INF           TO ID-FUNCIONARIO
            READ FUNCIONARIO
                KEY IS ID-FUNCIONARIO
                INVALID KEY
                    DISPLAY 'FUNCIONARIO NAO EXISTE!'
                NOT INVALID KEY
                    IF FUN-DESLIGADO
                       DISPLAY 'FUNCIONARIO DESLIGADO EM '
                               DT-DESLIGA-FUN '!'
                    ELSE
                       MOVE 'S'           TO WS-ACHOU
                       MOVE NM-FUNCIONARIO TO WS-NM-FUNC-LIDO
                       MOVE TP-FUNCAO-FUN TO WS-FUNCAO-LIDA
                       DISPLAY 'FUNCIONARIO: ' NM-FUNCIONARIO
                    END-IF
            END-READ
            CLOSE FUNCIONARIO
            .
       P10-LE-FUNCIONARIO-FIM.

      *CONFERE A UNIDADE WS-ID-UNIDADE-INF (0 = COMPARTILHADO)
       P11-VALIDA-UNIDADE.
            MOVE 'S'                      TO WS-ACHOU
            IF WS-ID-UNIDADE-INF EQUAL ZEROS
               GO TO P11-VALIDA-UNIDADE-FIM
            END-IF
            MOVE 'N'                      TO WS-ACHOU
            SET FUD-OK                    TO TRUE
            OPEN INPUT UNIDADE
            IF FUD-OK
               MOVE WS-ID-UNIDADE-INF     TO ID-UNIDADE
               READ UNIDADE
                   KEY IS ID-UNIDADE
                   INVALID KEY
                       DISPLAY 'UNIDADE NAO EXISTE!'
                   NOT INVALID KEY
                       MOVE 'S'           TO WS-ACHOU
               END-READ
            ELSE
               DISPLAY 'NENHUMA UNIDADE CADASTRADA.'
            END-IF
            CLOSE UNIDADE
            .
       P11-VALIDA-UNIDADE-FIM.

      *CONFERE A ROTA DO TRANSPORTE WS-ID-ROTA-INF
       P11A-VALIDA-ROTA.
            MOVE 'N'                      TO WS-ACHOU
            SET FRO-OK                    TO TRUE
            OPEN INPUT ROTA
            IF FRO-OK
               MOVE WS-ID-ROTA-INF        TO ID-ROTA
               READ ROTA
                   KEY IS ID-ROTA
                   INVALID KEY
                       DISPLAY 'ROTA NAO EXISTE!'
                   NOT INVALID KEY
                       MOVE 'S'           TO WS-ACHOU
                       DISPLAY 'ROTA: ' NM-ROTA
               END-READ
            ELSE
               DISPLAY 'NENHUMA ROTA CADASTRADA.'
            END-IF
            CLOSE ROTA
            .
       P11A-VALIDA-ROTA-FIM.

      *CODIGO DO NOVO FUNCIONARIO PELO CONTADOR 42
       P12-GERA-NUMERO.
            MOVE ZEROS                    TO WS-NR-FUNC
            SET FSC-OK                    TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF

            IF FSC-OK THEN
               MOVE 42                    TO ID-CONTADOR
               READ CONTADOR
                   INVALID KEY
                       MOVE ZEROS         TO NR-ULTIMO-REGISTRO
               END-READ

               ADD 1                      TO NR-ULTIMO-REGISTRO
               MOVE NR-ULTIMO-REGISTRO    TO WS-NR-FUNC

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
       P12-GERA-NUMERO-FIM.

      *DIAS UTEIS DO MES DA COMPETENCIA: SEGUNDA A SEXTA, FORA OS
      *FERIADOS DO CALENDARIO DIARIO
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

            MOVE ALL 'N'                  TO WS-TAB-DIAS
            SET FDL-OK                    TO TRUE
            OPEN INPUT DIALETIVO
            PERFORM VARYING WS-DIA FROM 1 BY 1
                    UNTIL WS-DIA GREATER THAN WS-ULTIMO-DIA
                COMPUTE WS-DATA-DIA = WS-AAAAMM-INF * 100 + WS-DIA
                END-COMPUTE
                COMPUTE WS-DIAS-DATA =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-DIA)
                END-COMPUTE
                DIVIDE WS-DIAS-DATA BY 7 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                IF WS-RESTO GREATER THAN ZEROS AND
                   WS-RESTO LESS THAN 6
                   MOVE 'S'               TO WS-DIA-UTIL(WS-DIA)
                   IF FDL-OK
                      MOVE WS-DATA-DIA    TO DT-DIA-LET
                      READ DIALETIVO
                          KEY IS DT-DIA-LET
                          INVALID KEY
                              CONTINUE
                          NOT INVALID KEY
                              IF DIA-TP-FERIADO
                                 MOVE 'N' TO WS-DIA-UTIL(WS-DIA)
                              END-IF
                      END-READ
                   END-IF
                END-IF
            END-PERFORM
            CLOSE DIALETIVO
            .
       P16-DIAS-DO-MES-FIM.

      *EXIBE A LINHA E A GRAVA NO ARQUIVO DE IMPRESSAO
       P19-EMITE-LINHA.
            DISPLAY WS-LINHA-PRT
            IF FIM-OK
               MOVE WS-LINHA-PRT          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P19-EMITE-LINHA-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM FUNCIONA.
