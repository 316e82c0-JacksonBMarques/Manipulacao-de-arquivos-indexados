      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: gerador de relatorios ad-hoc por parametros, para as
      *          listas avulsas pedidas pela coordenacao sem programa
      *          novo. o operador escolhe o arquivo base (aluno,
      *          situacao CFP001S3, matricula, frequencia ou
      *          mensalidade), ate 10 campos do dicionario de dados
      *          (DICDADOS.CPY, tirado dos layouts CFPK), ate 5
      *          condicoes de filtro (todas atendidas), um campo de
      *          ordenacao crescente ou decrescente e a saida:
      *          listagem print-image (CFP001T26.LST) ou CSV
      *          separado por ponto e virgula (CFP001T27.CSV). as
      *          definicoes usadas com frequencia sao salvas por nome
      *          (CFP001S107) e executadas de novo pelo nome. os dados
      *          sensiveis seguem a visibilidade do perfil (CFP001S105)
      *          - campo sem visibilidade sai mascarado e nao pode ser
      *          usado em filtro nem em ordenacao
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO GERADOR DE RELATORIOS AD-HOC
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELADHOC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FBS.

                SELECT APROVACAO ASSIGN TO WS-PATH-SITUACAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO
                ALTERNATE RECORD KEY IS ID-ALUNO1
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS ID-MATERIA1
                    WITH DUPLICATES
                FILE STATUS IS WS-FBS.

                SELECT MATRICULA ASSIGN TO WS-PATH-MATRICULA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO5
                ALTERNATE RECORD KEY IS ID-ALUNO5
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS ID-MATERIA5
                    WITH DUPLICATES
                FILE STATUS IS WS-FBS.

                SELECT FREQUENCIA ASSIGN TO WS-PATH-FREQUENCIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO4
                ALTERNATE RECORD KEY IS ID-ALUNO4
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS ID-MATERIA4
                    WITH DUPLICATES
                FILE STATUS IS WS-FBS.

                SELECT MENSALIDADE ASSIGN TO WS-PATH-MENSALIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-MENSALIDADE
                FILE STATUS IS WS-FBS.

                SELECT RELDEF ASSIGN TO WS-PATH-RELDEF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NM-RELDEF
                FILE STATUS IS WS-FRD.

                SELECT LST-ADHOC ASSIGN TO WS-PATH-LST-ADHOC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSA.

                SELECT CSV-ADHOC ASSIGN TO WS-PATH-CSV-ADHOC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSA.

                SELECT VISIBILIDADE ASSIGN TO WS-PATH-VISIBILIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PERFIL-VIS
                FILE STATUS IS WS-VIS-FS.

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
       FD ALUNO.
          COPY CFPK0001.
       FD APROVACAO.
          COPY CFPK0003.
       FD MATRICULA.
          COPY CFPK0009.
       FD FREQUENCIA.
          COPY CFPK0007.
       FD MENSALIDADE.
          COPY CFPK0031.
       FD RELDEF.
          COPY CFPK0098.
       FD LST-ADHOC.
       01 REG-LST-ADHOC                   PIC X(250).
       FD CSV-ADHOC.
       01 REG-CSV-ADHOC                   PIC X(250).
       FD VISIBILIDADE.
          COPY CFPK0096.
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
       COPY VISVARS.
       COPY DICDADOS.
       77 WS-FBS                          PIC 99.
          88 FBS-OK                       VALUE 0.
       77 WS-FRD                          PIC 99.
          88 FRD-OK                       VALUE 0.
       77 WS-FSA                          PIC 99.
          88 FSA-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EXIT                         PIC X VALUE 'N'.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X(01) VALUE SPACES.
       77 WS-CONFIRM                      PIC X(01) VALUE SPACES.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *NOMES DOS ARQUIVOS BASE, NA ORDEM DO DICIONARIO
       01 WS-TAB-BASES.
          03 FILLER                       PIC X(12) VALUE 'ALUNO'.
          03 FILLER                       PIC X(12) VALUE 'SITUACAO'.
          03 FILLER                       PIC X(12) VALUE 'MATRICULA'.
          03 FILLER                       PIC X(12) VALUE 'FREQUENCIA'.
          03 FILLER                       PIC X(12) VALUE 'MENSALIDADE'.
       01 FILLER REDEFINES WS-TAB-BASES.
          03 WS-NOME-BASE OCCURS 5 TIMES  PIC X(12).
      *DEFINICAO EM USO - MESMO LAYOUT DO REG-RELDEF (CFPK0098)
       01 WS-DEF.
          03 WS-DEF-NOME                  PIC X(15).
          03 WS-DEF-DESC                  PIC X(40).
          03 WS-DEF-BASE                  PIC 9(01).
          03 WS-DEF-QT-CAMPOS             PIC 9(02).
          03 WS-DEF-CAMPO                 PIC 9(02) OCCURS 10 TIMES.
          03 WS-DEF-QT-COND               PIC 9(01).
          03 WS-DEF-COND                  OCCURS 5 TIMES.
             05 WS-CND-CAMPO              PIC 9(02).
             05 WS-CND-OP                 PIC X(02).
             05 WS-CND-ALFA               PIC X(40).
             05 WS-CND-NUM                PIC 9(09)V9(02).
          03 WS-DEF-ORDEM                 PIC 9(02).
          03 WS-DEF-SENTIDO               PIC X(01).
          03 WS-DEF-SAIDA                 PIC X(01).
          03 WS-DEF-OPER                  PIC X(15).
          03 WS-DEF-DATA                  PIC 9(08).
      *DEFINICAO RESOLVIDA NO DICIONARIO
       77 WS-DEF-VALIDA                   PIC X VALUE 'N'.
          88 DEF-VALIDA                   VALUE 'S' FALSE 'N'.
       01 WS-TAB-RESOLVIDA.
          03 WS-IX-CAMPO                  PIC 9(02) OCCURS 10 TIMES.
          03 WS-COL-LARG                  PIC 9(02) OCCURS 10 TIMES.
          03 WS-IX-COND                   PIC 9(02) OCCURS 5 TIMES.
       77 WS-IX-ORDEM                     PIC 9(02) VALUE ZEROS.
       77 WS-LARG-TOTAL                   PIC 9(04) VALUE ZEROS.
       77 WS-TAM-NOME                     PIC 9(02) VALUE ZEROS.
       77 WS-MOSTRA-DOC                   PIC X VALUE 'N'.
          88 MOSTRA-DOC                   VALUE 'S' FALSE 'N'.
      *LOCALIZACAO DE UM CAMPO NO DICIONARIO
       77 WS-NR-INF                       PIC 9(02) VALUE ZEROS.
       77 WS-IX-DIC                       PIC 9(02) VALUE ZEROS.
       77 WS-ID                           PIC 9(02) VALUE ZEROS.
       77 WS-VISIVEL                      PIC X VALUE 'S'.
          88 CAMPO-VISIVEL                VALUE 'S' FALSE 'N'.
       77 WS-OP-INF                       PIC X(02) VALUE SPACES.
      *REGISTRO LIDO DO ARQUIVO BASE E CAMPO EXTRAIDO
       01 WS-RAD-REG                      PIC X(150) VALUE SPACES.
       77 WS-CAMPO-ALFA                   PIC X(40) VALUE SPACES.
       77 WS-CAMPO-NUM                    PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-CAMPO-TEXTO                  PIC X(41) VALUE SPACES.
       77 WS-CAMPO-CHAVE                  PIC X(40) VALUE SPACES.
       01 WS-NUM-BUF                      PIC 9(15) VALUE ZEROS.
       01 WS-NUM-BUF-X REDEFINES WS-NUM-BUF
                                          PIC X(15).
       77 WS-POS-INI                      PIC 9(02) VALUE ZEROS.
       77 WS-TAM-INT                      PIC 9(02) VALUE ZEROS.
       77 WS-POS-DEC                      PIC 9(03) VALUE ZEROS.
      *FILTRO
       77 WS-IC                           PIC 9(01) VALUE ZEROS.
       77 WS-PASSOU                       PIC X VALUE 'S'.
          88 PASSOU                       VALUE 'S' FALSE 'N'.
       77 WS-CMP-RES                      PIC X(01) VALUE SPACES.
      *LINHA DE SAIDA
       01 WS-LINHA-SAIDA                  PIC X(250) VALUE SPACES.
       77 WS-PTR                          PIC 9(03) VALUE ZEROS.
       77 WS-I                            PIC 9(02) VALUE ZEROS.
      *LINHAS SELECIONADAS, GUARDADAS PARA A ORDENACAO (ATE 1000)
       77 WS-QT-LINHAS                    PIC 9(04) VALUE ZEROS.
       01 WS-TAB-LINHAS.
          03 WS-TL-ITEM OCCURS 1000 TIMES.
             05 WS-TL-CHAVE               PIC X(40).
             05 WS-TL-LINHA               PIC X(250).
       01 WS-TL-TEMP                      PIC X(290) VALUE SPACES.
       77 WS-IND                          PIC 9(04) VALUE ZEROS.
       77 WS-IND2                         PIC 9(04) VALUE ZEROS.
       77 WS-TROCOU                       PIC X VALUE 'N'.
          88 TROCOU                       VALUE 'S'.
       77 WS-TAB-CHEIA                    PIC X VALUE 'N'.
          88 TAB-CHEIA                    VALUE 'S' FALSE 'N'.
      *TOTAIS DA EXECUCAO
       77 WS-QT-LIDOS                     PIC 9(07) VALUE ZEROS.
       77 WS-QT-SELEC                     PIC 9(07) VALUE ZEROS.

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
            MOVE LK-PERFIL           TO WS-VIS-PERFIL
            PERFORM M9-CARREGA-VISIBILIDADE
                    THRU M9-CARREGA-VISIBILIDADE-FIM
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** RELATORIOS AD-HOC ***'
            DISPLAY 'TECLE <N> PARA UM NOVO RELATORIO, <E> PARA'
            DISPLAY 'EXECUTAR UMA DEFINICAO SALVA, <L> PARA LISTAR AS'
            DISPLAY 'DEFINICOES, <X> PARA EXCLUIR UMA DEFINICAO OU'
            DISPLAY '<S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'N'
                WHEN 'n'
                    PERFORM P2-NOVO       THRU P2-NOVO-FIM
                WHEN 'E'
                WHEN 'e'
                    PERFORM P3-EXECUTA-SALVA
                            THRU P3-EXECUTA-SALVA-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P4-LISTA      THRU P4-LISTA-FIM
                WHEN 'X'
                WHEN 'x'
                    PERFORM P6-EXCLUI     THRU P6-EXCLUI-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *MONTA UMA DEFINICAO NOVA, EXECUTA E OFERECE SALVAR
       P2-NOVO.
            INITIALIZE WS-DEF
            DISPLAY 'ARQUIVO BASE: 1- ALUNO  2- SITUACAO  3- MATRICULA'
            DISPLAY '              4- FREQUENCIA  5- MENSALIDADE'
            DISPLAY 'Informe o arquivo base: '
            ACCEPT WS-DEF-BASE
            IF WS-DEF-BASE LESS THAN 1 OR WS-DEF-BASE GREATER THAN 5
               DISPLAY 'ARQUIVO BASE INVALIDO!'
               GO TO P2-NOVO-FIM
            END-IF
            IF WS-DEF-BASE EQUAL 5 AND NOT VIS-FINANCEIRO
               DISPLAY 'SEU PERFIL NAO TEM VISIBILIDADE DOS DADOS'
                       ' FINANCEIROS.'
               GO TO P2-NOVO-FIM
            END-IF
            PERFORM P2A-MOSTRA-CAMPOS     THRU P2A-MOSTRA-CAMPOS-FIM

      *CAMPOS DA LISTAGEM
            MOVE 99                       TO WS-NR-INF
            PERFORM UNTIL WS-NR-INF EQUAL ZEROS
                          OR WS-DEF-QT-CAMPOS EQUAL 10
                DISPLAY 'Campo a listar (numero, 0 = fim): '
                ACCEPT WS-NR-INF
                IF WS-NR-INF NOT EQUAL ZEROS
                   PERFORM P8-LOCALIZA-CAMPO
                           THRU P8-LOCALIZA-CAMPO-FIM
                   IF WS-IX-DIC EQUAL ZEROS
                      DISPLAY 'CAMPO INEXISTENTE NESTE ARQUIVO!'
                   ELSE
                      ADD 1               TO WS-DEF-QT-CAMPOS
                      MOVE WS-NR-INF
                           TO WS-DEF-CAMPO(WS-DEF-QT-CAMPOS)
                   END-IF
                END-IF
            END-PERFORM
            IF WS-DEF-QT-CAMPOS EQUAL ZEROS
               DISPLAY 'NENHUM CAMPO ESCOLHIDO - RELATORIO CANCELADO.'
               GO TO P2-NOVO-FIM
            END-IF

      *CONDICOES DE FILTRO
            MOVE 99                       TO WS-NR-INF
            PERFORM UNTIL WS-NR-INF EQUAL ZEROS
                          OR WS-DEF-QT-COND EQUAL 5
                DISPLAY 'Campo da condicao (0 = sem mais condicoes): '
                ACCEPT WS-NR-INF
                IF WS-NR-INF NOT EQUAL ZEROS
                   PERFORM P2B-PEDE-CONDICAO
                           THRU P2B-PEDE-CONDICAO-FIM
                END-IF
            END-PERFORM

      *ORDENACAO E SAIDA
            DISPLAY 'Campo de ordenacao (0 = ordem do arquivo): '
            ACCEPT WS-DEF-ORDEM
            MOVE 'A'                      TO WS-DEF-SENTIDO
            IF WS-DEF-ORDEM NOT EQUAL ZEROS
               DISPLAY 'Tecle <A> crescente ou <D> decrescente: '
               ACCEPT WS-DEF-SENTIDO
               IF WS-DEF-SENTIDO EQUAL 'd'
                  MOVE 'D'                TO WS-DEF-SENTIDO
               END-IF
               IF WS-DEF-SENTIDO NOT EQUAL 'D'
                  MOVE 'A'                TO WS-DEF-SENTIDO
               END-IF
            END-IF
            DISPLAY 'Tecle <L> para listagem ou <C> para CSV: '
            ACCEPT WS-DEF-SAIDA
            IF WS-DEF-SAIDA EQUAL 'c'
               MOVE 'C'                   TO WS-DEF-SAIDA
            END-IF
            IF WS-DEF-SAIDA NOT EQUAL 'C'
               MOVE 'L'                   TO WS-DEF-SAIDA
            END-IF

            PERFORM P7-RESOLVE-DEFINICAO  THRU P7-RESOLVE-DEFINICAO-FIM
            IF NOT DEF-VALIDA
               GO TO P2-NOVO-FIM
            END-IF
            PERFORM P5-EXECUTA            THRU P5-EXECUTA-FIM

            DISPLAY 'Nome para salvar a definicao (branco = nao'
                    ' salvar): '
            ACCEPT WS-DEF-NOME
            IF WS-DEF-NOME NOT EQUAL SPACES
               DISPLAY 'Descricao da definicao: '
               ACCEPT WS-DEF-DESC
               PERFORM P2C-SALVA          THRU P2C-SALVA-FIM
            END-IF
            .
       P2-NOVO-FIM.

      *MOSTRA O DICIONARIO DO ARQUIVO BASE ESCOLHIDO
       P2A-MOSTRA-CAMPOS.
            DISPLAY 'CAMPOS DO ARQUIVO '
                    FUNCTION TRIM(WS-NOME-BASE(WS-DEF-BASE)) ':'
            PERFORM VARYING WS-ID FROM 1 BY 1
                    UNTIL WS-ID GREATER THAN WS-DIC-QT
                IF WS-DIC-BASE(WS-ID) EQUAL WS-DEF-BASE
                   MOVE WS-ID             TO WS-IX-DIC
                   PERFORM P8B-VERIFICA-VISIVEL
                           THRU P8B-VERIFICA-VISIVEL-FIM
                   IF CAMPO-VISIVEL
                      DISPLAY '  ' WS-DIC-NR(WS-ID) ' - '
                              WS-DIC-NOME(WS-ID) ' '
                              WS-DIC-TIPO(WS-ID) ' ('
                              WS-DIC-TAM(WS-ID) ','
                              WS-DIC-DEC(WS-ID) ')'
                   ELSE
                      DISPLAY '  ' WS-DIC-NR(WS-ID) ' - '
                              WS-DIC-NOME(WS-ID) ' '
                              WS-DIC-TIPO(WS-ID) ' ('
                              WS-DIC-TAM(WS-ID) ','
                              WS-DIC-DEC(WS-ID) ') MASCARADO'
                   END-IF
                END-IF
            END-PERFORM
            .
       P2A-MOSTRA-CAMPOS-FIM.

      *PEDE O OPERADOR E O VALOR DE UMA CONDICAO SOBRE O CAMPO
      *WS-NR-INF; O VALOR E NUMERICO OU TEXTO CONFORME O CAMPO
       P2B-PEDE-CONDICAO.
            PERFORM P8-LOCALIZA-CAMPO     THRU P8-LOCALIZA-CAMPO-FIM
            IF WS-IX-DIC EQUAL ZEROS
               DISPLAY 'CAMPO INEXISTENTE NESTE ARQUIVO!'
               GO TO P2B-PEDE-CONDICAO-FIM
            END-IF
            PERFORM P8B-VERIFICA-VISIVEL  THRU P8B-VERIFICA-VISIVEL-FIM
            IF NOT CAMPO-VISIVEL
               DISPLAY 'CAMPO MASCARADO NO SEU PERFIL - NAO PODE SER'
                       ' FILTRADO.'
               GO TO P2B-PEDE-CONDICAO-FIM
            END-IF
            DISPLAY 'Operador (=, <>, <, >, <=, >=): '
            ACCEPT WS-OP-INF
            IF WS-OP-INF NOT EQUAL '= ' AND NOT EQUAL '<>'
               AND NOT EQUAL '< ' AND NOT EQUAL '> '
               AND NOT EQUAL '<=' AND NOT EQUAL '>='
               DISPLAY 'OPERADOR INVALIDO!'
               GO TO P2B-PEDE-CONDICAO-FIM
            END-IF

            ADD 1                         TO WS-DEF-QT-COND
            MOVE WS-NR-INF       TO WS-CND-CAMPO(WS-DEF-QT-COND)
            MOVE WS-OP-INF       TO WS-CND-OP(WS-DEF-QT-COND)
            MOVE SPACES          TO WS-CND-ALFA(WS-DEF-QT-COND)
            MOVE ZEROS           TO WS-CND-NUM(WS-DEF-QT-COND)
            DISPLAY 'Valor: '
            IF DIC-NUMERICO(WS-IX-DIC)
               ACCEPT WS-CND-NUM(WS-DEF-QT-COND)
            ELSE
               ACCEPT WS-CND-ALFA(WS-DEF-QT-COND)
            END-IF
            .
       P2B-PEDE-CONDICAO-FIM.

      *GRAVA A DEFINICAO EM USO SOB O NOME INFORMADO
       P2C-SALVA.
            SET FRD-OK                    TO TRUE
            OPEN I-O RELDEF
            IF WS-FRD EQUAL 35
                 CLOSE RELDEF
                 OPEN OUTPUT RELDEF
                 CLOSE RELDEF
                 OPEN I-O RELDEF
            END-IF
            IF NOT FRD-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DEFINICOES'
               MOVE WS-FRD TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FRD ' - ' WS-FS-MSG
               CLOSE RELDEF
               GO TO P2C-SALVA-FIM
            END-IF

            MOVE LK-OPERADOR              TO WS-DEF-OPER
            MOVE WS-DATA-HOJE             TO WS-DEF-DATA
            MOVE WS-DEF                   TO REG-RELDEF
            WRITE REG-RELDEF
                INVALID KEY
                    DISPLAY 'JA EXISTE UMA DEFINICAO COM ESTE NOME.'
                    DISPLAY 'TECLE <S> para substituir ou'
                            ' <QUALQUER TECLA> para cancelar.'
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
                       MOVE WS-DEF        TO REG-RELDEF
                       REWRITE REG-RELDEF
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR A DEFINICAO'
                       END-REWRITE
                    ELSE
                       MOVE 99            TO WS-FRD
                    END-IF
            END-WRITE
            CLOSE RELDEF
            IF FRD-OK
               DISPLAY 'Definicao salva!'
               MOVE 'RELADHOC'            TO WS-AUD-PROGRAMA
               MOVE 'SALVA-DEF'           TO WS-AUD-OPERACAO
               MOVE SPACES                TO WS-AUD-DETALHE
               STRING 'DEFINICAO ' WS-DEF-NOME
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            END-IF
            .
       P2C-SALVA-FIM.

      *EXECUTA UMA DEFINICAO SALVA, PELO NOME
       P3-EXECUTA-SALVA.
            DISPLAY 'Nome da definicao: '
            ACCEPT WS-DEF-NOME
            SET FRD-OK                    TO TRUE
            OPEN INPUT RELDEF
            IF NOT FRD-OK
               DISPLAY 'NENHUMA DEFINICAO SALVA.'
               CLOSE RELDEF
               GO TO P3-EXECUTA-SALVA-FIM
            END-IF
            MOVE WS-DEF-NOME              TO NM-RELDEF
            READ RELDEF
                KEY IS NM-RELDEF
                INVALID KEY
                    DISPLAY 'DEFINICAO NAO ENCONTRADA!'
                    CLOSE RELDEF
                    GO TO P3-EXECUTA-SALVA-FIM
            END-READ
            MOVE REG-RELDEF               TO WS-DEF
            CLOSE RELDEF

            DISPLAY 'DEFINICAO ' WS-DEF-NOME ' - '
                    FUNCTION TRIM(WS-DEF-DESC)
            PERFORM P7-RESOLVE-DEFINICAO  THRU P7-RESOLVE-DEFINICAO-FIM
            IF DEF-VALIDA
               PERFORM P5-EXECUTA         THRU P5-EXECUTA-FIM
            END-IF
            .
       P3-EXECUTA-SALVA-FIM.

      *LISTA AS DEFINICOES SALVAS
       P4-LISTA.
            SET EOF-OK                    TO FALSE
            SET FRD-OK                    TO TRUE
            OPEN INPUT RELDEF
            IF NOT FRD-OK
               DISPLAY 'NENHUMA DEFINICAO SALVA.'
               CLOSE RELDEF
               GO TO P4-LISTA-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ RELDEF NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        DISPLAY NM-RELDEF ' '
                                WS-NOME-BASE(ID-BASE-RDF) ' '
                                FUNCTION TRIM(DS-RELDEF)
                        DISPLAY '    SALVA POR '
                                FUNCTION TRIM(OP-RELDEF)
                                ' EM ' DT-RELDEF
                END-READ
            END-PERFORM
            CLOSE RELDEF
            .
       P4-LISTA-FIM.

      *EXCLUI UMA DEFINICAO SALVA, COM CONFIRMACAO
       P6-EXCLUI.
            DISPLAY 'Nome da definicao a excluir: '
            ACCEPT WS-DEF-NOME
            SET FRD-OK                    TO TRUE
            OPEN I-O RELDEF
            IF NOT FRD-OK
               DISPLAY 'NENHUMA DEFINICAO SALVA.'
               CLOSE RELDEF
               GO TO P6-EXCLUI-FIM
            END-IF
            MOVE WS-DEF-NOME              TO NM-RELDEF
            READ RELDEF
                KEY IS NM-RELDEF
                INVALID KEY
                    DISPLAY 'DEFINICAO NAO ENCONTRADA!'
                    CLOSE RELDEF
                    GO TO P6-EXCLUI-FIM
            END-READ
            DISPLAY 'Excluir a definicao ' NM-RELDEF ' ?'
            DISPLAY 'TECLE <S> para confirmar ou'
                    ' <QUALQUER TECLA> para cancelar.'
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
               DELETE RELDEF
                   INVALID KEY
                       DISPLAY 'ERRO AO EXCLUIR A DEFINICAO'
                   NOT INVALID KEY
                       DISPLAY 'Definicao excluida!'
                       MOVE 'RELADHOC'    TO WS-AUD-PROGRAMA
                       MOVE 'EXCLUI-DEF'  TO WS-AUD-OPERACAO
                       MOVE SPACES        TO WS-AUD-DETALHE
                       STRING 'DEFINICAO ' WS-DEF-NOME
                              DELIMITED BY SIZE
                              INTO WS-AUD-DETALHE
                       END-STRING
                       PERFORM A9-GRAVA-AUDITORIA
                               THRU A9-GRAVA-AUDITORIA-FIM
               END-DELETE
            ELSE
               DISPLAY 'Exclusao nao realizada!'
            END-IF
            CLOSE RELDEF
            .
       P6-EXCLUI-FIM.

      *CONFERE A DEFINICAO NO DICIONARIO E NA VISIBILIDADE DO PERFIL
      *E CALCULA A LARGURA DAS COLUNAS DA LISTAGEM
       P7-RESOLVE-DEFINICAO.
            SET DEF-VALIDA                TO FALSE
            SET MOSTRA-DOC                TO FALSE
            MOVE ZEROS                    TO WS-LARG-TOTAL
                                             WS-IX-ORDEM
            IF WS-DEF-BASE LESS THAN 1 OR WS-DEF-BASE GREATER THAN 5
               DISPLAY 'DEFINICAO COM ARQUIVO BASE INVALIDO!'
               GO TO P7-RESOLVE-DEFINICAO-FIM
            END-IF
            IF WS-DEF-BASE EQUAL 5 AND NOT VIS-FINANCEIRO
               DISPLAY 'SEU PERFIL NAO TEM VISIBILIDADE DOS DADOS'
                       ' FINANCEIROS.'
               GO TO P7-RESOLVE-DEFINICAO-FIM
            END-IF

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I GREATER THAN WS-DEF-QT-CAMPOS
                MOVE WS-DEF-CAMPO(WS-I)   TO WS-NR-INF
                PERFORM P8-LOCALIZA-CAMPO THRU P8-LOCALIZA-CAMPO-FIM
                IF WS-IX-DIC EQUAL ZEROS
                   DISPLAY 'CAMPO ' WS-NR-INF ' INEXISTENTE!'
                   GO TO P7-RESOLVE-DEFINICAO-FIM
                END-IF
                MOVE WS-IX-DIC            TO WS-IX-CAMPO(WS-I)
                MOVE WS-DIC-TAM(WS-IX-DIC) TO WS-COL-LARG(WS-I)
                IF WS-DIC-DEC(WS-IX-DIC) GREATER THAN ZEROS
                   ADD 1                  TO WS-COL-LARG(WS-I)
                END-IF
                MOVE ZEROS                TO WS-TAM-NOME
                INSPECT WS-DIC-NOME(WS-IX-DIC) TALLYING WS-TAM-NOME
                        FOR CHARACTERS BEFORE INITIAL SPACE
                IF WS-TAM-NOME GREATER THAN WS-COL-LARG(WS-I)
                   MOVE WS-TAM-NOME       TO WS-COL-LARG(WS-I)
                END-IF
                COMPUTE WS-LARG-TOTAL = WS-LARG-TOTAL
                                      + WS-COL-LARG(WS-I) + 1
                END-COMPUTE
                PERFORM P8B-VERIFICA-VISIVEL
                        THRU P8B-VERIFICA-VISIVEL-FIM
                IF CAMPO-VISIVEL AND WS-DIC-CLASSE(WS-IX-DIC) = 'D'
                   SET MOSTRA-DOC         TO TRUE
                END-IF
            END-PERFORM
            IF WS-LARG-TOTAL GREATER THAN 250
               DISPLAY 'OS CAMPOS ESCOLHIDOS PASSAM DE 250 POSICOES'
                       ' NA LINHA - REDUZA A LISTA.'
               GO TO P7-RESOLVE-DEFINICAO-FIM
            END-IF

            PERFORM VARYING WS-IC FROM 1 BY 1
                    UNTIL WS-IC GREATER THAN WS-DEF-QT-COND
                MOVE WS-CND-CAMPO(WS-IC)  TO WS-NR-INF
                PERFORM P8-LOCALIZA-CAMPO THRU P8-LOCALIZA-CAMPO-FIM
                IF WS-IX-DIC EQUAL ZEROS
                   DISPLAY 'CAMPO DA CONDICAO ' WS-NR-INF
                           ' INEXISTENTE!'
                   GO TO P7-RESOLVE-DEFINICAO-FIM
                END-IF
                PERFORM P8B-VERIFICA-VISIVEL
                        THRU P8B-VERIFICA-VISIVEL-FIM
                IF NOT CAMPO-VISIVEL
                   DISPLAY 'CONDICAO SOBRE CAMPO MASCARADO NO SEU'
                           ' PERFIL - EXECUCAO RECUSADA.'
                   GO TO P7-RESOLVE-DEFINICAO-FIM
                END-IF
                MOVE WS-IX-DIC            TO WS-IX-COND(WS-IC)
            END-PERFORM

            IF WS-DEF-ORDEM NOT EQUAL ZEROS
               MOVE WS-DEF-ORDEM          TO WS-NR-INF
               PERFORM P8-LOCALIZA-CAMPO  THRU P8-LOCALIZA-CAMPO-FIM
               IF WS-IX-DIC EQUAL ZEROS
                  DISPLAY 'CAMPO DE ORDENACAO INEXISTENTE!'
                  GO TO P7-RESOLVE-DEFINICAO-FIM
               END-IF
               PERFORM P8B-VERIFICA-VISIVEL
                       THRU P8B-VERIFICA-VISIVEL-FIM
               IF NOT CAMPO-VISIVEL
                  DISPLAY 'ORDENACAO POR CAMPO MASCARADO NO SEU'
                          ' PERFIL - EXECUCAO RECUSADA.'
                  GO TO P7-RESOLVE-DEFINICAO-FIM
               END-IF
               MOVE WS-IX-DIC             TO WS-IX-ORDEM
            END-IF
            SET DEF-VALIDA                TO TRUE
            .
       P7-RESOLVE-DEFINICAO-FIM.

      *LE O ARQUIVO BASE, FILTRA, ORDENA E GRAVA A SAIDA
       P5-EXECUTA.
            MOVE ZEROS                    TO WS-QT-LIDOS
                                             WS-QT-SELEC
                                             WS-QT-LINHAS
            SET TAB-CHEIA                 TO FALSE

            SET FSA-OK                    TO TRUE
            IF WS-DEF-SAIDA EQUAL 'C'
               OPEN OUTPUT CSV-ADHOC
            ELSE
               MOVE WS-PATH-LST-ADHOC     TO WS-SPL-ORIGEM
               MOVE ZEROS                 TO WS-SPL-INICIO
               OPEN OUTPUT LST-ADHOC
            END-IF
            IF NOT FSA-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SAIDA'
               MOVE WS-FSA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FSA ' - ' WS-FS-MSG
               GO TO P5-ENCERRA
            END-IF
            PERFORM P5G-CABECALHO         THRU P5G-CABECALHO-FIM

            SET EOF-OK                    TO FALSE
            SET FBS-OK                    TO TRUE
            EVALUATE WS-DEF-BASE
                WHEN 1
                    OPEN INPUT ALUNO
                WHEN 2
                    OPEN INPUT APROVACAO
                WHEN 3
                    OPEN INPUT MATRICULA
                WHEN 4
                    OPEN INPUT FREQUENCIA
                WHEN OTHER
                    OPEN INPUT MENSALIDADE
            END-EVALUATE
            IF NOT FBS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO BASE'
               MOVE WS-FBS TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FBS ' - ' WS-FS-MSG
               SET EOF-OK                 TO TRUE
            END-IF

            PERFORM UNTIL EOF-OK
                PERFORM P5A-LE-BASE       THRU P5A-LE-BASE-FIM
                IF NOT EOF-OK
                   ADD 1                  TO WS-QT-LIDOS
                   PERFORM P5B-FILTRA     THRU P5B-FILTRA-FIM
                   IF PASSOU
                      ADD 1               TO WS-QT-SELEC
                      PERFORM P5C-MONTA-LINHA
                              THRU P5C-MONTA-LINHA-FIM
                      IF WS-IX-ORDEM EQUAL ZEROS
                         PERFORM P5E-GRAVA-LINHA
                                 THRU P5E-GRAVA-LINHA-FIM
                      ELSE
                         IF WS-QT-LINHAS LESS THAN 1000
                            ADD 1         TO WS-QT-LINHAS
                            MOVE WS-CAMPO-CHAVE
                                 TO WS-TL-CHAVE(WS-QT-LINHAS)
                            MOVE WS-LINHA-SAIDA
                                 TO WS-TL-LINHA(WS-QT-LINHAS)
                         ELSE
                            SET TAB-CHEIA TO TRUE
                         END-IF
                      END-IF
                   END-IF
                END-IF
            END-PERFORM

            EVALUATE WS-DEF-BASE
                WHEN 1
                    CLOSE ALUNO
                WHEN 2
                    CLOSE APROVACAO
                WHEN 3
                    CLOSE MATRICULA
                WHEN 4
                    CLOSE FREQUENCIA
                WHEN OTHER
                    CLOSE MENSALIDADE
            END-EVALUATE

            IF WS-IX-ORDEM NOT EQUAL ZEROS
               PERFORM P5D-ORDENA         THRU P5D-ORDENA-FIM
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER THAN WS-QT-LINHAS
                   MOVE WS-TL-LINHA(WS-IND) TO WS-LINHA-SAIDA
                   PERFORM P5E-GRAVA-LINHA
                           THRU P5E-GRAVA-LINHA-FIM
               END-PERFORM
            END-IF

            IF WS-DEF-SAIDA NOT EQUAL 'C'
               MOVE ALL '-'               TO REG-LST-ADHOC
               WRITE REG-LST-ADHOC
               MOVE SPACES                TO WS-LINHA-SAIDA
               STRING 'REGISTROS LIDOS: ' WS-QT-LIDOS
                      '  SELECIONADOS: ' WS-QT-SELEC
                      DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
               END-STRING
               MOVE WS-LINHA-SAIDA        TO REG-LST-ADHOC
               WRITE REG-LST-ADHOC
               IF TAB-CHEIA
                  MOVE 'ATENCAO: SO AS 1000 PRIMEIRAS LINHAS'
                     TO REG-LST-ADHOC
                  WRITE REG-LST-ADHOC
               END-IF
            END-IF

            DISPLAY 'REGISTROS LIDOS      : ' WS-QT-LIDOS
            DISPLAY 'REGISTROS SELECIONADOS: ' WS-QT-SELEC
            IF TAB-CHEIA
               DISPLAY 'ATENCAO: A ORDENACAO GUARDA ATE 1000 LINHAS -'
                       ' AS DEMAIS FICARAM DE FORA.'
            END-IF
            IF WS-DEF-SAIDA EQUAL 'C'
               DISPLAY 'CSV GRAVADO EM '
                       FUNCTION TRIM(WS-PATH-CSV-ADHOC)
            ELSE
               DISPLAY 'LISTAGEM GRAVADA EM '
                       FUNCTION TRIM(WS-PATH-LST-ADHOC)
            END-IF

            MOVE 'RELADHOC'               TO WS-AUD-PROGRAMA
            MOVE 'RELATORIO'              TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            IF WS-DEF-NOME EQUAL SPACES
               STRING 'AVULSO ' WS-NOME-BASE(WS-DEF-BASE)
                      ' QT ' WS-QT-SELEC
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
            ELSE
               STRING WS-DEF-NOME ' QT ' WS-QT-SELEC
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
            END-IF
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            IF MOSTRA-DOC
               MOVE 'DOCUMENTO'           TO WS-VIS-CLASSE
               MOVE ZEROS                 TO WS-VIS-ID-ALUNO
               PERFORM M9-REGISTRA-VISUALIZACAO
                       THRU M9-REGISTRA-VISUALIZACAO-FIM
            END-IF
            .
       P5-ENCERRA.
            IF WS-DEF-SAIDA EQUAL 'C'
               CLOSE CSV-ADHOC
            ELSE
               CLOSE LST-ADHOC
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'RELADHOC'            TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF
            .
       P5-EXECUTA-FIM.

      *LE O PROXIMO REGISTRO DO ARQUIVO BASE PARA WS-RAD-REG
       P5A-LE-BASE.
            MOVE SPACES                   TO WS-RAD-REG
            EVALUATE WS-DEF-BASE
                WHEN 1
                    READ ALUNO NEXT RECORD INTO WS-RAD-REG
                        AT END
                            SET EOF-OK    TO TRUE
                    END-READ
                WHEN 2
                    READ APROVACAO NEXT RECORD INTO WS-RAD-REG
                        AT END
                            SET EOF-OK    TO TRUE
                    END-READ
                WHEN 3
                    READ MATRICULA NEXT RECORD INTO WS-RAD-REG
                        AT END
                            SET EOF-OK    TO TRUE
                    END-READ
                WHEN 4
                    READ FREQUENCIA NEXT RECORD INTO WS-RAD-REG
                        AT END
                            SET EOF-OK    TO TRUE
                    END-READ
                WHEN OTHER
                    READ MENSALIDADE NEXT RECORD INTO WS-RAD-REG
                        AT END
                            SET EOF-OK    TO TRUE
                    END-READ
            END-EVALUATE
            .
       P5A-LE-BASE-FIM.

      *O REGISTRO PASSA SE ATENDER TODAS AS CONDICOES
       P5B-FILTRA.
            SET PASSOU                    TO TRUE
            PERFORM VARYING WS-IC FROM 1 BY 1
                    UNTIL WS-IC GREATER THAN WS-DEF-QT-COND
                          OR NOT PASSOU
                MOVE WS-IX-COND(WS-IC)    TO WS-IX-DIC
                PERFORM P9-EXTRAI-CAMPO   THRU P9-EXTRAI-CAMPO-FIM
                PERFORM P5F-COMPARA       THRU P5F-COMPARA-FIM
            END-PERFORM
            .
       P5B-FILTRA-FIM.

      *MONTA A LINHA DE SAIDA (COLUNAS OU CSV) E A CHAVE DE ORDEM
       P5C-MONTA-LINHA.
            MOVE SPACES                   TO WS-LINHA-SAIDA
            MOVE 1                        TO WS-PTR
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I GREATER THAN WS-DEF-QT-CAMPOS
                MOVE WS-IX-CAMPO(WS-I)    TO WS-IX-DIC
                PERFORM P9-EXTRAI-CAMPO   THRU P9-EXTRAI-CAMPO-FIM
                IF WS-DEF-SAIDA EQUAL 'C'
                   STRING FUNCTION TRIM(WS-CAMPO-TEXTO)
                          DELIMITED BY SIZE
                          INTO WS-LINHA-SAIDA
                          WITH POINTER WS-PTR
                   END-STRING
                   IF WS-I LESS THAN WS-DEF-QT-CAMPOS
                      STRING ';' DELIMITED BY SIZE
                             INTO WS-LINHA-SAIDA
                             WITH POINTER WS-PTR
                      END-STRING
                   END-IF
                ELSE
                   MOVE WS-CAMPO-TEXTO
                        TO WS-LINHA-SAIDA(WS-PTR:WS-COL-LARG(WS-I))
                   COMPUTE WS-PTR = WS-PTR + WS-COL-LARG(WS-I) + 1
                   END-COMPUTE
                END-IF
            END-PERFORM

            MOVE SPACES                   TO WS-CAMPO-CHAVE
            IF WS-IX-ORDEM NOT EQUAL ZEROS
               MOVE WS-IX-ORDEM           TO WS-IX-DIC
               PERFORM P9-EXTRAI-CAMPO    THRU P9-EXTRAI-CAMPO-FIM
            END-IF
            .
       P5C-MONTA-LINHA-FIM.

      *ORDENA AS LINHAS GUARDADAS PELA CHAVE, NO SENTIDO PEDIDO
      *(TROCA SIMPLES)
       P5D-ORDENA.
            MOVE 'S'                      TO WS-TROCOU
            PERFORM UNTIL NOT TROCOU
                MOVE 'N'                  TO WS-TROCOU
                MOVE 1                    TO WS-IND
                PERFORM UNTIL WS-IND GREATER THAN WS-QT-LINHAS - 1
                    COMPUTE WS-IND2 = WS-IND + 1
                    END-COMPUTE
                    IF (WS-DEF-SENTIDO EQUAL 'A'
                        AND WS-TL-CHAVE(WS-IND2) LESS THAN
                            WS-TL-CHAVE(WS-IND))
                       OR (WS-DEF-SENTIDO EQUAL 'D'
                        AND WS-TL-CHAVE(WS-IND2) GREATER THAN
                            WS-TL-CHAVE(WS-IND))
                       MOVE WS-TL-ITEM(WS-IND)  TO WS-TL-TEMP
                       MOVE WS-TL-ITEM(WS-IND2) TO
                            WS-TL-ITEM(WS-IND)
                       MOVE WS-TL-TEMP          TO
                            WS-TL-ITEM(WS-IND2)
                       MOVE 'S'           TO WS-TROCOU
                    END-IF
                    ADD 1                 TO WS-IND
                END-PERFORM
            END-PERFORM
            .
       P5D-ORDENA-FIM.

       P5E-GRAVA-LINHA.
            IF WS-DEF-SAIDA EQUAL 'C'
               MOVE WS-LINHA-SAIDA        TO REG-CSV-ADHOC
               WRITE REG-CSV-ADHOC
            ELSE
               MOVE WS-LINHA-SAIDA        TO REG-LST-ADHOC
               WRITE REG-LST-ADHOC
            END-IF
            .
       P5E-GRAVA-LINHA-FIM.

      *CONFRONTA O CAMPO EXTRAIDO COM A CONDICAO WS-IC
       P5F-COMPARA.
            IF DIC-NUMERICO(WS-IX-DIC)
               EVALUATE TRUE
                   WHEN WS-CAMPO-NUM LESS THAN WS-CND-NUM(WS-IC)
                       MOVE '<'           TO WS-CMP-RES
                   WHEN WS-CAMPO-NUM GREATER THAN WS-CND-NUM(WS-IC)
                       MOVE '>'           TO WS-CMP-RES
                   WHEN OTHER
                       MOVE '='           TO WS-CMP-RES
               END-EVALUATE
            ELSE
               EVALUATE TRUE
                   WHEN WS-CAMPO-ALFA LESS THAN WS-CND-ALFA(WS-IC)
                       MOVE '<'           TO WS-CMP-RES
                   WHEN WS-CAMPO-ALFA GREATER THAN WS-CND-ALFA(WS-IC)
                       MOVE '>'           TO WS-CMP-RES
                   WHEN OTHER
                       MOVE '='           TO WS-CMP-RES
               END-EVALUATE
            END-IF

            EVALUATE WS-CND-OP(WS-IC)
                WHEN '= '
                    IF WS-CMP-RES NOT EQUAL '='
                       SET PASSOU         TO FALSE
                    END-IF
                WHEN '<>'
                    IF WS-CMP-RES EQUAL '='
                       SET PASSOU         TO FALSE
                    END-IF
                WHEN '< '
                    IF WS-CMP-RES NOT EQUAL '<'
                       SET PASSOU         TO FALSE
                    END-IF
                WHEN '> '
                    IF WS-CMP-RES NOT EQUAL '>'
                       SET PASSOU         TO FALSE
                    END-IF
                WHEN '<='
                    IF WS-CMP-RES EQUAL '>'
                       SET PASSOU         TO FALSE
                    END-IF
                WHEN '>='
                    IF WS-CMP-RES EQUAL '<'
                       SET PASSOU         TO FALSE
                    END-IF
                WHEN OTHER
                    SET PASSOU            TO FALSE
            END-EVALUATE
            .
       P5F-COMPARA-FIM.

      *CABECALHO: TITULO E NOMES DAS COLUNAS (LISTAGEM) OU LINHA DE
      *NOMES DOS CAMPOS (CSV)
       P5G-CABECALHO.
            MOVE SPACES                   TO WS-LINHA-SAIDA
            MOVE 1                        TO WS-PTR
            IF WS-DEF-SAIDA EQUAL 'C'
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I GREATER THAN WS-DEF-QT-CAMPOS
                   MOVE WS-IX-CAMPO(WS-I) TO WS-IX-DIC
                   STRING WS-DIC-NOME(WS-IX-DIC) DELIMITED BY SPACE
                          INTO WS-LINHA-SAIDA
                          WITH POINTER WS-PTR
                   END-STRING
                   IF WS-I LESS THAN WS-DEF-QT-CAMPOS
                      STRING ';' DELIMITED BY SIZE
                             INTO WS-LINHA-SAIDA
                             WITH POINTER WS-PTR
                      END-STRING
                   END-IF
               END-PERFORM
               MOVE WS-LINHA-SAIDA        TO REG-CSV-ADHOC
               WRITE REG-CSV-ADHOC
               GO TO P5G-CABECALHO-FIM
            END-IF

            MOVE ALL '='                  TO REG-LST-ADHOC
            WRITE REG-LST-ADHOC
            IF WS-DEF-NOME EQUAL SPACES
               STRING 'RELATORIO AD-HOC AVULSO - ARQUIVO '
                      FUNCTION TRIM(WS-NOME-BASE(WS-DEF-BASE))
                      ' - EMITIDO EM ' WS-DATA-HOJE
                      DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
               END-STRING
            ELSE
               STRING 'RELATORIO AD-HOC ' FUNCTION TRIM(WS-DEF-NOME)
                      ' - ' FUNCTION TRIM(WS-DEF-DESC)
                      ' - ARQUIVO '
                      FUNCTION TRIM(WS-NOME-BASE(WS-DEF-BASE))
                      ' - EMITIDO EM ' WS-DATA-HOJE
                      DELIMITED BY SIZE
                      INTO WS-LINHA-SAIDA
               END-STRING
            END-IF
            MOVE WS-LINHA-SAIDA           TO REG-LST-ADHOC
            WRITE REG-LST-ADHOC
            MOVE ALL '='                  TO REG-LST-ADHOC
            WRITE REG-LST-ADHOC

            MOVE SPACES                   TO WS-LINHA-SAIDA
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I GREATER THAN WS-DEF-QT-CAMPOS
                MOVE WS-IX-CAMPO(WS-I)    TO WS-IX-DIC
                MOVE WS-DIC-NOME(WS-IX-DIC)
                     TO WS-LINHA-SAIDA(WS-PTR:WS-COL-LARG(WS-I))
                COMPUTE WS-PTR = WS-PTR + WS-COL-LARG(WS-I) + 1
                END-COMPUTE
            END-PERFORM
            MOVE WS-LINHA-SAIDA           TO REG-LST-ADHOC
            WRITE REG-LST-ADHOC
            MOVE ALL '-'                  TO REG-LST-ADHOC
            WRITE REG-LST-ADHOC
            .
       P5G-CABECALHO-FIM.

      *LOCALIZA NO DICIONARIO O CAMPO WS-NR-INF DO ARQUIVO BASE EM
      *USO; DEVOLVE WS-IX-DIC (ZERO = NAO EXISTE)
       P8-LOCALIZA-CAMPO.
            MOVE ZEROS                    TO WS-IX-DIC
            PERFORM VARYING WS-ID FROM 1 BY 1
                    UNTIL WS-ID GREATER THAN WS-DIC-QT
                          OR WS-IX-DIC NOT EQUAL ZEROS
                IF WS-DIC-BASE(WS-ID) EQUAL WS-DEF-BASE
                   AND WS-DIC-NR(WS-ID) EQUAL WS-NR-INF
                   MOVE WS-ID             TO WS-IX-DIC
                END-IF
            END-PERFORM
            .
       P8-LOCALIZA-CAMPO-FIM.

      *O PERFIL DO OPERADOR VE O CAMPO WS-IX-DIC SEM MASCARA?
       P8B-VERIFICA-VISIVEL.
            SET CAMPO-VISIVEL             TO TRUE
            EVALUATE WS-DIC-CLASSE(WS-IX-DIC)
                WHEN 'T'
                    IF NOT VIS-TELEFONE
                       SET CAMPO-VISIVEL  TO FALSE
                    END-IF
                WHEN 'E'
                    IF NOT VIS-ENDERECO
                       SET CAMPO-VISIVEL  TO FALSE
                    END-IF
                WHEN 'D'
                    IF NOT VIS-DOCUMENTO
                       SET CAMPO-VISIVEL  TO FALSE
                    END-IF
                WHEN 'F'
                    IF NOT VIS-FINANCEIRO
                       SET CAMPO-VISIVEL  TO FALSE
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P8B-VERIFICA-VISIVEL-FIM.

      *EXTRAI DE WS-RAD-REG O CAMPO WS-IX-DIC: TEXTO (WS-CAMPO-ALFA),
      *VALOR (WS-CAMPO-NUM), TEXTO DE SAIDA (WS-CAMPO-TEXTO, COM
      *VIRGULA DECIMAL OU MASCARA) E CHAVE DE ORDEM (WS-CAMPO-CHAVE)
       P9-EXTRAI-CAMPO.
            MOVE SPACES                   TO WS-CAMPO-ALFA
                                             WS-CAMPO-TEXTO
                                             WS-CAMPO-CHAVE
            MOVE ZEROS                    TO WS-CAMPO-NUM
                                             WS-NUM-BUF
            MOVE WS-RAD-REG(WS-DIC-POS(WS-IX-DIC):WS-DIC-TAM(WS-IX-DIC))
                                          TO WS-CAMPO-ALFA

            IF NOT DIC-NUMERICO(WS-IX-DIC)
               MOVE WS-CAMPO-ALFA         TO WS-CAMPO-TEXTO
                                             WS-CAMPO-CHAVE
            ELSE
               IF WS-CAMPO-ALFA(1:WS-DIC-TAM(WS-IX-DIC)) IS NUMERIC
                  COMPUTE WS-POS-INI = 16 - WS-DIC-TAM(WS-IX-DIC)
                  END-COMPUTE
                  MOVE WS-CAMPO-ALFA(1:WS-DIC-TAM(WS-IX-DIC))
                       TO WS-NUM-BUF-X(WS-POS-INI:WS-DIC-TAM(WS-IX-DIC))
               END-IF
               COMPUTE WS-CAMPO-NUM =
                       WS-NUM-BUF / (10 ** WS-DIC-DEC(WS-IX-DIC))
               END-COMPUTE
               MOVE WS-NUM-BUF-X          TO WS-CAMPO-CHAVE
               IF WS-DIC-DEC(WS-IX-DIC) EQUAL ZEROS
                  MOVE WS-CAMPO-ALFA      TO WS-CAMPO-TEXTO
               ELSE
                  COMPUTE WS-TAM-INT = WS-DIC-TAM(WS-IX-DIC)
                                     - WS-DIC-DEC(WS-IX-DIC)
                  END-COMPUTE
                  COMPUTE WS-POS-DEC = WS-TAM-INT + 1
                  END-COMPUTE
                  STRING WS-CAMPO-ALFA(1:WS-TAM-INT) ','
                         WS-CAMPO-ALFA(WS-POS-DEC:
                                       WS-DIC-DEC(WS-IX-DIC))
                         DELIMITED BY SIZE
                         INTO WS-CAMPO-TEXTO
                  END-STRING
               END-IF
            END-IF

            PERFORM P8B-VERIFICA-VISIVEL  THRU P8B-VERIFICA-VISIVEL-FIM
            IF NOT CAMPO-VISIVEL
               MOVE WS-VIS-MASCARA        TO WS-CAMPO-TEXTO
            END-IF
            .
       P9-EXTRAI-CAMPO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY VISPERFIL.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM RELADHOC.
