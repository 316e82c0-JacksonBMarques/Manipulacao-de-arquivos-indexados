      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: biblioteca escolar: cadastro do acervo por numero de
      *          tombo (CFP001S73), emprestimo e devolucao de obras a
      *          alunos (CFP001S1) e professores (CFP001S18), com
      *          limite de emprestimos abertos por leitor e prazo de
      *          devolucao, e a lista diaria de emprestimos em atraso
      *          no arquivo de impressao. os emprestimos ficam no
      *          CFP001S74, numerados pelo contador 31 do CFP001S8
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO MODULO DA BIBLIOTECA
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIBLIOT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ACERVO ASSIGN TO WS-PATH-ACERVO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NR-TOMBO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FAC.

                SELECT EMPRESTIMO ASSIGN TO WS-PATH-EMPRESTIMO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-EMPRESTIMO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FEM.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT PROFESSOR ASSIGN TO WS-PATH-PROFESSOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PROFESSOR
                FILE STATUS IS WS-FPR.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTADOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

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
       FD ACERVO.
          COPY CFPK0064.
       FD EMPRESTIMO.
          COPY CFPK0065.
       FD ALUNO.
          COPY CFPK0001.
       FD PROFESSOR.
          COPY CFPK0014.
       FD CONTADOR.
          COPY CFPK0008.
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
       77 WS-FAC                          PIC 99.
          88 FAC-OK                       VALUE 0.
       77 WS-FEM                          PIC 99.
          88 FEM-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FBOL                         PIC 99.
          88 FBOL-OK                      VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *REGRAS DE EMPRESTIMO: LIMITE DE OBRAS ABERTAS POR LEITOR E
      *PRAZO DE DEVOLUCAO EM DIAS CORRIDOS
       77 WS-LIMITE-ALUNO                 PIC 9(02) VALUE 3.
       77 WS-LIMITE-PROF                  PIC 9(02) VALUE 5.
       77 WS-PRAZO-ALUNO                  PIC 9(03) VALUE 7.
       77 WS-PRAZO-PROF                   PIC 9(03) VALUE 15.
      *ACERVO
       77 WS-NR-TOMBO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-TITULO-INF                   PIC X(40) VALUE SPACES.
       77 WS-AUTOR-INF                    PIC X(30) VALUE SPACES.
       77 WS-QT-EXEMPLARES-INF            PIC 9(03) VALUE ZEROS.
      *LEITOR E EMPRESTIMO EM TRATAMENTO
       77 WS-TP-LEITOR-INF                PIC X VALUE SPACES.
          88 LEITOR-ALUNO                 VALUE 'A' 'a'.
          88 LEITOR-PROFESSOR             VALUE 'P' 'p'.
       77 WS-ID-LEITOR-INF                PIC 9(05) VALUE ZEROS.
       77 WS-NM-LEITOR                    PIC X(20) VALUE SPACES.
       77 WS-ST-LEITOR                    PIC X VALUE SPACES.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-QT-ABERTOS                   PIC 9(03) VALUE ZEROS.
       77 WS-QT-ATRASADOS                 PIC 9(03) VALUE ZEROS.
       77 WS-LIMITE                       PIC 9(02) VALUE ZEROS.
       77 WS-PRAZO                        PIC 9(03) VALUE ZEROS.
       77 WS-NR-EMPRESTIMO                PIC 9(05) VALUE ZEROS.
       77 WS-DT-PREVISTA                  PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO                  PIC S9(05) VALUE ZEROS.
      *LISTA DE ATRASOS
       77 WS-QT-LISTADOS                  PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-BIB                    PIC X(80) VALUE SPACES.
      *SALTO DE PAGINA (FORM FEED) APOS A LISTA IMPRESSA
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
            DISPLAY '*** BIBLIOTECA ESCOLAR ***'
            DISPLAY 'TECLE <A> PARA O CADASTRO DO ACERVO,'
            DISPLAY '<E> PARA EMPRESTAR, <D> PARA DEVOLVER,'
            DISPLAY '<C> PARA CONSULTAR OS EMPRESTIMOS DE UM LEITOR,'
            DISPLAY '<L> PARA A LISTA DE ATRASOS DO DIA'
            DISPLAY 'OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'A'
                WHEN 'a'
                    PERFORM P2-ACERVO     THRU P2-ACERVO-FIM
                WHEN 'E'
                WHEN 'e'
                    PERFORM P3-EMPRESTA   THRU P3-EMPRESTA-FIM
                WHEN 'D'
                WHEN 'd'
                    PERFORM P4-DEVOLVE    THRU P4-DEVOLVE-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P5-CONSULTA   THRU P5-CONSULTA-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P6-ATRASOS    THRU P6-ATRASOS-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *INCLUI UMA OBRA NO ACERVO OU ALTERA UMA JA TOMBADA
       P2-ACERVO.
            DISPLAY 'Informe o numero de tombo: '
            ACCEPT WS-NR-TOMBO-INF
            IF WS-NR-TOMBO-INF EQUAL ZEROS
               DISPLAY 'NUMERO DE TOMBO INVALIDO.'
               GO TO P2-ACERVO-FIM
            END-IF

            PERFORM P7-ABRE-ACERVO        THRU P7-ABRE-ACERVO-FIM
            IF NOT FAC-OK
               CLOSE ACERVO
               GO TO P2-ACERVO-FIM
            END-IF

            MOVE 'N'                      TO WS-ACHOU
            MOVE WS-NR-TOMBO-INF          TO NR-TOMBO
            READ ACERVO
                KEY IS NR-TOMBO
                INVALID KEY
                    DISPLAY 'OBRA NOVA NO ACERVO.'
                    MOVE SPACES           TO TITULO-OBRA
                                             AUTOR-OBRA
                    MOVE ZEROS            TO QT-EMPRESTADOS
                    MOVE WS-DATA-HOJE     TO DT-CADASTRO-OBRA
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
                    DISPLAY 'TITULO    : ' TITULO-OBRA
                    DISPLAY 'AUTOR     : ' AUTOR-OBRA
                    DISPLAY 'EXEMPLARES: ' QT-EXEMPLARES
                            '  EMPRESTADOS: ' QT-EMPRESTADOS
                    DISPLAY 'INFORME OS NOVOS DADOS (EM BRANCO MANTEM'
                            ' O TITULO E O AUTOR).'
            END-READ

            MOVE SPACES                   TO WS-TITULO-INF
                                             WS-AUTOR-INF
            MOVE ZEROS                    TO WS-QT-EXEMPLARES-INF
            DISPLAY 'Titulo: '
            ACCEPT WS-TITULO-INF
            DISPLAY 'Autor: '
            ACCEPT WS-AUTOR-INF
            DISPLAY 'Quantidade de exemplares: '
            ACCEPT WS-QT-EXEMPLARES-INF

            IF WS-TITULO-INF NOT EQUAL SPACES
               MOVE WS-TITULO-INF         TO TITULO-OBRA
            END-IF
            IF WS-AUTOR-INF NOT EQUAL SPACES
               MOVE WS-AUTOR-INF          TO AUTOR-OBRA
            END-IF

            IF NOT ACHOU AND TITULO-OBRA EQUAL SPACES
               DISPLAY 'TITULO OBRIGATORIO - OBRA NAO INCLUIDA.'
               CLOSE ACERVO
               GO TO P2-ACERVO-FIM
            END-IF

            IF WS-QT-EXEMPLARES-INF EQUAL ZEROS
               OR WS-QT-EXEMPLARES-INF LESS THAN QT-EMPRESTADOS
               DISPLAY 'QUANTIDADE INVALIDA - DEVE SER MAIOR QUE ZERO'
                       ' E NAO MENOR QUE OS EXEMPLARES EMPRESTADOS.'
               CLOSE ACERVO
               GO TO P2-ACERVO-FIM
            END-IF
            MOVE WS-QT-EXEMPLARES-INF     TO QT-EXEMPLARES

            MOVE WS-NR-TOMBO-INF          TO NR-TOMBO
            IF ACHOU
               REWRITE REG-ACERVO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A OBRA'
                   NOT INVALID KEY
                       DISPLAY 'Obra alterada!'
               END-REWRITE
               MOVE 'ALTERACAO'           TO WS-AUD-OPERACAO
            ELSE
               WRITE REG-ACERVO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A OBRA'
                   NOT INVALID KEY
                       DISPLAY 'Obra incluida!'
               END-WRITE
               MOVE 'INCLUSAO'            TO WS-AUD-OPERACAO
            END-IF
            CLOSE ACERVO

            MOVE 'BIBLIOT'                TO WS-AUD-PROGRAMA
            STRING 'TOMBO ' WS-NR-TOMBO-INF ' EXEMPLARES '
                   WS-QT-EXEMPLARES-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-ACERVO-FIM.

      *EMPRESTA UMA OBRA A UM LEITOR: CONFERE O LEITOR, OS ATRASOS,
      *O LIMITE DE EMPRESTIMOS ABERTOS E O EXEMPLAR DISPONIVEL
       P3-EMPRESTA.
            PERFORM P8-PEDE-LEITOR        THRU P8-PEDE-LEITOR-FIM
            IF NOT ACHOU
               GO TO P3-EMPRESTA-FIM
            END-IF
            IF WS-ST-LEITOR NOT EQUAL 'A'
               AND WS-ST-LEITOR NOT EQUAL SPACE
               DISPLAY 'ALUNO NAO ATIVO (' WS-ST-LEITOR ') -'
                       ' EMPRESTIMO RECUSADO.'
               GO TO P3-EMPRESTA-FIM
            END-IF

            PERFORM P9-CONTA-ABERTOS      THRU P9-CONTA-ABERTOS-FIM
            IF WS-QT-ATRASADOS GREATER THAN ZEROS
               DISPLAY 'LEITOR COM ' WS-QT-ATRASADOS ' OBRA(S) EM'
                       ' ATRASO - DEVOLVA ANTES DE NOVO EMPRESTIMO.'
               GO TO P3-EMPRESTA-FIM
            END-IF
            IF WS-QT-ABERTOS NOT LESS THAN WS-LIMITE
               DISPLAY 'LEITOR JA ESTA COM ' WS-QT-ABERTOS
                       ' OBRA(S) - LIMITE DE ' WS-LIMITE
                       ' EMPRESTIMOS ABERTOS.'
               GO TO P3-EMPRESTA-FIM
            END-IF

            DISPLAY 'Informe o numero de tombo da obra: '
            ACCEPT WS-NR-TOMBO-INF

            SET FAC-OK                    TO TRUE
            OPEN I-O ACERVO
            IF NOT FAC-OK
               DISPLAY 'ACERVO NAO CADASTRADO.'
               CLOSE ACERVO
               GO TO P3-EMPRESTA-FIM
            END-IF

            MOVE WS-NR-TOMBO-INF          TO NR-TOMBO
            READ ACERVO
                KEY IS NR-TOMBO
                INVALID KEY
                    DISPLAY 'OBRA NAO CONSTA NO ACERVO!'
                    CLOSE ACERVO
                    GO TO P3-EMPRESTA-FIM
            END-READ

            IF QT-EMPRESTADOS NOT LESS THAN QT-EXEMPLARES
               DISPLAY 'NENHUM EXEMPLAR DISPONIVEL DE '
                       FUNCTION TRIM(TITULO-OBRA)
               CLOSE ACERVO
               GO TO P3-EMPRESTA-FIM
            END-IF

            COMPUTE WS-DT-PREVISTA = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + WS-PRAZO)
            END-COMPUTE

            DISPLAY 'OBRA    : ' FUNCTION TRIM(TITULO-OBRA)
            DISPLAY 'LEITOR  : ' FUNCTION TRIM(WS-NM-LEITOR)
            DISPLAY 'DEVOLVER ATE: ' WS-DT-PREVISTA
            DISPLAY 'TECLE <S> para confirmar ou <QUALQUER'
                    ' TECLA> para cancelar.'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'Emprestimo nao realizado!'
               CLOSE ACERVO
               GO TO P3-EMPRESTA-FIM
            END-IF

            PERFORM P10-GERA-NUMERO       THRU P10-GERA-NUMERO-FIM
            IF WS-NR-EMPRESTIMO EQUAL ZEROS
               DISPLAY 'EMPRESTIMO NAO REALIZADO - CONTADOR'
                       ' INDISPONIVEL'
               CLOSE ACERVO
               GO TO P3-EMPRESTA-FIM
            END-IF

            SET FEM-OK                    TO TRUE
            OPEN I-O EMPRESTIMO
            IF WS-FEM EQUAL 35
                 CLOSE EMPRESTIMO
                 OPEN OUTPUT EMPRESTIMO
                 CLOSE EMPRESTIMO
                 OPEN I-O EMPRESTIMO
            END-IF
            IF NOT FEM-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMPRESTIMOS'
               MOVE WS-FEM TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FEM ' - ' WS-FS-MSG
               CLOSE EMPRESTIMO
               CLOSE ACERVO
               GO TO P3-EMPRESTA-FIM
            END-IF

            MOVE WS-NR-EMPRESTIMO         TO ID-EMPRESTIMO
            MOVE WS-NR-TOMBO-INF          TO NR-TOMBO-EMP
            MOVE WS-TP-LEITOR-INF         TO TP-LEITOR
            MOVE WS-ID-LEITOR-INF         TO ID-LEITOR
            MOVE WS-NM-LEITOR             TO NM-LEITOR
            MOVE WS-DATA-HOJE             TO DT-EMPRESTIMO
            MOVE WS-DT-PREVISTA           TO DT-PREVISTA-EMP
            MOVE ZEROS                    TO DT-DEVOLUCAO
            MOVE 'A'                      TO ST-EMPRESTIMO
            MOVE LK-OPERADOR              TO OP-EMPRESTIMO
            WRITE REG-EMPRESTIMO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O EMPRESTIMO'
                    CLOSE EMPRESTIMO
                    CLOSE ACERVO
                    GO TO P3-EMPRESTA-FIM
            END-WRITE
            CLOSE EMPRESTIMO

            ADD 1                         TO QT-EMPRESTADOS
            REWRITE REG-ACERVO
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR O ACERVO'
            END-REWRITE
            CLOSE ACERVO

            DISPLAY 'Emprestimo ' WS-NR-EMPRESTIMO ' registrado!'

            MOVE 'BIBLIOT'                TO WS-AUD-PROGRAMA
            MOVE 'EMPRESTIMO'             TO WS-AUD-OPERACAO
            STRING 'NR ' WS-NR-EMPRESTIMO ' TOMBO ' WS-NR-TOMBO-INF
                   ' ' WS-TP-LEITOR-INF ' ' WS-ID-LEITOR-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P3-EMPRESTA-FIM.

      *DEVOLUCAO: LOCALIZA O EMPRESTIMO ABERTO DA OBRA PARA O LEITOR,
      *BAIXA O EMPRESTIMO E LIBERA O EXEMPLAR NO ACERVO
       P4-DEVOLVE.
            PERFORM P8-PEDE-LEITOR        THRU P8-PEDE-LEITOR-FIM
            IF NOT ACHOU
               GO TO P4-DEVOLVE-FIM
            END-IF

            DISPLAY 'Informe o numero de tombo da obra: '
            ACCEPT WS-NR-TOMBO-INF

            SET FEM-OK                    TO TRUE
            OPEN I-O EMPRESTIMO
            IF NOT FEM-OK
               DISPLAY 'NENHUM EMPRESTIMO REGISTRADO.'
               CLOSE EMPRESTIMO
               GO TO P4-DEVOLVE-FIM
            END-IF

            MOVE 'N'                      TO WS-ACHOU
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ EMPRESTIMO NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ST-EMPRESTIMO EQUAL 'A'
                           AND NR-TOMBO-EMP EQUAL WS-NR-TOMBO-INF
                           AND TP-LEITOR EQUAL WS-TP-LEITOR-INF
                           AND ID-LEITOR EQUAL WS-ID-LEITOR-INF
                           MOVE 'S' TO WS-ACHOU
                           SET EOF-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM

            IF NOT ACHOU
               DISPLAY 'NAO HA EMPRESTIMO ABERTO DESTA OBRA PARA O'
                       ' LEITOR.'
               CLOSE EMPRESTIMO
               GO TO P4-DEVOLVE-FIM
            END-IF

            MOVE ID-EMPRESTIMO            TO WS-NR-EMPRESTIMO
            MOVE 'D'                      TO ST-EMPRESTIMO
            MOVE WS-DATA-HOJE             TO DT-DEVOLUCAO
            REWRITE REG-EMPRESTIMO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A DEVOLUCAO'
                    CLOSE EMPRESTIMO
                    GO TO P4-DEVOLVE-FIM
            END-REWRITE

            IF DT-PREVISTA-EMP LESS THAN WS-DATA-HOJE
               COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE(DT-PREVISTA-EMP)
               END-COMPUTE
               DISPLAY 'DEVOLUCAO COM ' WS-DIAS-ATRASO
                       ' DIA(S) DE ATRASO.'
            END-IF
            CLOSE EMPRESTIMO

            SET FAC-OK                    TO TRUE
            OPEN I-O ACERVO
            IF FAC-OK
               MOVE WS-NR-TOMBO-INF       TO NR-TOMBO
               READ ACERVO
                   KEY IS NR-TOMBO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF QT-EMPRESTADOS GREATER THAN ZEROS
                          SUBTRACT 1 FROM QT-EMPRESTADOS
                       END-IF
                       REWRITE REG-ACERVO
                           INVALID KEY
                               DISPLAY 'ERRO AO ATUALIZAR O ACERVO'
                       END-REWRITE
               END-READ
            END-IF
            CLOSE ACERVO

            DISPLAY 'Devolucao registrada!'

            MOVE 'BIBLIOT'                TO WS-AUD-PROGRAMA
            MOVE 'DEVOLUCAO'              TO WS-AUD-OPERACAO
            STRING 'NR ' WS-NR-EMPRESTIMO ' TOMBO ' WS-NR-TOMBO-INF
                   ' ' WS-TP-LEITOR-INF ' ' WS-ID-LEITOR-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P4-DEVOLVE-FIM.

      *LISTA OS EMPRESTIMOS ABERTOS DE UM LEITOR
       P5-CONSULTA.
            PERFORM P8-PEDE-LEITOR        THRU P8-PEDE-LEITOR-FIM
            IF NOT ACHOU
               GO TO P5-CONSULTA-FIM
            END-IF

            SET FEM-OK                    TO TRUE
            OPEN INPUT EMPRESTIMO
            IF NOT FEM-OK
               DISPLAY 'NENHUM EMPRESTIMO REGISTRADO.'
               CLOSE EMPRESTIMO
               GO TO P5-CONSULTA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-LISTADOS
            DISPLAY 'EMPREST TOMBO EMPRESTADO DEVOLVER  SITUACAO'
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ EMPRESTIMO NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ST-EMPRESTIMO EQUAL 'A'
                           AND TP-LEITOR EQUAL WS-TP-LEITOR-INF
                           AND ID-LEITOR EQUAL WS-ID-LEITOR-INF
                           ADD 1 TO WS-QT-LISTADOS
                           IF DT-PREVISTA-EMP LESS THAN WS-DATA-HOJE
                              DISPLAY ID-EMPRESTIMO '   '
                                      NR-TOMBO-EMP ' '
                                      DT-EMPRESTIMO '  '
                                      DT-PREVISTA-EMP ' EM ATRASO'
                           ELSE
                              DISPLAY ID-EMPRESTIMO '   '
                                      NR-TOMBO-EMP ' '
                                      DT-EMPRESTIMO '  '
                                      DT-PREVISTA-EMP ' NO PRAZO'
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMPRESTIMO

            DISPLAY 'EMPRESTIMOS ABERTOS: ' WS-QT-LISTADOS
            .
       P5-CONSULTA-FIM.

      *LISTA DIARIA DOS EMPRESTIMOS EM ATRASO, NA TELA E NO ARQUIVO
      *DE IMPRESSAO
       P6-ATRASOS.
            SET FEM-OK                    TO TRUE
            OPEN INPUT EMPRESTIMO
            IF NOT FEM-OK
               DISPLAY 'NENHUM EMPRESTIMO REGISTRADO.'
               CLOSE EMPRESTIMO
               GO TO P6-ATRASOS-FIM
            END-IF

            SET FBOL-OK                   TO TRUE
            MOVE WS-PATH-BOLETIM          TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND BOLETIM
            IF WS-FBOL EQUAL 35
               OPEN OUTPUT BOLETIM
            END-IF
            IF NOT FBOL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
               CLOSE EMPRESTIMO
               GO TO P6-ATRASOS-FIM
            END-IF

            MOVE ALL '='                  TO REG-BOLETIM
            WRITE REG-BOLETIM
            MOVE SPACES                   TO WS-LINHA-BIB
            STRING 'BIBLIOTECA - EMPRESTIMOS EM ATRASO EM '
                   WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-BIB
            END-STRING
            MOVE WS-LINHA-BIB             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-BIB
            MOVE 'TOMBO LEITOR               EMPRESTADO PREVISTO  DIAS'
                                          TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY REG-BOLETIM

            MOVE ZEROS                    TO WS-QT-LISTADOS
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ EMPRESTIMO NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ST-EMPRESTIMO EQUAL 'A'
                           AND DT-PREVISTA-EMP LESS THAN WS-DATA-HOJE
                           ADD 1 TO WS-QT-LISTADOS
                           COMPUTE WS-DIAS-ATRASO =
                               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                             - FUNCTION INTEGER-OF-DATE(DT-PREVISTA-EMP)
                           END-COMPUTE
                           MOVE SPACES TO WS-LINHA-BIB
                           STRING NR-TOMBO-EMP ' ' TP-LEITOR
                                  ID-LEITOR ' ' NM-LEITOR ' '
                                  DT-EMPRESTIMO ' ' DT-PREVISTA-EMP
                                  ' ' WS-DIAS-ATRASO
                                  DELIMITED BY SIZE
                                  INTO WS-LINHA-BIB
                           END-STRING
                           MOVE WS-LINHA-BIB TO REG-BOLETIM
                           WRITE REG-BOLETIM
                           DISPLAY WS-LINHA-BIB
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMPRESTIMO

            MOVE SPACES                   TO WS-LINHA-BIB
            STRING 'TOTAL DE EMPRESTIMOS EM ATRASO: ' WS-QT-LISTADOS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-BIB
            END-STRING
            MOVE WS-LINHA-BIB             TO REG-BOLETIM
            WRITE REG-BOLETIM
            DISPLAY WS-LINHA-BIB
            MOVE WS-SALTO-PAGINA          TO REG-BOLETIM
            WRITE REG-BOLETIM
            CLOSE BOLETIM
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'BIBLIOT'                TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P6-ATRASOS-FIM.

      *ABRE O ACERVO EM I-O, CRIANDO-O SE NAO EXISTIR
       P7-ABRE-ACERVO.
            SET FAC-OK                    TO TRUE
            OPEN I-O ACERVO
            IF WS-FAC EQUAL 35
                 CLOSE ACERVO
                 OPEN OUTPUT ACERVO
                 CLOSE ACERVO
                 OPEN I-O ACERVO
            END-IF
            IF NOT FAC-OK
               DISPLAY 'ERRO AO ABRIR O ACERVO'
               MOVE WS-FAC TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FAC ' - ' WS-FS-MSG
            END-IF
            .
       P7-ABRE-ACERVO-FIM.

      *PEDE O LEITOR (ALUNO OU PROFESSOR) E CONFERE O CADASTRO;
      *(WS-ST-LEITOR RECEBE A SITUACAO DO ALUNO)
       P8-PEDE-LEITOR.
            MOVE 'N'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-NM-LEITOR
                                             WS-ST-LEITOR
            DISPLAY 'Leitor e <A> aluno ou <P> professor? '
            ACCEPT WS-TP-LEITOR-INF
            DISPLAY 'Informe o codigo do leitor: '
            ACCEPT WS-ID-LEITOR-INF

            EVALUATE TRUE
                WHEN LEITOR-ALUNO
                    MOVE 'A'              TO WS-TP-LEITOR-INF
                    MOVE WS-LIMITE-ALUNO  TO WS-LIMITE
                    MOVE WS-PRAZO-ALUNO   TO WS-PRAZO
                    SET FLS-OK            TO TRUE
                    OPEN INPUT ALUNO
                    IF FLS-OK
                       MOVE WS-ID-LEITOR-INF TO ID-ALUNO
                       READ ALUNO
                           KEY IS ID-ALUNO
                           INVALID KEY
                               DISPLAY 'ALUNO NAO EXISTE!'
                           NOT INVALID KEY
                               MOVE NM-ALUNO TO WS-NM-LEITOR
                               MOVE ST-ALUNO TO WS-ST-LEITOR
                               MOVE 'S'      TO WS-ACHOU
                       END-READ
                    ELSE
                       DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
                    END-IF
                    CLOSE ALUNO
                WHEN LEITOR-PROFESSOR
                    MOVE 'P'              TO WS-TP-LEITOR-INF
                    MOVE WS-LIMITE-PROF   TO WS-LIMITE
                    MOVE WS-PRAZO-PROF    TO WS-PRAZO
                    SET FPR-OK            TO TRUE
                    OPEN INPUT PROFESSOR
                    IF FPR-OK
                       MOVE WS-ID-LEITOR-INF TO ID-PROFESSOR
                       READ PROFESSOR
                           KEY IS ID-PROFESSOR
                           INVALID KEY
                               DISPLAY 'PROFESSOR NAO EXISTE!'
                           NOT INVALID KEY
                               MOVE NM-PROF  TO WS-NM-LEITOR
                               MOVE 'S'      TO WS-ACHOU
                       END-READ
                    ELSE
                       DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES'
                    END-IF
                    CLOSE PROFESSOR
                WHEN OTHER
                    DISPLAY 'TIPO DE LEITOR INVALIDO - INFORME A OU P.'
            END-EVALUATE
            .
       P8-PEDE-LEITOR-FIM.

      *CONTA OS EMPRESTIMOS ABERTOS E OS EM ATRASO DO LEITOR
       P9-CONTA-ABERTOS.
            MOVE ZEROS                    TO WS-QT-ABERTOS
                                             WS-QT-ATRASADOS
            SET FEM-OK                    TO TRUE
            OPEN INPUT EMPRESTIMO
            IF FEM-OK
               SET EOF-OK                 TO FALSE
               PERFORM UNTIL EOF-OK
                   READ EMPRESTIMO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF ST-EMPRESTIMO EQUAL 'A'
                              AND TP-LEITOR EQUAL WS-TP-LEITOR-INF
                              AND ID-LEITOR EQUAL WS-ID-LEITOR-INF
                              ADD 1 TO WS-QT-ABERTOS
                              IF DT-PREVISTA-EMP LESS THAN
                                 WS-DATA-HOJE
                                 ADD 1 TO WS-QT-ATRASADOS
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE EMPRESTIMO
            .
       P9-CONTA-ABERTOS-FIM.

      *NUMERO DO EMPRESTIMO: CONTADOR 31 DO CFP001S8
       P10-GERA-NUMERO.
            MOVE ZEROS                    TO WS-NR-EMPRESTIMO
            SET FSC-OK                    TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF

            IF FSC-OK THEN
               MOVE 31                    TO ID-CONTADOR
               READ CONTADOR
                   INVALID KEY
                       MOVE ZEROS         TO NR-ULTIMO-REGISTRO
               END-READ

               ADD 1                      TO NR-ULTIMO-REGISTRO
               MOVE NR-ULTIMO-REGISTRO    TO WS-NR-EMPRESTIMO

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

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM BIBLIOT.
