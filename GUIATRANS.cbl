      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DA GUIA DE TRANSFERENCIA
      * UPDATE: 15/10/2026 - ALUNO COM LIVROS DA BIBLIOTECA EM ATRASO
      *         (CFP001S74) E SINALIZADO NA EMISSAO, QUE SO SEGUE
      *         COM A CONFIRMACAO DO OPERADOR
      * UPDATE: 15/10/2026 - CODIGO DE VERIFICACAO IMPRESSO NA GUIA E
      *         GRAVADO NO REGISTRO CENTRAL DE AUTENTICIDADE
      *         (CFP001S104)
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUIATRANS.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FBOL.

                SELECT EMPRESTIMO ASSIGN TO WS-PATH-EMPRESTIMO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-EMPRESTIMO
                FILE STATUS IS WS-FEM.

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
       FD GUIA.
          COPY CFPK0008.
       FD BOLETIM.
       01 REG-BOLETIM                     PIC X(80).
       FD EMPRESTIMO.
          COPY CFPK0065.
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
       77 WS-FGA                          PIC 99.
          88 FGA-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FBOL                         PIC 99.
          88 FBOL-OK                      VALUE 0.
       77 WS-FEM                          PIC 99.
          88 FEM-OK                       VALUE 0.
       77 WS-EOF-BIB                      PIC X VALUE 'N'.
          88 EOF-BIB                      VALUE 'S' FALSE 'N'.
      *LIVROS DA BIBLIOTECA EM ATRASO COM O ALUNO
       77 WS-ID-ALUNO-BIB                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-LIVROS-ATRASO             PIC 9(03) VALUE ZEROS.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
          88 ACHOU                        VALUE 'S'.
       77 WS-LINHA-GUI                    PIC X(80) VALUE SPACES.
       77 WS-QT-LINHAS                    PIC 9(03) VALUE ZEROS.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
      *SALTO DE PAGINA (FORM FEED) APOS A GUIA IMPRESSA
       77 WS-SALTO-PAGINA                 PIC X VALUE X'0C'.

               GO TO P2-EMITE-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO WS-ID-ALUNO-BIB
            PERFORM P8-PENDENCIA-BIBLIOTECA
                    THRU P8-PENDENCIA-BIBLIOTECA-FIM
            IF WS-QT-LIVROS-ATRASO GREATER THAN ZEROS
               DISPLAY 'EMITIR A GUIA MESMO ASSIM (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S'
                  AND WS-CONFIRMA NOT EQUAL 's'
                  DISPLAY 'GUIA NAO EMITIDA.'
                  GO TO P2-EMITE-FIM
               END-IF
            END-IF

            DISPLAY 'Escola de destino: '
            ACCEPT WS-ESCOLA-DEST

               GO TO P2-EMITE-FIM
            END-IF

            MOVE 'GT'                     TO WS-AUT-TIPO
            MOVE WS-ID-ALUNO-INF          TO WS-AUT-ID-ALUNO
            PERFORM V9-GERA-CODIGO        THRU V9-GERA-CODIGO-FIM

            PERFORM P6-IMPRIME            THRU P6-IMPRIME-FIM
            PERFORM P7-REGISTRA           THRU P7-REGISTRA-FIM
            PERFORM P9-REGISTRA-CODIGO    THRU P9-REGISTRA-CODIGO-FIM

            DISPLAY 'GUIA ' WS-NR-GUIA ' EMITIDA NO ARQUIVO DE'
                    ' IMPRESSAO.'
            IF WS-AUT-CODIGO NOT EQUAL SPACES
               DISPLAY 'CODIGO DE VERIFICACAO: ' WS-AUT-CODIGO
            END-IF

            MOVE 'GUIATRANS'              TO WS-AUD-PROGRAMA
            MOVE 'EMISSAO'                TO WS-AUD-OPERACAO
      *IMPRIME A GUIA COMPLETA NO ARQUIVO DE IMPRESSAO
       P6-IMPRIME.
            SET FBOL-OK                   TO TRUE
            MOVE WS-PATH-BOLETIM          TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND BOLETIM
            IF WS-FBOL EQUAL 35
               OPEN OUTPUT BOLETIM
            END-STRING
            MOVE WS-LINHA-GUI             TO REG-BOLETIM
            WRITE REG-BOLETIM
            IF WS-AUT-CODIGO NOT EQUAL SPACES
               MOVE SPACES                TO WS-LINHA-GUI
               STRING 'CODIGO DE VERIFICACAO: ' WS-AUT-CODIGO
                      ' - CONFIRA A AUTENTICIDADE NA SECRETARIA'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-GUI
               END-STRING
               MOVE WS-LINHA-GUI          TO REG-BOLETIM
               WRITE REG-BOLETIM
            END-IF
            MOVE WS-SALTO-PAGINA          TO REG-BOLETIM
            WRITE REG-BOLETIM
            .
       P6-IMPRIME-ENCERRA.
            CLOSE BOLETIM
            MOVE 'DOCUMENTO'              TO WS-SPL-TIPO
            MOVE 'GUIATRANS'              TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P6-IMPRIME-FIM.

            .
       P5-GERA-NUMERO-FIM.

      *EMPRESTIMOS DA BIBLIOTECA EM ATRASO COM O ALUNO (CFP001S74):
      *A SAIDA DO ALUNO E SINALIZADA PARA OS LIVROS VOLTAREM ANTES
       P8-PENDENCIA-BIBLIOTECA.
            MOVE ZEROS                    TO WS-QT-LIVROS-ATRASO
            SET FEM-OK                    TO TRUE
            OPEN INPUT EMPRESTIMO
            IF FEM-OK
               SET EOF-BIB                TO FALSE
               PERFORM UNTIL EOF-BIB
                   READ EMPRESTIMO NEXT RECORD
                       AT END
                           SET EOF-BIB TO TRUE
                       NOT AT END
                           IF ST-EMPRESTIMO EQUAL 'A'
                              AND TP-LEITOR EQUAL 'A'
                              AND ID-LEITOR EQUAL WS-ID-ALUNO-BIB
                              AND DT-PREVISTA-EMP LESS THAN
                                  WS-DATA-HOJE
                              ADD 1 TO WS-QT-LIVROS-ATRASO
                              DISPLAY '  BIBLIOTECA: TOMBO '
                                      NR-TOMBO-EMP ' DEVOLUCAO'
                                      ' PREVISTA EM ' DT-PREVISTA-EMP
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE EMPRESTIMO

            IF WS-QT-LIVROS-ATRASO GREATER THAN ZEROS
               DISPLAY '*** ATENCAO: ALUNO COM ' WS-QT-LIVROS-ATRASO
                       ' LIVRO(S) EM ATRASO NA BIBLIOTECA -'
               DISPLAY '    RECOLHA AS OBRAS ANTES DA SAIDA DO ALUNO.'
            END-IF
            .
       P8-PENDENCIA-BIBLIOTECA-FIM.

      *GRAVA O CODIGO DE VERIFICACAO IMPRESSO NO REGISTRO CENTRAL DE
      *AUTENTICIDADE (CFP001S104)
       P9-REGISTRA-CODIGO.
            MOVE WS-NR-GUIA               TO WS-AUT-NR-DOC
            MOVE WS-NM-ALUNO-GUI          TO WS-AUT-NM-ALUNO
            MOVE WS-AUD-OPERADOR          TO WS-AUT-OPERADOR
            MOVE SPACES                   TO WS-AUT-DESCRICAO
            STRING 'GUIA DE TRANSFERENCIA NR ' WS-NR-GUIA
                   DELIMITED BY SIZE
                   INTO WS-AUT-DESCRICAO
            END-STRING
            PERFORM V9-REGISTRA-CODIGO    THRU V9-REGISTRA-CODIGO-FIM
            .
       P9-REGISTRA-CODIGO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY AUTENDOC.

       P0-FIM.
            GOBACK.
