      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 29/02/2024 - CRIACAO DO MODULO DE SITUACAO DO ALUNO
      * UPDATE: 15/10/2026 - NA MUDANCA PARA TRANSFERIDO, O ALUNO COM
      *         LIVROS DA BIBLIOTECA EM ATRASO (CFP001S74) E
      *         SINALIZADO ANTES DA CONFIRMACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITALUN.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FILES.

                SELECT EMPRESTIMO ASSIGN TO WS-PATH-EMPRESTIMO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-EMPRESTIMO
                FILE STATUS IS WS-FEM.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.
       FILE SECTION.
       FD ALUNO.
          COPY CFPK0001.
       FD EMPRESTIMO.
          COPY CFPK0065.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       77 WS-MOTIVO                       PIC X(30) VALUE SPACES.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-ST-DESCRICAO                 PIC X(12) VALUE SPACES.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-FEM                          PIC 99.
          88 FEM-OK                       VALUE 0.
       77 WS-EOF-BIB                      PIC X VALUE 'N'.
          88 EOF-BIB                      VALUE 'S' FALSE 'N'.
      *LIVROS DA BIBLIOTECA EM ATRASO COM O ALUNO
       77 WS-ID-ALUNO-BIB                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-LIVROS-ATRASO             PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-ALTERA             THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
                    MOVE WS-ST-NOVO    TO ST-ALUNO
                    PERFORM P3-DESCRICAO  THRU P3-DESCRICAO-FIM
                    DISPLAY 'NOVA SITUACAO: ' WS-ST-DESCRICAO
                    IF WS-ST-NOVO EQUAL 'F'
                       MOVE ID-ALUNO      TO WS-ID-ALUNO-BIB
                       PERFORM P4-PENDENCIA-BIBLIOTECA
                               THRU P4-PENDENCIA-BIBLIOTECA-FIM
                    END-IF
                    DISPLAY 'TECLE <S> para confirmar ou <QUALQUER'
                            ' TECLA> para cancelar.'
                    ACCEPT WS-CONFIRM
            .
       P3-DESCRICAO-FIM.

      *EMPRESTIMOS DA BIBLIOTECA EM ATRASO COM O ALUNO (CFP001S74):
      *A SAIDA DO ALUNO E SINALIZADA PARA OS LIVROS VOLTAREM ANTES
       P4-PENDENCIA-BIBLIOTECA.
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
       P4-PENDENCIA-BIBLIOTECA-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

