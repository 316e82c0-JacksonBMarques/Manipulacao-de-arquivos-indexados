      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 23/03/2024 - CRIACAO DO MODULO DE DECLARACOES
      * UPDATE: 15/10/2026 - CODIGO DE VERIFICACAO IMPRESSO NA
      *         DECLARACAO E GRAVADO NO REGISTRO CENTRAL DE
      *         AUTENTICIDADE (CFP001S104)
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLMATR.
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
       FD DECLARACAO.
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
       77 WS-FDC                          PIC 99.
          88 FDC-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
            ACCEPT WS-SOLICITANTE

            PERFORM P5-GERA-NUMERO        THRU P5-GERA-NUMERO-FIM
            MOVE 'DM'                     TO WS-AUT-TIPO
            MOVE WS-ID-ALUNO-INF          TO WS-AUT-ID-ALUNO
            PERFORM V9-GERA-CODIGO        THRU V9-GERA-CODIGO-FIM
            PERFORM P6-IMPRIME            THRU P6-IMPRIME-FIM
            PERFORM P7-REGISTRA           THRU P7-REGISTRA-FIM
            PERFORM P8-REGISTRA-CODIGO    THRU P8-REGISTRA-CODIGO-FIM

            DISPLAY 'DECLARACAO ' WS-NR-DECLARACAO ' EMITIDA NO'
                    ' ARQUIVO DE IMPRESSAO.'
            IF WS-AUT-CODIGO NOT EQUAL SPACES
               DISPLAY 'CODIGO DE VERIFICACAO: ' WS-AUT-CODIGO
            END-IF

            MOVE 'DECLMATR'               TO WS-AUD-PROGRAMA
            MOVE 'EMISSAO'                TO WS-AUD-OPERACAO
      *IMPRIME A DECLARACAO NO ARQUIVO DE IMPRESSAO (PRINT-IMAGE)
       P6-IMPRIME.
            SET FBOL-OK                   TO TRUE
            MOVE WS-PATH-BOLETIM          TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND BOLETIM
            IF WS-FBOL EQUAL 35
               OPEN OUTPUT BOLETIM

            MOVE 'A SECRETARIA.'          TO REG-BOLETIM
            WRITE REG-BOLETIM
            IF WS-AUT-CODIGO NOT EQUAL SPACES
               MOVE SPACES                TO WS-LINHA-DEC
               STRING 'CODIGO DE VERIFICACAO: ' WS-AUT-CODIGO
                      ' - CONFIRA A AUTENTICIDADE NA SECRETARIA'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-DEC
               END-STRING
               MOVE WS-LINHA-DEC          TO REG-BOLETIM
               WRITE REG-BOLETIM
            END-IF
            MOVE WS-SALTO-PAGINA          TO REG-BOLETIM
            WRITE REG-BOLETIM
            .
       P6-IMPRIME-ENCERRA.
            CLOSE BOLETIM
            MOVE 'DOCUMENTO'              TO WS-SPL-TIPO
            MOVE 'DECLMATR'               TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P6-IMPRIME-FIM.

            .
       P7-REGISTRA-FIM.

      *GRAVA O CODIGO DE VERIFICACAO IMPRESSO NO REGISTRO CENTRAL DE
      *AUTENTICIDADE (CFP001S104)
       P8-REGISTRA-CODIGO.
            MOVE WS-NR-DECLARACAO         TO WS-AUT-NR-DOC
            MOVE WS-NM-ALUNO-DECL         TO WS-AUT-NM-ALUNO
            MOVE WS-AUD-OPERADOR          TO WS-AUT-OPERADOR
            MOVE SPACES                   TO WS-AUT-DESCRICAO
            STRING 'DECLARACAO DE MATRICULA NR ' WS-NR-DECLARACAO
                   DELIMITED BY SIZE
                   INTO WS-AUT-DESCRICAO
            END-STRING
            PERFORM V9-REGISTRA-CODIGO    THRU V9-REGISTRA-CODIGO-FIM
            .
       P8-REGISTRA-CODIGO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY AUTENDOC.

       P0-FIM.
            GOBACK.
