      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DA CONSULTA AO ARQUIVO MORTO
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQCONSUL.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FBOL.

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
       FD ARQS3.
          COPY CFPK0007.
       FD BOLETIM.
       01 REG-BOLETIM                     PIC X(80).
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
       77 WS-FA3                          PIC 99.
          88 FA3-OK                       VALUE 0.
       77 WS-FA4                          PIC 99.

            IF MODO-BOLETIM
               SET FBOL-OK                TO TRUE
               MOVE WS-PATH-BOLETIM       TO WS-SPL-ORIGEM
               PERFORM Q9-SPOOL-MARCA     THRU Q9-SPOOL-MARCA-FIM
               OPEN EXTEND BOLETIM
               IF WS-FBOL EQUAL 35
                  OPEN OUTPUT BOLETIM
               MOVE WS-SALTO-PAGINA       TO REG-BOLETIM
               WRITE REG-BOLETIM
               CLOSE BOLETIM
               MOVE 'BOLETIM'             TO WS-SPL-TIPO
               MOVE 'ARQCONSUL'           TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
               DISPLAY 'SEGUNDA VIA EMITIDA NO ARQUIVO DE'
                       ' IMPRESSAO.'
            END-IF
            .
       P6-MOSTRA-FREQ-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.

       P0-FIM.
