      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DA CONVOCACAO DA LISTA DE ESPERA
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAMAESP.
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
       FD ESPERA.
       FD JOBCTRL.
          COPY CFPK0021.
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
       COPY JOBVARS.
       77 WS-FES                          PIC 99.
            PERFORM J8-JOB-INICIA         THRU J8-JOB-INICIA-FIM

            SET FCR-OK                    TO TRUE
            MOVE WS-PATH-CARTAS           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND CARTAS
            IF WS-FCR EQUAL 35
               OPEN OUTPUT CARTAS
            MOVE WS-SALTO-PAGINA          TO REG-CARTA
            WRITE REG-CARTA
            CLOSE CARTAS
            MOVE 'CARTA'                  TO WS-SPL-TIPO
            MOVE 'CHAMAESP'               TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM

            DISPLAY 'ESPERAS PENDENTES  : ' WS-QT-FILA
            DISPLAY 'ESPERAS ATENDIDAS  : ' WS-QT-ATENDIDAS
            .
       PA-GERA-CHAVE-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.
