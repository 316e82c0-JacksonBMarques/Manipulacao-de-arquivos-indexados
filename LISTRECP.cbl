      *         E UMA RELACAO-RESUMO DOS CONVOCADOS
      * UPDATE: 02/04/2024 - AS CARTAS PASSAM A SER ABERTAS EM
      *         EXTENSAO, PRESERVANDO EMISSOES AINDA NAO ARQUIVADAS
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTRECP.
                RECORD KEY IS ANO-PARAM
                FILE STATUS IS WS-FPY.

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
       FD APROVACAO.
          COPY CFPK0025.
       FD PARAMANO.
          COPY CFPK0059.
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
       01 WS-ALUNO1                    PIC X(70) VALUE SPACES.
       01 FILLER REDEFINES WS-ALUNO1.
          03 WS-ID-ALUNO1              PIC 9(05).
       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                  PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
               SET FCR-OK             TO TRUE
      *EXTENSAO PARA NAO DESTRUIR CARTAS AINDA NAO ARQUIVADAS DE UMA
      *EMISSAO ANTERIOR; QUEM TRUNCA E O ARQUIVAMENTO DE RELATORIOS
               MOVE WS-PATH-CARTAS        TO WS-SPL-ORIGEM
               PERFORM Q9-SPOOL-MARCA     THRU Q9-SPOOL-MARCA-FIM
               OPEN EXTEND CARTAS
               IF WS-FCR EQUAL 35
                  OPEN OUTPUT CARTAS
               MOVE WS-LINHA-CRT      TO REG-CARTA
               WRITE REG-CARTA
               CLOSE CARTAS
               MOVE 'CARTA'               TO WS-SPL-TIPO
               MOVE 'LISTRECP'            TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
               DISPLAY WS-CONT ' CARTA(S) GERADA(S) NO ARQUIVO DE'
                       ' CARTAS.'
            END-IF
            .
       P4B-PARAMETROS-DO-ANO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.

       P0-FIM.
