      * Complexidade: C
      * UPDATE: 19/02/2024 - CRIACAO DO RELATORIO DE CONTATOS DOS
      *                      RESPONSAVEIS DE REPROVADOS
      * UPDATE: 15/10/2026 - TELEFONES DOS RESPONSAVEIS MASCARADOS
      *                      QUANDO O PERFIL DO OPERADOR NAO TEM
      *                      VISIBILIDADE DE TELEFONE (CFP001S105)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRESP.
                RECORD KEY IS ID-REGISTRO-RESP
                FILE STATUS IS WS-FILES.

                SELECT VISIBILIDADE ASSIGN TO WS-PATH-VISIBILIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PERFIL-VIS
                FILE STATUS IS WS-VIS-FS.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REPROVACAO.
          COPY CFPK0006.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD VISIBILIDADE.
          COPY CFPK0096.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY VISVARS.
       77 WS-FILR                         PIC 99.
          88 FILR-OK                      VALUE 0.
       77 WS-FILES                        PIC 99.
       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                        PIC X(01).
         03 LK-OPERADOR                   PIC X(15).
         03 LK-PERFIL                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            MOVE 'RELRESP'           TO WS-AUD-PROGRAMA
            MOVE LK-PERFIL           TO WS-VIS-PERFIL
            PERFORM M9-CARREGA-VISIBILIDADE
                    THRU M9-CARREGA-VISIBILIDADE-FIM
            SET EXIT-OK              TO FALSE
            PERFORM P1-RELATORIO  THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
                       NOT AT END
                           IF ID-ALUNO-RESP EQUAL WS-ID-ALUNO-ATUAL
                              ADD 1     TO WS-QT-RESP
                              IF VIS-TELEFONE
                              DISPLAY '  CONTATO: '
                                      FUNCTION TRIM(NM-RESP) ' ('
                                      FUNCTION TRIM(PARENTESCO)
                                      ') TEL1: ' TL-PREFIXO-R1 '-'
                                      TL-SUFIXO-R1 ' TEL2: '
                                      TL-PREFIXO-R2 '-' TL-SUFIXO-R2
                              ELSE
                              DISPLAY '  CONTATO: '
                                      FUNCTION TRIM(NM-RESP) ' ('
                                      FUNCTION TRIM(PARENTESCO)
                                      ') TELEFONES: ' WS-VIS-MASCARA
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            .
       P2-LISTA-RESPONSAVEIS-FIM.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY VISPERFIL.

       P0-FIM.
            GOBACK.
