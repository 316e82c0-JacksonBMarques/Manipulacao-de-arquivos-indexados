      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DO REGISTRO DE OCORRENCIAS
      * UPDATE: 15/10/2026 - CADA OCORRENCIA REGISTRADA E ENFILEIRADA
      *         PARA AVISO POR SMS AOS RESPONSAVEIS (CFP001S103)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCORRALUN.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

                SELECT RESPONSAVEL ASSIGN TO WS-PATH-RESPONSAVEL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO-RESP
                FILE STATUS IS WS-FRS.

                SELECT NOTIFICA ASSIGN TO WS-PATH-NOTIFICA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-NOTIFICA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-NTF-FS.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.
          COPY CFPK0025.
       FD CONTADOR.
          COPY CFPK0008.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD NOTIFICA.
          COPY CFPK0094.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY NOTIFVARS.
       77 WS-FOC                          PIC 99.
          88 FOC-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FRS                          PIC 99.
          88 FRS-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
                       END-STRING
                       PERFORM A9-GRAVA-AUDITORIA
                               THRU A9-GRAVA-AUDITORIA-FIM
                       PERFORM P8-NOTIFICA-FAMILIA
                               THRU P8-NOTIFICA-FAMILIA-FIM
               END-WRITE
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OCORRENCIAS'
            .
       P5-GERA-NUMERO-FIM.

      *AVISA A FAMILIA DA OCORRENCIA PELA FILA DE NOTIFICACOES
       P8-NOTIFICA-FAMILIA.
            MOVE WS-ID-ALUNO-INF          TO WS-NTF-ID-ALUNO
            MOVE 'OCORRENCIA'             TO WS-NTF-TIPO
            MOVE 'OCORRALUN'              TO WS-NTF-PROGRAMA
            MOVE SPACES                   TO WS-NTF-TEXTO
            STRING 'OCORRENCIA (' FUNCTION TRIM(WS-TP-INF) ') DE '
                   FUNCTION TRIM(WS-NM-ALUNO-OCO) ' EM '
                   WS-DATA-HOJE ' - PROCURE A ESCOLA'
                   DELIMITED BY SIZE
                   INTO WS-NTF-TEXTO
            END-STRING
            PERFORM N9-NOTIFICA-ALUNO     THRU N9-NOTIFICA-ALUNO-FIM
            IF WS-NTF-QT GREATER THAN ZEROS
               DISPLAY 'FAMILIA AVISADA PELA FILA DE NOTIFICACOES ('
                       WS-NTF-QT ' TELEFONE(S)).'
            END-IF
            .
       P8-NOTIFICA-FAMILIA-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY NOTIFFILA.

       P0-FIM.
            GOBACK.
