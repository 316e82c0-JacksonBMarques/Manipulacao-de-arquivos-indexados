      *         120 POSICOES: COM NOME, ENDERECO E DOCUMENTO NO
      *         TAMANHO MAXIMO A LINHA PASSAVA DE 100 E O DOCUMENTO
      *         SAIA CORTADO
      * UPDATE: 15/10/2026 - TELEFONE, ENDERECO E DOCUMENTO GRAVADOS
      *         MASCARADOS NO CSV QUANDO O PERFIL DO OPERADOR NAO TEM
      *         VISIBILIDADE (CFP001S105); A EXPORTACAO DOS DOCUMENTOS
      *         E AUDITADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTCSV.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FC3.

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
       FD ALUNO.
       01 REG-CSV-MATERIA              PIC X(100).
       FD CSV-SITUACAO.
       01 REG-CSV-SITUACAO             PIC X(100).
       FD VISIBILIDADE.
          COPY CFPK0096.
       FD AUDITORIA.
       01 REG-AUDITORIA                PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY VISVARS.
       01 WS-ALUNO                     PIC X(34) VALUE SPACES.
       01 FILLER REDEFINES WS-ALUNO.
          03 WS-ID-ALUNO               PIC 9(05).
       77 WS-EXIT                      PIC X.
          88 EXIT-OK                   VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                     PIC X(01) VALUE SPACES.
      *TELEFONE FORMATADO (OU MASCARADO) PARA A LINHA DO CSV
       77 WS-CSV-TELEFONE              PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                  PIC X(40).
         03 FILLER                       PIC X(01).
         03 LK-OPERADOR                  PIC X(15).
         03 LK-PERFIL                    PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            MOVE 'EXPORTCSV'         TO WS-AUD-PROGRAMA
            MOVE LK-PERFIL           TO WS-VIS-PERFIL
            PERFORM M9-CARREGA-VISIBILIDADE
                    THRU M9-CARREGA-VISIBILIDADE-FIM
            SET EXIT-OK              TO FALSE
            PERFORM P1-MENU       THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
                       AT END
                          SET EOF-OK TO TRUE
                       NOT AT END
                          MOVE SPACES     TO WS-CSV-TELEFONE
                          IF VIS-TELEFONE
                             STRING WS-TL-PREFIXO '-' WS-TL-SUFIXO
                                    DELIMITED BY SIZE
                                    INTO WS-CSV-TELEFONE
                             END-STRING
                          ELSE
                             MOVE WS-VIS-MASCARA TO WS-CSV-TELEFONE
                          END-IF
                          IF NOT VIS-ENDERECO
                             MOVE WS-VIS-MASCARA TO EN-ALUNO
                          END-IF
                          IF NOT VIS-DOCUMENTO
                             MOVE WS-VIS-MASCARA TO NR-DOCUMENTO
                          END-IF
                          STRING WS-ID-ALUNO DELIMITED BY SIZE
                                 ';' DELIMITED BY SIZE
                                 FUNCTION TRIM(WS-NM-ALUNO)
                                      DELIMITED BY SIZE
                                 ';' DELIMITED BY SIZE
                                 FUNCTION TRIM(WS-CSV-TELEFONE)
                                      DELIMITED BY SIZE
                                 ';' DELIMITED BY SIZE
                                 DT-NASCIMENTO DELIMITED BY SIZE
                                 ';' DELIMITED BY SIZE
                   END-READ
               END-PERFORM
               DISPLAY 'ARQUIVO DE ALUNOS EXPORTADO COM SUCESSO!'
               IF VIS-DOCUMENTO
                  MOVE 'DOCUMENTO'    TO WS-VIS-CLASSE
                  MOVE ZEROS          TO WS-VIS-ID-ALUNO
                  PERFORM M9-REGISTRA-VISUALIZACAO
                          THRU M9-REGISTRA-VISUALIZACAO-FIM
               END-IF
            ELSE
               DISPLAY 'ERRO AO EXPORTAR ARQUIVO DE ALUNOS'
               MOVE WS-FILES TO WS-FS-CODE
            .
       P4-EXPORTA-SITUACAO-FIM.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY VISPERFIL.

       P0-FIM.
            GOBACK.
