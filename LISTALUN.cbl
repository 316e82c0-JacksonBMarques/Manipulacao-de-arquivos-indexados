      * UPDATE: 29/02/2024 - EXIBE A SITUACAO DE VIDA ESCOLAR DE CADA
      *         ALUNO E PERMITE FILTRAR A LISTAGEM POR SITUACAO
      *         (ATIVO, TRANCADO, TRANSFERIDO, EVADIDO)
      * UPDATE: 15/10/2026 - TELEFONE MASCARADO QUANDO O PERFIL DO
      *         OPERADOR NAO TEM VISIBILIDADE DE TELEFONE (CFP001S105)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTALUN.
                RECORD KEY IS ID-ALUNO
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
       FD ALUNO.
          COPY CFPK0001.
       FD VISIBILIDADE.
          COPY CFPK0096.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY VISVARS.
       01 WS-ALUNO                        PIC X(34) VALUE SPACES.
       01 FILLER REDEFINES WS-ALUNO.
          03 WS-ID-ALUNO                    PIC 9(05).
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
            MOVE 'LISTALUN'          TO WS-AUD-PROGRAMA
            MOVE LK-PERFIL           TO WS-VIS-PERFIL
            PERFORM M9-CARREGA-VISIBILIDADE
                    THRU M9-CARREGA-VISIBILIDADE-FIM
            SET EXIT-OK              TO FALSE
            PERFORM P1-LISTAR    THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
                             IF WS-FILTRO-ST EQUAL SPACES
                                OR WS-ST-EXIBE EQUAL WS-FILTRO-ST
                                ADD 1     TO WS-CONT
                                IF VIS-TELEFONE
                                DISPLAY'REGISTRO '
                                        WS-CONT
                                        ': '
                                        WS-TL-PREFIXO '-'
                                        WS-TL-SUFIXO
                                        ' - SIT: ' WS-ST-EXIBE
                                ELSE
                                DISPLAY'REGISTRO '
                                        WS-CONT
                                        ': '
                                        WS-ID-ALUNO
                                        ' - '
                                FUNCTION TRIM(WS-NM-ALUNO)
                                        ' - Tel: '
                                        WS-VIS-MASCARA
                                        ' - SIT: ' WS-ST-EXIBE
                                END-IF

                                ADD 1   TO WS-LINHA-PAG
                                IF WS-LINHA-PAG >= 20
            .
       P1A-PAUSA-PAGINA-FIM.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY VISPERFIL.


       P0-FIM.
