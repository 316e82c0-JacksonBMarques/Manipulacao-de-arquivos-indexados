      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 20/02/2024 - CRIACAO DO MODULO DE DIARIO DE CHAMADA
      * UPDATE: 15/10/2026 - FALTA NOVA MARCADA NA CHAMADA E ENFILEIRADA
      *         PARA AVISO POR SMS AOS RESPONSAVEIS (CFP001S103)
      * UPDATE: 15/10/2026 - ESCOPO DO PROFESSOR: O OPERADOR DE PERFIL
      *         PROFESSOR SO FAZ A CHAMADA DAS TURMAS/MATERIAS EM QUE
      *         APARECE NO QUADRO DE HORARIOS; A RECUSA E AUDITADA
      * UPDATE: 15/10/2026 - CALENDARIO DIARIO (CFP001S112): A CHAMADA
      *         SO E ACEITA EM DIA LETIVO OU SABADO LETIVO; A RECUSA E
      *         AUDITADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIOCHAM.
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

                SELECT VINCPROF ASSIGN TO WS-PATH-VINCPROF
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS USUARIO-VPR
                FILE STATUS IS WS-ESC-FS.

                SELECT HORARIO ASSIGN TO WS-PATH-HORARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-HORARIO
                FILE STATUS IS WS-ESC-FH.

                SELECT DIALETIVO ASSIGN TO WS-PATH-DIALETIVO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DT-DIA-LET
                FILE STATUS IS WS-DIA-FS.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.
          COPY CFPK0007.
       FD CONTADOR.
          COPY CFPK0008.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD NOTIFICA.
          COPY CFPK0094.
       FD VINCPROF.
          COPY CFPK0097.
       FD HORARIO.
          COPY CFPK0017.
       FD DIALETIVO.
          COPY CFPK0104.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY ESCVARS.
       COPY DIAVARS.
       COPY NOTIFVARS.
       77 WS-FCH                          PIC 99.
          88 FCH-OK                       VALUE 0.
       77 WS-FT                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FRS                          PIC 99.
          88 FRS-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-EOF                          PIC X VALUE 'N'.
       77 WS-ID-ALUNO-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO-ATUAL               PIC X(20) VALUE SPACES.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
      *FALTA NOVA NO DIARIO (NAO REPETIDA) VAI PARA A FILA DE AVISOS
       77 WS-FALTA-NOVA                   PIC X VALUE 'N'.
          88 FALTA-NOVA                   VALUE 'S'.
      *TOTAIS DA CHAMADA DO DIA
       77 WS-QT-PRESENTES                 PIC 9(03) VALUE ZEROS.
       77 WS-QT-AUSENTES                  PIC 9(03) VALUE ZEROS.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).
         03 LK-PERFIL                    PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
      *ESCOPO DO PROFESSOR: SO AS TURMAS/MATERIAS DA SUA GRADE
            MOVE LK-PERFIL                TO WS-ESC-PERFIL
            MOVE LK-OPERADOR              TO WS-ESC-OPERADOR
            MOVE 'DIARIOCHAM'             TO WS-ESC-PROGRAMA
            PERFORM E9-CARREGA-ESCOPO     THRU E9-CARREGA-ESCOPO-FIM
            SET EXIT-OK                   TO FALSE
            PERFORM P1-CHAMADA            THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            IF NOT ACHOU-MATERIA
               GO TO P1-ENCERRA
            END-IF
            MOVE WS-ID-TURMA              TO WS-ESC-TURMA
            MOVE WS-ID-MATERIA            TO WS-ESC-MATERIA
            PERFORM E9-VERIFICA-TURMA     THRU E9-VERIFICA-TURMA-FIM
            IF NOT ESC-PERMITIDO
               GO TO P1-ENCERRA
            END-IF

            DISPLAY 'Informe a data da aula (AAAAMMDD): '
            ACCEPT WS-DT-CHAMADA
            MOVE WS-DT-CHAMADA            TO WS-DIA-DATA
            MOVE 'DIARIOCHAM'             TO WS-DIA-PROGRAMA
            PERFORM D9-VERIFICA-DIA       THRU D9-VERIFICA-DIA-FIM
            IF NOT DIA-LETIVO
               GO TO P1-ENCERRA
            END-IF

            MOVE ZEROS                    TO WS-QT-PRESENTES
                                             WS-QT-AUSENTES
                 OPEN I-O CHAMADA
            END-IF

            MOVE 'N'                      TO WS-FALTA-NOVA
            IF FCH-OK
               MOVE WS-DT-CHAMADA         TO DT-CHAMADA
               MOVE WS-ID-TURMA           TO ID-TURMA-CH
               MOVE WS-ID-MATERIA         TO ID-MATERIA-CH
               MOVE WS-ID-ALUNO-ATUAL     TO ID-ALUNO-CH
               IF WS-RESPOSTA EQUAL 'N'
                  MOVE 'S'                TO WS-FALTA-NOVA
                  READ CHAMADA
                      KEY IS ID-CHAMADA
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF FL-PRESENTE EQUAL 'N'
                             MOVE 'N'     TO WS-FALTA-NOVA
                          END-IF
                  END-READ
               END-IF
               MOVE WS-RESPOSTA           TO FL-PRESENTE

               WRITE REG-CHAMADA
               DISPLAY 'FILE STATUS: ' WS-FCH ' - ' WS-FS-MSG
            END-IF
            CLOSE CHAMADA

            IF FALTA-NOVA
               PERFORM PA-NOTIFICA-FALTA  THRU PA-NOTIFICA-FALTA-FIM
            END-IF
            .
       P5-MARCA-ALUNO-FIM.

            .
       P9-GERA-CHAVE-FREQ-FIM.

      *AVISA A FAMILIA DA FALTA PELA FILA DE NOTIFICACOES
       PA-NOTIFICA-FALTA.
            MOVE WS-ID-ALUNO-ATUAL        TO WS-NTF-ID-ALUNO
            MOVE 'FALTA'                  TO WS-NTF-TIPO
            MOVE 'DIARIOCHAM'             TO WS-NTF-PROGRAMA
            MOVE SPACES                   TO WS-NTF-TEXTO
            STRING 'FALTA DE ' FUNCTION TRIM(WS-NM-ALUNO-ATUAL)
                   ' EM ' FUNCTION TRIM(WS-NM-MATERIA)
                   ' NO DIA ' WS-DT-CHAMADA
                   DELIMITED BY SIZE
                   INTO WS-NTF-TEXTO
            END-STRING
            PERFORM N9-NOTIFICA-ALUNO     THRU N9-NOTIFICA-ALUNO-FIM
            .
       PA-NOTIFICA-FALTA-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY ESCOPROF.
       COPY DIALETIV.
       COPY NOTIFFILA.

       P0-FIM.
            GOBACK.
