      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DO CONTEUDO MINISTRADO
      * UPDATE: 15/10/2026 - ESCOPO DO PROFESSOR: O OPERADOR DE PERFIL
      *         PROFESSOR SO REGISTRA E CONSULTA AS TURMAS/MATERIAS EM
      *         QUE APARECE NO QUADRO DE HORARIOS; A RECUSA E AUDITADA
      * UPDATE: 15/10/2026 - CALENDARIO DIARIO (CFP001S112): O CONTEUDO
      *         SO E REGISTRADO EM DIA LETIVO OU SABADO LETIVO; A RECUSA
      *         E AUDITADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAULA.
                RECORD KEY IS ID-PLANO
                FILE STATUS IS WS-FPL.

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
          COPY CFPK0012.
       FD PLANO.
          COPY CFPK0030.
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
       77 WS-FCT                          PIC 99.
          88 FCT-OK                       VALUE 0.
       77 WS-FCH                          PIC 99.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).
         03 LK-PERFIL                    PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
      *ESCOPO DO PROFESSOR: SO AS TURMAS/MATERIAS DA SUA GRADE
            MOVE LK-PERFIL                TO WS-ESC-PERFIL
            MOVE LK-OPERADOR              TO WS-ESC-OPERADOR
            MOVE 'CONTAULA'               TO WS-ESC-PROGRAMA
            PERFORM E9-CARREGA-ESCOPO     THRU E9-CARREGA-ESCOPO-FIM
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            DISPLAY 'Codigo do professor que ministrou (titular ou'
                    ' substituto): '
            ACCEPT WS-ID-PROF-INF
            MOVE WS-ID-TURMA-INF          TO WS-ESC-TURMA
            MOVE WS-ID-MATERIA-INF        TO WS-ESC-MATERIA
            PERFORM E9-VERIFICA-TURMA     THRU E9-VERIFICA-TURMA-FIM
            IF NOT ESC-PERMITIDO
               GO TO P2-REGISTRA-FIM
            END-IF
            MOVE WS-DT-INF                TO WS-DIA-DATA
            MOVE 'CONTAULA'               TO WS-DIA-PROGRAMA
            PERFORM D9-VERIFICA-DIA       THRU D9-VERIFICA-DIA-FIM
            IF NOT DIA-LETIVO
               GO TO P2-REGISTRA-FIM
            END-IF
            DISPLAY 'Conteudo ministrado: '
            ACCEPT WS-DS-CONTEUDO-INF
            IF WS-DS-CONTEUDO-INF EQUAL SPACES

            MOVE ZEROS                    TO WS-DT-INI-BIM
                                             WS-DT-FIM-BIM
            MOVE WS-ID-TURMA-INF          TO WS-ESC-TURMA
            MOVE WS-ID-MATERIA-INF        TO WS-ESC-MATERIA
            PERFORM E9-VERIFICA-TURMA     THRU E9-VERIFICA-TURMA-FIM
            IF NOT ESC-PERMITIDO
               GO TO P5-PEDE-SELECAO-FIM
            END-IF
            SET FCA-OK                    TO TRUE
            OPEN INPUT CALENDARIO
            IF FCA-OK

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY ESCOPROF.
       COPY DIALETIV.

       P0-FIM.
            GOBACK.
