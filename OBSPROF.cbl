      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 21/03/2024 - CRIACAO DO MODULO DE OBSERVACOES
      * UPDATE: 15/10/2026 - ESCOPO DO PROFESSOR: O OPERADOR DE PERFIL
      *         PROFESSOR SO LANCA OBSERVACOES DOS ALUNOS DAS TURMAS EM
      *         QUE DA A MATERIA NO QUADRO DE HORARIOS; A RECUSA E
      *         AUDITADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBSPROF.
                RECORD KEY IS ID-MATERIA
                FILE STATUS IS WS-FM.

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

                SELECT TURMALUNO ASSIGN TO WS-PATH-TURMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO6
                FILE STATUS IS WS-FTL.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.
          COPY CFPK0001.
       FD MATERIA.
          COPY CFPK0002.
       FD VINCPROF.
          COPY CFPK0097.
       FD HORARIO.
          COPY CFPK0017.
       FD TURMALUNO.
          COPY CFPK0011.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY ESCVARS.
      *ROTEIRO DE CHAMADA, CONSULTADO NO ESCOPO DO PROFESSOR
       77 WS-FTL                          PIC 99.
       77 WS-FOB                          PIC 99.
          88 FOB-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
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
            MOVE 'OBSPROF'                TO WS-ESC-PROGRAMA
            PERFORM E9-CARREGA-ESCOPO     THRU E9-CARREGA-ESCOPO-FIM
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            IF NOT ACHOU
               GO TO P2-LANCA-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO WS-ESC-ALUNO
            MOVE WS-ID-MATERIA-INF        TO WS-ESC-MATERIA
            PERFORM E9-VERIFICA-ALUNO     THRU E9-VERIFICA-ALUNO-FIM
            IF NOT ESC-PERMITIDO
               GO TO P2-LANCA-FIM
            END-IF

            DISPLAY 'Informe o bimestre (1 a 4): '
            ACCEPT WS-BIMESTRE-INF

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY ESCOPROF.
       COPY ESCALUNO.

       P0-FIM.
            GOBACK.
