      *         FECHAMENTO PASSAM A TRABALHAR SOBRE AS AVALIACOES
      *         DO ANO INFORMADO, SEM MISTURAR BIMESTRES HOMONIMOS
      *         DE ANOS DIFERENTES
      * UPDATE: 15/10/2026 - ESCOPO DO PROFESSOR: O OPERADOR DE PERFIL
      *         PROFESSOR SO LANCA, CONSULTA E FECHA AVALIACOES DOS
      *         ALUNOS DAS TURMAS EM QUE DA A MATERIA NO QUADRO DE
      *         HORARIOS; A RECUSA E AUDITADA
      * UPDATE: 15/10/2026 - ALUNO COM PEI ATIVO (CFP001S131/S132):
      *         AVISO DE AVALIACAO ADAPTADA E DO CRITERIO NO LANCAMENTO,
      *         NA CONSULTA E NO FECHAMENTO
      * UPDATE: 15/10/2026 - ALUNO DE SERIE DE AVALIACAO DESCRITIVA
      *         (CFP001S29) NAO TEM AVALIACOES LANCADAS NEM FECHADAS:
      *         RECEBE PARECER DESCRITIVO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALNOTA.
                RECORD KEY IS ID-CALENDARIO
                FILE STATUS IS WS-FCAL.

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

                SELECT PEI ASSIGN TO WS-PATH-PEI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-PEI
                FILE STATUS IS WS-PEI-FP.

                SELECT PEIMAT ASSIGN TO WS-PATH-PEIMAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PEIMAT
                FILE STATUS IS WS-PEI-FM.

      * TURMA E SERIE DO ALUNO: SERIE DESCRITIVA NAO RECEBE NOTAS
                SELECT TURMA ASSIGN TO WS-PATH-TURMA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-TURMA
                FILE STATUS IS WS-DSC-FT.

                SELECT SERIE ASSIGN TO WS-PATH-SERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-SERIE
                FILE STATUS IS WS-DSC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD AVALIACAO.
          COPY CFPK0013.
       FD CALENDARIO.
          COPY CFPK0012.
       FD VINCPROF.
          COPY CFPK0097.
       FD HORARIO.
          COPY CFPK0017.
       FD TURMALUNO.
          COPY CFPK0011.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD PEI.
          COPY CFPK0123.
       FD PEIMAT.
          COPY CFPK0124.
       FD TURMA.
          COPY CFPK0005.
       FD SERIE.
          COPY CFPK0023.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY ESCVARS.
       COPY PEIVARS.
       COPY DSCVARS.
      *ROTEIRO DE CHAMADA, CONSULTADO NO ESCOPO DO PROFESSOR
       77 WS-FTL                          PIC 99.
       77 WS-FAV                          PIC 99.
          88 FAV-OK                       VALUE 0.
       77 WS-FS                           PIC 99.
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
            MOVE 'AVALNOTA'               TO WS-ESC-PROGRAMA
            PERFORM E9-CARREGA-ESCOPO     THRU E9-CARREGA-ESCOPO-FIM
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            ACCEPT WS-ID-ALUNO-INF
            DISPLAY 'Informe o codigo da materia: '
            ACCEPT WS-ID-MATERIA-INF
            MOVE WS-ID-ALUNO-INF          TO WS-ESC-ALUNO
            MOVE WS-ID-MATERIA-INF        TO WS-ESC-MATERIA
            PERFORM E9-VERIFICA-ALUNO     THRU E9-VERIFICA-ALUNO-FIM
            IF NOT ESC-PERMITIDO
               GO TO P2-INCLUI-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO WS-DSC-ALUNO
            PERFORM G9-VERIFICA-DESCRITIVO
                    THRU G9-VERIFICA-DESCRITIVO-FIM
            IF DSC-DESCRITIVO
               DISPLAY 'ALUNO DE SERIE DE AVALIACAO DESCRITIVA - NAO '
                       'RECEBE NOTAS; LANCE O PARECER DESCRITIVO.'
               GO TO P2-INCLUI-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO WS-PEI-ALUNO
            MOVE WS-ID-MATERIA-INF        TO WS-PEI-MATERIA
            PERFORM I9-AVISO-PEI          THRU I9-AVISO-PEI-FIM
            DISPLAY 'Informe o bimestre (1 a 4): '
            ACCEPT WS-NR-BIM-INF
            IF WS-NR-BIM-INF LESS THAN 1 OR
            ACCEPT WS-ID-ALUNO-INF
            DISPLAY 'Informe o codigo da materia: '
            ACCEPT WS-ID-MATERIA-INF
            MOVE WS-ID-ALUNO-INF          TO WS-ESC-ALUNO
            MOVE WS-ID-MATERIA-INF        TO WS-ESC-MATERIA
            PERFORM E9-VERIFICA-ALUNO     THRU E9-VERIFICA-ALUNO-FIM
            IF NOT ESC-PERMITIDO
               GO TO P3-CONSULTA-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO WS-PEI-ALUNO
            MOVE WS-ID-MATERIA-INF        TO WS-PEI-MATERIA
            PERFORM I9-AVISO-PEI          THRU I9-AVISO-PEI-FIM
            DISPLAY 'Informe o bimestre (1 a 4): '
            ACCEPT WS-NR-BIM-INF
            DISPLAY 'Informe o ano letivo (AAAA, 0 = corrente): '
            ACCEPT WS-ID-ALUNO-INF
            DISPLAY 'Informe o codigo da materia: '
            ACCEPT WS-ID-MATERIA-INF
            MOVE WS-ID-ALUNO-INF          TO WS-ESC-ALUNO
            MOVE WS-ID-MATERIA-INF        TO WS-ESC-MATERIA
            PERFORM E9-VERIFICA-ALUNO     THRU E9-VERIFICA-ALUNO-FIM
            IF NOT ESC-PERMITIDO
               GO TO P4-FECHA-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO WS-DSC-ALUNO
            PERFORM G9-VERIFICA-DESCRITIVO
                    THRU G9-VERIFICA-DESCRITIVO-FIM
            IF DSC-DESCRITIVO
               DISPLAY 'ALUNO DE SERIE DE AVALIACAO DESCRITIVA - NAO '
                       'RECEBE NOTAS; LANCE O PARECER DESCRITIVO.'
               GO TO P4-FECHA-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO WS-PEI-ALUNO
            MOVE WS-ID-MATERIA-INF        TO WS-PEI-MATERIA
            PERFORM I9-AVISO-PEI          THRU I9-AVISO-PEI-FIM
            DISPLAY 'Informe o bimestre (1 a 4): '
            ACCEPT WS-NR-BIM-INF
            IF WS-NR-BIM-INF LESS THAN 1 OR

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY ESCOPROF.
       COPY ESCALUNO.
       COPY PEIAVISO.
       COPY DSCSERIE.

       P0-FIM.
            GOBACK.
