      * UPDATE: 07/03/2024 - CRIACAO DO RELATORIO DE DISTRIBUICAO
      * UPDATE: 03/04/2024 - O NUMERO DE BIMESTRES ACEITO PASSA A
      *         SER LIDO DO ARQUIVO DE PARAMETROS (CFP001S31)
      * UPDATE: 15/10/2026 - ALUNOS DE SERIE DE AVALIACAO DESCRITIVA
      *         (PARECER) FICAM FORA DA DISTRIBUICAO DAS NOTAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTNOTA.
                RECORD KEY IS ID-MATERIA
                FILE STATUS IS WS-FM.

      * ROTEIRO, TURMA E SERIE: O ALUNO DE SERIE DE AVALIACAO
      * DESCRITIVA FICA FORA DA DISTRIBUICAO DAS NOTAS
                SELECT TURMALUNO ASSIGN TO WS-PATH-TURMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO6
                FILE STATUS IS WS-FTL.

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
       FD PARAMETRO.
          COPY CFPK0003.
       FD MATERIA.
          COPY CFPK0002.
       FD TURMALUNO.
          COPY CFPK0011.
       FD TURMA.
          COPY CFPK0005.
       FD SERIE.
          COPY CFPK0023.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
          88 FPA-OK                    VALUE 0.
       77 WS-QT-BIM                    PIC 9(01) VALUE 4.
       COPY FSVARS.
       COPY DSCVARS.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FM                           PIC 99.
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE ID-ALUNO1 TO WS-DSC-ALUNO
                           PERFORM G9-VERIFICA-DESCRITIVO
                                   THRU G9-VERIFICA-DESCRITIVO-FIM
                           IF ID-MATERIA1 EQUAL WS-ID-MATERIA-INF
                              AND NOT DSC-DESCRITIVO
                              EVALUATE WS-BIMESTRE-INF
                                  WHEN 1
                                      MOVE NOTA1 TO WS-NOTA-BIM
       PB-LE-PARAMETROS-FIM.

       COPY FSDECODE.
       COPY DSCSERIE.

       P0-FIM.
            GOBACK.
