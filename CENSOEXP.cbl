      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 10/03/2024 - CRIACAO DA INTERFACE DO CENSO ESCOLAR
      * UPDATE: 15/10/2026 - O DETALHE DO CENSO PASSA A LEVAR A
      *         NECESSIDADE ESPECIAL DO ALUNO (INDICADOR, TIPO E
      *         PROFISSIONAL DE APOIO), TIRADA DO PEI ATIVO (CFP001S131)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSOEXP.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FCN.

                SELECT PEI ASSIGN TO WS-PATH-PEI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-PEI
                FILE STATUS IS WS-FPE.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNO.
          COPY CFPK0011.
       FD CENSO.
       01 REG-CENSO                       PIC X(80).
       FD PEI.
          COPY CFPK0123.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
          88 FTL-OK                       VALUE 0.
       77 WS-FCN                          PIC 99.
          88 FCN-OK                       VALUE 0.
       77 WS-FPE                          PIC 99.
          88 FPE-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          03 WS-CN-DOCUMENTO              PIC X(15).
          03 WS-CN-TURMA                  PIC 9(03).
          03 WS-CN-SITUACAO               PIC X(01).
          03 WS-CN-NEC-ESPECIAL           PIC X(01).
          03 WS-CN-TP-NECESSIDADE         PIC X(02).
          03 WS-CN-PROF-APOIO             PIC X(01).
          03 FILLER                       PIC X(22).
      *TURMA DO ALUNO CORRENTE, LOCALIZADA PELO ROTEIRO DE CHAMADA
       77 WS-ID-TURMA-ALUNO               PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-TURMA                  PIC X VALUE 'N'.
          88 ACHOU-TURMA                  VALUE 'S'.
      *NECESSIDADE ESPECIAL DO ALUNO CORRENTE, TIRADA DO PEI ATIVO
       77 WS-NEC-ESPECIAL                 PIC X VALUE 'N'.
          88 TEM-NEC-ESPECIAL             VALUE 'S'.
       77 WS-TP-NECESSIDADE               PIC X(02) VALUE SPACES.
       77 WS-PROF-APOIO                   PIC X VALUE 'N'.
      *TOTAIS DA VALIDACAO E DA EXPORTACAO
       77 WS-QT-ATIVOS                    PIC 9(05) VALUE ZEROS.
       77 WS-QT-INCOMPLETOS               PIC 9(05) VALUE ZEROS.
       77 WS-QT-NEC-ESPECIAL              PIC 9(05) VALUE ZEROS.
       77 WS-QT-DETALHES                  PIC 9(06) VALUE ZEROS.
       77 WS-LINHA-CEN                    PIC X(80) VALUE SPACES.

            DISPLAY '*** EXPORTACAO DA INTERFACE DO CENSO ESCOLAR ***'
            MOVE ZEROS                TO WS-QT-ATIVOS
                                         WS-QT-INCOMPLETOS
                                         WS-QT-NEC-ESPECIAL

            PERFORM P2-VALIDACAO      THRU P2-VALIDACAO-FIM

            DISPLAY 'ALUNOS ATIVOS         : ' WS-QT-ATIVOS
            DISPLAY 'COM CADASTRO INCOMPLETO: ' WS-QT-INCOMPLETOS
            DISPLAY 'COM NECESSIDADE ESPEC. : ' WS-QT-NEC-ESPECIAL
            IF WS-QT-ATIVOS EQUAL ZEROS
               DISPLAY 'NADA A EXPORTAR.'
               GO TO P1-ENCERRA
                              ADD 1    TO WS-QT-ATIVOS
                              PERFORM P4-BUSCA-TURMA
                                      THRU P4-BUSCA-TURMA-FIM
                              PERFORM P5-BUSCA-PEI
                                      THRU P5-BUSCA-PEI-FIM
                              IF TEM-NEC-ESPECIAL
                                 ADD 1 TO WS-QT-NEC-ESPECIAL
                              END-IF
                              IF FUNCTION TRIM(NM-ALUNO) EQUAL SPACES
                                 OR TL-PREFIXO EQUAL ZEROS
                                 OR DT-NASCIMENTO EQUAL ZEROS
                              OR ST-ALUNO EQUAL SPACE
                              PERFORM P4-BUSCA-TURMA
                                      THRU P4-BUSCA-TURMA-FIM
                              PERFORM P5-BUSCA-PEI
                                      THRU P5-BUSCA-PEI-FIM
                              MOVE SPACES    TO WS-DETALHE-CENSO
                              MOVE '10'      TO WS-CN-TIPO
                              MOVE ID-ALUNO  TO WS-CN-ID-ALUNO
                              ELSE
                                 MOVE ST-ALUNO TO WS-CN-SITUACAO
                              END-IF
                              MOVE WS-NEC-ESPECIAL
                                             TO WS-CN-NEC-ESPECIAL
                              MOVE WS-TP-NECESSIDADE
                                             TO WS-CN-TP-NECESSIDADE
                              MOVE WS-PROF-APOIO
                                             TO WS-CN-PROF-APOIO
                              MOVE WS-DETALHE-CENSO TO REG-CENSO
                              WRITE REG-CENSO
                              ADD 1          TO WS-QT-DETALHES
            END-IF
            .
       P4-BUSCA-TURMA-FIM.

      *NECESSIDADE ESPECIAL DO ALUNO CORRENTE PELO PEI ATIVO: SO OS
      *TIPOS INFORMADOS AO CENSO CONTAM (O TRANSTORNO FUNCIONAL DE
      *APRENDIZAGEM FICA SO NO PEI); SEM PEI O ALUNO SAI COMO 'N'
       P5-BUSCA-PEI.
            MOVE 'N'                  TO WS-NEC-ESPECIAL
                                         WS-PROF-APOIO
            MOVE SPACES               TO WS-TP-NECESSIDADE
            SET FPE-OK                TO TRUE

            OPEN INPUT PEI
            IF FPE-OK
               MOVE ID-ALUNO          TO ID-ALUNO-PEI
               READ PEI
                   KEY IS ID-ALUNO-PEI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PEI-ATIVO AND NECESSIDADE-CENSO
                          MOVE 'S'    TO WS-NEC-ESPECIAL
                          MOVE TP-NECESSIDADE-PEI
                                      TO WS-TP-NECESSIDADE
                          IF NM-PROF-APOIO-PEI NOT EQUAL SPACES
                             MOVE 'S' TO WS-PROF-APOIO
                          END-IF
                       END-IF
               END-READ
            END-IF
            CLOSE PEI
            .
       P5-BUSCA-PEI-FIM.
       COPY FSDECODE.

       P0-FIM.
