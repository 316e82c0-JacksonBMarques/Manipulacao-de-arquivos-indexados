      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DO MODULO DE ENVELHECIMENTO
      * UPDATE: 15/10/2026 - OPCAO <F>: AGING POR CONTA FAMILIA
      *         (CFP001S90), TOTALIZANDO AS FAIXAS DE ATRASO DOS IRMAOS
      *         DE CADA FAMILIA, COM OS ALUNOS SEM FAMILIA EM UMA LINHA
      *         PROPRIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGINADIM.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FBQ.

                SELECT FAMILIA ASSIGN TO WS-PATH-FAMILIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-FAMILIA
                FILE STATUS IS WS-FFA.

                SELECT FAMALUNO ASSIGN TO WS-PATH-FAMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-FAL
                FILE STATUS IS WS-FFL.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.
          COPY CFPK0005.
       FD BLOQFIN.
          COPY CFPK0034.
       FD FAMILIA.
          COPY CFPK0081.
       FD FAMALUNO.
          COPY CFPK0082.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
          88 FT-OK                        VALUE 0.
       77 WS-FBQ                          PIC 99.
          88 FBQ-OK                       VALUE 0.
       77 WS-FFA                          PIC 99.
          88 FFA-OK                       VALUE 0.
       77 WS-FFL                          PIC 99.
          88 FFL-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
                                          OCCURS 4 TIMES.
       77 WS-QT-ABERTAS                   PIC 9(04) VALUE ZEROS.
       77 WS-VL-TOTAL                     PIC 9(07)V9(02) VALUE ZEROS.
      *TOTAIS POR CONTA FAMILIA (ATE 100); A ENTRADA DE FAMILIA
      *ZERO ACUMULA OS ALUNOS QUE NAO PERTENCEM A NENHUMA FAMILIA
       77 WS-QT-FAMILIAS                  PIC 9(03) VALUE ZEROS.
       77 WS-IX-FAM                       PIC 9(03) VALUE ZEROS.
       77 WS-IX-FAM-ACHADO                PIC 9(03) VALUE ZEROS.
       77 WS-ID-FAMILIA-ALUNO             PIC 9(05) VALUE ZEROS.
       01 WS-TAB-FAMILIAS.
          03 WS-FAM-ENT OCCURS 100 TIMES.
             05 WS-FAM-ID                 PIC 9(05).
             05 WS-FAM-QT                 PIC 9(03).
             05 WS-FAM-FAIXA              PIC 9(07)V9(02)
                                          OCCURS 4 TIMES.
      *LIBERACAO DE BLOQUEIO
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-LISTADOS                  PIC 9(03) VALUE ZEROS.

       P1-PROCESSA.
            DISPLAY '*** ENVELHECIMENTO DA INADIMPLENCIA ***'
            DISPLAY 'TECLE <A> PARA O AGING POR TURMA E SERIE, <F>'
            DISPLAY 'PARA O AGING POR CONTA FAMILIA, <B> PARA A'
            DISPLAY 'RELACAO DE BLOQUEADOS, <L> PARA LIBERAR UM'
            DISPLAY 'BLOQUEIO (DIRECAO) OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'A'
                WHEN 'a'
                    PERFORM P2-AGING      THRU P2-AGING-FIM
                WHEN 'F'
                WHEN 'f'
                    PERFORM P7-AGING-FAMILIA
                            THRU P7-AGING-FAMILIA-FIM
                WHEN 'B'
                WHEN 'b'
                    PERFORM P5-BLOQUEADOS THRU P5-BLOQUEADOS-FIM
            COMPUTE WS-VL-DEVIDO = VL-MENSALIDADE - VL-DESCONTO
            END-COMPUTE
            ADD WS-VL-DEVIDO              TO WS-VL-TOTAL
            PERFORM P9-FAIXA-ATRASO       THRU P9-FAIXA-ATRASO-FIM

            MOVE ID-ALUNO-MEN             TO WS-ID-ALUNO-ATUAL
            PERFORM P4-TURMA-SERIE-ALUNO
            .
       P6-LIBERA-FIM.

      *CLASSIFICA AS COBRANCAS EM ABERTO NAS FAIXAS DE ATRASO E
      *TOTALIZA POR CONTA FAMILIA (CFP001S90/CFP001S91), PARA A
      *COBRANCA TRATAR OS IRMAOS DE UMA VEZ SO
       P7-AGING-FAMILIA.
            MOVE ZEROS                    TO WS-QT-FAMILIAS
                                             WS-QT-ABERTAS
                                             WS-VL-TOTAL
            MOVE SPACES                   TO WS-TAB-FAMILIAS
            SET FFL-OK                    TO TRUE
            OPEN INPUT FAMALUNO
            IF NOT FFL-OK
               DISPLAY 'NENHUMA CONTA FAMILIA CADASTRADA ATE O'
                       ' MOMENTO.'
               CLOSE FAMALUNO
               GO TO P7-AGING-FAMILIA-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            SET FME-OK                    TO TRUE
            OPEN INPUT MENSALIDADE
            IF NOT FME-OK
               DISPLAY 'NENHUMA MENSALIDADE GERADA ATE O MOMENTO.'
               CLOSE MENSALIDADE
               CLOSE FAMALUNO
               GO TO P7-AGING-FAMILIA-FIM
            END-IF

            PERFORM P8-CLASSIFICA-FAMILIA
                    THRU P8-CLASSIFICA-FAMILIA-FIM UNTIL EOF-OK
            CLOSE MENSALIDADE
            CLOSE FAMALUNO

            SET FFA-OK                    TO TRUE
            OPEN INPUT FAMILIA
            DISPLAY '*** AGING POR CONTA FAMILIA (VALORES EM ABERTO)'
                    ' ***'
            DISPLAY 'FAMILIA MENS.   ATE 30    31-60    61-90     +90'
            IF WS-QT-FAMILIAS GREATER THAN ZEROS
               PERFORM VARYING WS-IX-FAM FROM 1 BY 1
                       UNTIL WS-IX-FAM GREATER THAN WS-QT-FAMILIAS
                   DISPLAY WS-FAM-ID(WS-IX-FAM) ' '
                           WS-FAM-QT(WS-IX-FAM) ' '
                           WS-FAM-FAIXA(WS-IX-FAM 1) ' '
                           WS-FAM-FAIXA(WS-IX-FAM 2) ' '
                           WS-FAM-FAIXA(WS-IX-FAM 3) ' '
                           WS-FAM-FAIXA(WS-IX-FAM 4)
                   IF WS-FAM-ID(WS-IX-FAM) EQUAL ZEROS
                      DISPLAY '      ALUNOS SEM CONTA FAMILIA'
                   ELSE
                      IF FFA-OK
                         MOVE WS-FAM-ID(WS-IX-FAM) TO ID-FAMILIA
                         READ FAMILIA
                             KEY IS ID-FAMILIA
                             INVALID KEY
                                 CONTINUE
                             NOT INVALID KEY
                                 DISPLAY '      RESPONSAVEL: '
                                         NM-RESP-FAM
                         END-READ
                      END-IF
                   END-IF
               END-PERFORM
            END-IF
            CLOSE FAMILIA

            DISPLAY 'COBRANCAS EM ABERTO: ' WS-QT-ABERTAS
                    ' TOTAL DEVIDO: ' WS-VL-TOTAL
            .
       P7-AGING-FAMILIA-FIM.

      *CLASSIFICA UMA COBRANCA EM ABERTO NA FAIXA DE ATRASO E
      *ACUMULA NO TOTAL DA FAMILIA DO ALUNO (FAMILIA ZERO SE NENHUMA)
       P8-CLASSIFICA-FAMILIA.
            READ MENSALIDADE NEXT RECORD
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P8-CLASSIFICA-FAMILIA-FIM
            END-READ

            IF ST-MENSALIDADE NOT EQUAL 'A'
               GO TO P8-CLASSIFICA-FAMILIA-FIM
            END-IF

            ADD 1                         TO WS-QT-ABERTAS
            COMPUTE WS-VL-DEVIDO = VL-MENSALIDADE - VL-DESCONTO
            END-COMPUTE
            ADD WS-VL-DEVIDO              TO WS-VL-TOTAL
            PERFORM P9-FAIXA-ATRASO       THRU P9-FAIXA-ATRASO-FIM

            MOVE ZEROS                    TO WS-ID-FAMILIA-ALUNO
            MOVE ID-ALUNO-MEN             TO ID-ALUNO-FAL
            READ FAMALUNO
                KEY IS ID-ALUNO-FAL
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ID-FAMILIA-FAL   TO WS-ID-FAMILIA-ALUNO
            END-READ

            MOVE ZEROS                    TO WS-IX-FAM-ACHADO
            IF WS-QT-FAMILIAS GREATER THAN ZEROS
               PERFORM VARYING WS-IX-FAM FROM 1 BY 1
                       UNTIL WS-IX-FAM GREATER THAN WS-QT-FAMILIAS
                   IF WS-FAM-ID(WS-IX-FAM) EQUAL WS-ID-FAMILIA-ALUNO
                      MOVE WS-IX-FAM      TO WS-IX-FAM-ACHADO
                   END-IF
               END-PERFORM
            END-IF
            IF WS-IX-FAM-ACHADO EQUAL ZEROS
               AND WS-QT-FAMILIAS LESS THAN 100
               ADD 1                      TO WS-QT-FAMILIAS
               MOVE WS-QT-FAMILIAS        TO WS-IX-FAM-ACHADO
               MOVE WS-ID-FAMILIA-ALUNO   TO WS-FAM-ID(WS-IX-FAM-ACHADO)
               MOVE ZEROS TO WS-FAM-QT(WS-IX-FAM-ACHADO)
               MOVE ZEROS TO WS-FAM-FAIXA(WS-IX-FAM-ACHADO 1)
               MOVE ZEROS TO WS-FAM-FAIXA(WS-IX-FAM-ACHADO 2)
               MOVE ZEROS TO WS-FAM-FAIXA(WS-IX-FAM-ACHADO 3)
               MOVE ZEROS TO WS-FAM-FAIXA(WS-IX-FAM-ACHADO 4)
            END-IF
            IF WS-IX-FAM-ACHADO GREATER THAN ZEROS
               ADD 1                      TO WS-FAM-QT(WS-IX-FAM-ACHADO)
               ADD WS-VL-DEVIDO
                   TO WS-FAM-FAIXA(WS-IX-FAM-ACHADO WS-FAIXA)
            END-IF
            .
       P8-CLASSIFICA-FAMILIA-FIM.

      *FAIXA DE ATRASO DA COBRANCA LIDA: 1 ATE 30, 2 DE 31 A 60,
      *3 DE 61 A 90 E 4 ACIMA DE 90 DIAS
       P9-FAIXA-ATRASO.
            COMPUTE WS-ANO-MEN = AAAAMM-MEN / 100
            END-COMPUTE
            COMPUTE WS-MES-MEN = AAAAMM-MEN - (WS-ANO-MEN * 100)
            END-COMPUTE
            COMPUTE WS-MESES-ATRASO =
                    (WS-ANO-HOJE - WS-ANO-MEN) * 12
                    + WS-MES-HOJE - WS-MES-MEN
            END-COMPUTE

            EVALUATE TRUE
                WHEN WS-MESES-ATRASO NOT GREATER THAN 1
                    MOVE 1                TO WS-FAIXA
                WHEN WS-MESES-ATRASO EQUAL 2
                    MOVE 2                TO WS-FAIXA
                WHEN WS-MESES-ATRASO EQUAL 3
                    MOVE 3                TO WS-FAIXA
                WHEN OTHER
                    MOVE 4                TO WS-FAIXA
            END-EVALUATE
            .
       P9-FAIXA-ATRASO-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

