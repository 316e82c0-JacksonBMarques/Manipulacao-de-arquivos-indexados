      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: emissao das carteirinhas estudantis (CFP001T12):
      *          seleciona os alunos ativos (CFP001S1) de uma turma ou
      *          da escola toda pelo roteiro (CFP001S14) e grava o
      *          arquivo de impressao das carteirinhas, com a validade
      *          no fim do ano letivo (ultimo bimestre do calendario
      *          CFP001S16, ou 31/12 se o ano nao tiver calendario).
      *          cada via emitida fica no registro de emissoes
      *          (CFP001S86); o aluno que ja tem carteirinha valida no
      *          ano nao recebe outra na emissao, e a segunda via por
      *          perda invalida a via anterior e conta como reposicao.
      *          situacao do aluno em branco vale como ativo.
      *          layout fixo de 100 posicoes:
      *            POS 001-005  CODIGO DO ALUNO      9(05)
      *            POS 006-025  NOME DO ALUNO        X(20)
      *            POS 026-028  CODIGO DA TURMA      9(03)
      *            POS 029-048  NOME DA TURMA        X(20)
      *            POS 049-050  CODIGO DA SERIE      9(02)
      *            POS 051-070  NOME DA SERIE        X(20)
      *            POS 071-078  DATA DE NASCIMENTO   AAAAMMDD
      *            POS 079-086  VALIDADE             AAAAMMDD
      *            POS 087-088  NUMERO DA VIA        9(02)
      *            POS 089-100  CODIGO DE BARRAS     9(12)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA EMISSAO DE CARTEIRINHAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTEIRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CARTEIRA ASSIGN TO WS-PATH-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CARTEIRA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCR.

                SELECT CARTEIRINHA ASSIGN TO WS-PATH-CARTEIRINHA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FCI.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT TURMALUNO ASSIGN TO WS-PATH-TURMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO6
                FILE STATUS IS WS-FTL.

                SELECT TURMA ASSIGN TO WS-PATH-TURMA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-TURMA
                FILE STATUS IS WS-FT.

                SELECT SERIE ASSIGN TO WS-PATH-SERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-SERIE
                FILE STATUS IS WS-FSE.

                SELECT CALENDARIO ASSIGN TO WS-PATH-CALENDARIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CALENDARIO
                FILE STATUS IS WS-FCL.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CARTEIRA.
          COPY CFPK0077.
       FD CARTEIRINHA.
       01 REG-CARTEIRINHA                 PIC X(100).
       FD ALUNO.
          COPY CFPK0001.
       FD TURMALUNO.
          COPY CFPK0011.
       FD TURMA.
          COPY CFPK0005.
       FD SERIE.
          COPY CFPK0023.
       FD CALENDARIO.
          COPY CFPK0012.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       77 WS-FCR                          PIC 99.
          88 FCR-OK                       VALUE 0.
       77 WS-FCI                          PIC 99.
          88 FCI-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FT                           PIC 99.
          88 FT-OK                        VALUE 0.
       77 WS-FSE                          PIC 99.
          88 FSE-OK                       VALUE 0.
       77 WS-FCL                          PIC 99.
          88 FCL-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
      *SELECAO INFORMADA
       77 WS-ID-TURMA-INF                 PIC 9(03) VALUE ZEROS.
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-ANO-INF                      PIC 9(04) VALUE ZEROS.
       77 WS-DT-VALIDADE                  PIC 9(08) VALUE ZEROS.
      *ALUNO CORRENTE E SUAS VIAS NO ANO LETIVO
       77 WS-ID-ALUNO-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-ID-TURMA-ATUAL               PIC 9(03) VALUE ZEROS.
       77 WS-MAX-VIA                      PIC 9(02) VALUE ZEROS.
       77 WS-VIA-VALIDA                   PIC 9(02) VALUE ZEROS.
       77 WS-NR-VIA                       PIC 9(02) VALUE ZEROS.
       77 WS-ST-EXIBE                     PIC X(09) VALUE SPACES.
      *TOTAIS DA EMISSAO E DA CONSULTA
       77 WS-QT-EMITIDAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-JA-EMITIDAS               PIC 9(05) VALUE ZEROS.
       77 WS-QT-INATIVOS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-VIAS                      PIC 9(03) VALUE ZEROS.
       77 WS-QT-REPOSICOES                PIC 9(03) VALUE ZEROS.
      *CODIGO DE BARRAS: BASE DE 11 DIGITOS E DIGITO VERIFICADOR
      *(PESOS 3 E 1 ALTERNADOS, MODULO 10)
       01 WS-CB-BASE                      PIC 9(11) VALUE ZEROS.
       01 WS-CB-BASE-R REDEFINES WS-CB-BASE.
          03 WS-CB-ANO                    PIC 9(04).
          03 WS-CB-ALUNO                  PIC 9(05).
          03 WS-CB-VIA                    PIC 9(02).
       01 WS-CB-DIGITOS REDEFINES WS-CB-BASE.
          03 WS-CB-DIG                    PIC 9(01) OCCURS 11 TIMES.
       77 WS-CB-IX                        PIC 9(02) VALUE ZEROS.
       77 WS-CB-PESO                      PIC 9(01) VALUE ZEROS.
       77 WS-CB-SOMA                      PIC 9(04) VALUE ZEROS.
       77 WS-CB-QUOC                      PIC 9(04) VALUE ZEROS.
       77 WS-CB-RESTO                     PIC 9(02) VALUE ZEROS.
       77 WS-CB-DV                        PIC 9(01) VALUE ZEROS.
       01 WS-CB-CODIGO                    PIC 9(12) VALUE ZEROS.
       01 WS-CB-CODIGO-R REDEFINES WS-CB-CODIGO.
          03 WS-CB-COD-BASE               PIC 9(11).
          03 WS-CB-COD-DV                 PIC 9(01).
      *LINHA DO ARQUIVO DE CARTEIRINHAS (LAYOUT FIXO DE 100 POSICOES)
       01 WS-CRT-LINHA.
          03 WS-CL-ALUNO                  PIC 9(05) VALUE ZEROS.
          03 WS-CL-NM-ALUNO               PIC X(20) VALUE SPACES.
          03 WS-CL-TURMA                  PIC 9(03) VALUE ZEROS.
          03 WS-CL-NM-TURMA               PIC X(20) VALUE SPACES.
          03 WS-CL-SERIE                  PIC 9(02) VALUE ZEROS.
          03 WS-CL-NM-SERIE               PIC X(20) VALUE SPACES.
          03 WS-CL-NASCIMENTO             PIC 9(08) VALUE ZEROS.
          03 WS-CL-VALIDADE               PIC 9(08) VALUE ZEROS.
          03 WS-CL-VIA                    PIC 9(02) VALUE ZEROS.
          03 WS-CL-BARRAS                 PIC 9(12) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** CARTEIRINHAS ESTUDANTIS ***'
            DISPLAY 'TECLE <E> PARA EMITIR, <V> PARA A SEGUNDA VIA,'
            DISPLAY '<C> PARA CONSULTAR AS VIAS DE UM ALUNO OU <S>'
            DISPLAY 'PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'E'
                WHEN 'e'
                    PERFORM P2-EMITE      THRU P2-EMITE-FIM
                WHEN 'V'
                WHEN 'v'
                    PERFORM P5-SEGUNDA-VIA
                            THRU P5-SEGUNDA-VIA-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P6-CONSULTA   THRU P6-CONSULTA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *EMITE AS CARTEIRINHAS DOS ALUNOS ATIVOS DE UMA TURMA (OU DA
      *ESCOLA TODA) QUE AINDA NAO TEM VIA VALIDA NO ANO LETIVO
       P2-EMITE.
            DISPLAY 'Informe o ano letivo (0 = ano corrente): '
            ACCEPT WS-ANO-INF
            IF WS-ANO-INF EQUAL ZEROS
               COMPUTE WS-ANO-INF = WS-DATA-HOJE / 10000
               END-COMPUTE
            END-IF
            DISPLAY 'Informe a turma (0 = escola toda): '
            ACCEPT WS-ID-TURMA-INF

            PERFORM P8-VALIDADE           THRU P8-VALIDADE-FIM
            DISPLAY 'VALIDADE DAS CARTEIRINHAS: ' WS-DT-VALIDADE

            PERFORM P10-ABRE-CARTEIRA     THRU P10-ABRE-CARTEIRA-FIM
            IF NOT FCR-OK
               GO TO P2-EMITE-FIM
            END-IF

            SET FTL-OK                    TO TRUE
            OPEN INPUT TURMALUNO
            IF NOT FTL-OK
               DISPLAY 'NENHUM ALUNO NO ROTEIRO DAS TURMAS.'
               CLOSE TURMALUNO
               CLOSE CARTEIRA
               GO TO P2-EMITE-FIM
            END-IF

            SET FCI-OK                    TO TRUE
            OPEN OUTPUT CARTEIRINHA
            IF NOT FCI-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARTEIRINHAS'
               MOVE WS-FCI TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCI ' - ' WS-FS-MSG
               CLOSE CARTEIRINHA
               CLOSE TURMALUNO
               CLOSE CARTEIRA
               GO TO P2-EMITE-FIM
            END-IF

            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF NOT FLS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               CLOSE ALUNO
               CLOSE CARTEIRINHA
               CLOSE TURMALUNO
               CLOSE CARTEIRA
               GO TO P2-EMITE-FIM
            END-IF
            OPEN INPUT TURMA
            OPEN INPUT SERIE

            MOVE ZEROS                    TO WS-QT-EMITIDAS
                                             WS-QT-JA-EMITIDAS
                                             WS-QT-INATIVOS
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ TURMALUNO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF WS-ID-TURMA-INF EQUAL ZEROS OR
                           ID-TURMA6 EQUAL WS-ID-TURMA-INF
                           MOVE ID-ALUNO6 TO WS-ID-ALUNO-ATUAL
                           MOVE ID-TURMA6 TO WS-ID-TURMA-ATUAL
                           PERFORM P3-EMITE-ALUNO
                                   THRU P3-EMITE-ALUNO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE SERIE
            CLOSE TURMA
            CLOSE ALUNO
            CLOSE CARTEIRINHA
            CLOSE TURMALUNO
            CLOSE CARTEIRA

            DISPLAY 'CARTEIRINHAS EMITIDAS      : ' WS-QT-EMITIDAS
            DISPLAY 'JA COM VIA VALIDA NO ANO   : ' WS-QT-JA-EMITIDAS
            DISPLAY 'ALUNOS NAO ATIVOS IGNORADOS: ' WS-QT-INATIVOS

            MOVE 'CARTEIRA'               TO WS-AUD-PROGRAMA
            MOVE 'EMISSAO'                TO WS-AUD-OPERACAO
            STRING 'ANO ' WS-ANO-INF ' TURMA ' WS-ID-TURMA-INF
                   ' EMITIDAS ' WS-QT-EMITIDAS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-EMITE-FIM.

      *EMITE A PRIMEIRA VIA DO ALUNO CORRENTE DO ROTEIRO, SE ELE ESTA
      *ATIVO E AINDA NAO TEM CARTEIRINHA VALIDA NO ANO LETIVO
       P3-EMITE-ALUNO.
            MOVE WS-ID-ALUNO-ATUAL        TO ID-ALUNO
            READ ALUNO
                INVALID KEY
                    ADD 1                 TO WS-QT-INATIVOS
                    GO TO P3-EMITE-ALUNO-FIM
            END-READ
            IF ST-ALUNO NOT EQUAL 'A' AND ST-ALUNO NOT EQUAL SPACES
               ADD 1                      TO WS-QT-INATIVOS
               GO TO P3-EMITE-ALUNO-FIM
            END-IF

            PERFORM P7-VIAS-DO-ALUNO      THRU P7-VIAS-DO-ALUNO-FIM
            IF WS-VIA-VALIDA GREATER THAN ZEROS
               ADD 1                      TO WS-QT-JA-EMITIDAS
               GO TO P3-EMITE-ALUNO-FIM
            END-IF

            COMPUTE WS-NR-VIA = WS-MAX-VIA + 1
            END-COMPUTE
            PERFORM P4-GRAVA-VIA          THRU P4-GRAVA-VIA-FIM
            .
       P3-EMITE-ALUNO-FIM.

      *GRAVA A VIA WS-NR-VIA DO ALUNO CORRENTE NO REGISTRO DE EMISSOES
      *E A LINHA DA CARTEIRINHA NO ARQUIVO DE IMPRESSAO (ALUNO, TURMA
      *E SERIE JA ABERTOS E O REGISTRO DO ALUNO JA LIDO)
       P4-GRAVA-VIA.
            MOVE SPACES                   TO WS-CRT-LINHA
            MOVE ZEROS                    TO WS-CL-SERIE
            MOVE WS-ID-TURMA-ATUAL        TO ID-TURMA
            READ TURMA
                INVALID KEY
                    MOVE SPACES           TO NM-TURMA
                    MOVE ZEROS            TO ID-SERIE-TURMA
            END-READ
            MOVE NM-TURMA                 TO WS-CL-NM-TURMA
            IF ID-SERIE-TURMA GREATER THAN ZEROS
               MOVE ID-SERIE-TURMA        TO ID-SERIE
               READ SERIE
                   INVALID KEY
                       MOVE SPACES        TO NM-SERIE
               END-READ
               MOVE ID-SERIE-TURMA        TO WS-CL-SERIE
               MOVE NM-SERIE              TO WS-CL-NM-SERIE
            END-IF

            MOVE WS-ANO-INF               TO WS-CB-ANO
            MOVE WS-ID-ALUNO-ATUAL        TO WS-CB-ALUNO
            MOVE WS-NR-VIA                TO WS-CB-VIA
            PERFORM P9-CODIGO-BARRAS      THRU P9-CODIGO-BARRAS-FIM

            MOVE WS-ID-ALUNO-ATUAL        TO ID-ALUNO-CRT
            MOVE WS-ANO-INF               TO ANO-LETIVO-CRT
            MOVE WS-NR-VIA                TO NR-VIA-CRT
            MOVE WS-ID-TURMA-ATUAL        TO ID-TURMA-CRT
            MOVE WS-DATA-HOJE             TO DT-EMISSAO-CRT
            MOVE WS-DT-VALIDADE           TO DT-VALIDADE-CRT
            MOVE WS-CB-CODIGO             TO CD-BARRAS-CRT
            MOVE 'V'                      TO ST-CARTEIRA
            MOVE ZEROS                    TO DT-INVALIDA-CRT
            MOVE LK-OPERADOR              TO OP-CARTEIRA
            WRITE REG-CARTEIRA
                INVALID KEY
                    DISPLAY 'ERRO AO REGISTRAR A VIA ' WS-NR-VIA
                            ' DO ALUNO ' WS-ID-ALUNO-ATUAL
                    GO TO P4-GRAVA-VIA-FIM
            END-WRITE

            MOVE WS-ID-ALUNO-ATUAL        TO WS-CL-ALUNO
            MOVE NM-ALUNO                 TO WS-CL-NM-ALUNO
            MOVE WS-ID-TURMA-ATUAL        TO WS-CL-TURMA
            MOVE DT-NASCIMENTO            TO WS-CL-NASCIMENTO
            MOVE WS-DT-VALIDADE           TO WS-CL-VALIDADE
            MOVE WS-NR-VIA                TO WS-CL-VIA
            MOVE WS-CB-CODIGO             TO WS-CL-BARRAS
            MOVE WS-CRT-LINHA             TO REG-CARTEIRINHA
            WRITE REG-CARTEIRINHA
            ADD 1                         TO WS-QT-EMITIDAS
            .
       P4-GRAVA-VIA-FIM.

      *SEGUNDA VIA POR PERDA: INVALIDA A VIA VALIDA DO ANO E EMITE A
      *VIA SEGUINTE NO ARQUIVO DE IMPRESSAO
       P5-SEGUNDA-VIA.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF
            DISPLAY 'Informe o ano letivo (0 = ano corrente): '
            ACCEPT WS-ANO-INF
            IF WS-ANO-INF EQUAL ZEROS
               COMPUTE WS-ANO-INF = WS-DATA-HOJE / 10000
               END-COMPUTE
            END-IF

            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF NOT FLS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               CLOSE ALUNO
               GO TO P5-SEGUNDA-VIA-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO
            READ ALUNO
                INVALID KEY
                    DISPLAY 'ALUNO NAO CADASTRADO!'
                    CLOSE ALUNO
                    GO TO P5-SEGUNDA-VIA-FIM
            END-READ
            IF ST-ALUNO NOT EQUAL 'A' AND ST-ALUNO NOT EQUAL SPACES
               DISPLAY 'ALUNO NAO ESTA ATIVO - SITUACAO ' ST-ALUNO '.'
               CLOSE ALUNO
               GO TO P5-SEGUNDA-VIA-FIM
            END-IF
            DISPLAY 'ALUNO: ' FUNCTION TRIM(NM-ALUNO)

            PERFORM P11-TURMA-DO-ALUNO    THRU P11-TURMA-DO-ALUNO-FIM
            IF WS-ID-TURMA-ATUAL EQUAL ZEROS
               DISPLAY 'ALUNO SEM TURMA NO ROTEIRO.'
               CLOSE ALUNO
               GO TO P5-SEGUNDA-VIA-FIM
            END-IF

            PERFORM P10-ABRE-CARTEIRA     THRU P10-ABRE-CARTEIRA-FIM
            IF NOT FCR-OK
               CLOSE ALUNO
               GO TO P5-SEGUNDA-VIA-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO WS-ID-ALUNO-ATUAL
            PERFORM P7-VIAS-DO-ALUNO      THRU P7-VIAS-DO-ALUNO-FIM
            IF WS-MAX-VIA EQUAL ZEROS
               DISPLAY 'ALUNO SEM CARTEIRINHA NO ANO ' WS-ANO-INF
                       ' - USE A EMISSAO.'
               CLOSE CARTEIRA
               CLOSE ALUNO
               GO TO P5-SEGUNDA-VIA-FIM
            END-IF
            IF WS-MAX-VIA EQUAL 99
               DISPLAY 'LIMITE DE VIAS DO ANO ATINGIDO.'
               CLOSE CARTEIRA
               CLOSE ALUNO
               GO TO P5-SEGUNDA-VIA-FIM
            END-IF

            DISPLAY 'VIAS JA EMITIDAS NO ANO: ' WS-MAX-VIA
            DISPLAY 'Confirma a emissao de nova via (S/N)? '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT EQUAL 'S' AND WS-RESPOSTA NOT EQUAL 's'
               DISPLAY 'SEGUNDA VIA CANCELADA.'
               CLOSE CARTEIRA
               CLOSE ALUNO
               GO TO P5-SEGUNDA-VIA-FIM
            END-IF

            IF WS-VIA-VALIDA GREATER THAN ZEROS
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO-CRT
               MOVE WS-ANO-INF            TO ANO-LETIVO-CRT
               MOVE WS-VIA-VALIDA         TO NR-VIA-CRT
               READ CARTEIRA
                   KEY IS ID-CARTEIRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'I'           TO ST-CARTEIRA
                       MOVE WS-DATA-HOJE  TO DT-INVALIDA-CRT
                       MOVE LK-OPERADOR   TO OP-CARTEIRA
                       REWRITE REG-CARTEIRA
                           INVALID KEY
                               DISPLAY 'ERRO AO INVALIDAR A VIA '
                                       WS-VIA-VALIDA
                       END-REWRITE
               END-READ
            END-IF

            SET FCI-OK                    TO TRUE
            OPEN OUTPUT CARTEIRINHA
            IF NOT FCI-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARTEIRINHAS'
               MOVE WS-FCI TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCI ' - ' WS-FS-MSG
               CLOSE CARTEIRINHA
               CLOSE CARTEIRA
               CLOSE ALUNO
               GO TO P5-SEGUNDA-VIA-FIM
            END-IF

            PERFORM P8-VALIDADE           THRU P8-VALIDADE-FIM
            OPEN INPUT TURMA
            OPEN INPUT SERIE
            MOVE ZEROS                    TO WS-QT-EMITIDAS
            COMPUTE WS-NR-VIA = WS-MAX-VIA + 1
            END-COMPUTE
            PERFORM P4-GRAVA-VIA          THRU P4-GRAVA-VIA-FIM
            CLOSE SERIE
            CLOSE TURMA
            CLOSE CARTEIRINHA
            CLOSE CARTEIRA
            CLOSE ALUNO

            IF WS-QT-EMITIDAS GREATER THAN ZEROS
               DISPLAY 'VIA ' WS-NR-VIA ' EMITIDA NO ARQUIVO DE'
                       ' CARTEIRINHAS.'
               IF WS-VIA-VALIDA GREATER THAN ZEROS
                  DISPLAY 'VIA ' WS-VIA-VALIDA ' INVALIDADA.'
               END-IF
               MOVE 'CARTEIRA'            TO WS-AUD-PROGRAMA
               MOVE '2A VIA'              TO WS-AUD-OPERACAO
               STRING 'ALUNO ' WS-ID-ALUNO-INF ' ANO ' WS-ANO-INF
                      ' VIA ' WS-NR-VIA
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA
                       THRU A9-GRAVA-AUDITORIA-FIM
            END-IF
            .
       P5-SEGUNDA-VIA-FIM.

      *CONSULTA TODAS AS VIAS EMITIDAS PARA UM ALUNO, COM O TOTAL DE
      *REPOSICOES (VIAS ALEM DA PRIMEIRA DE CADA ANO)
       P6-CONSULTA.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF

            SET FCR-OK                    TO TRUE
            OPEN INPUT CARTEIRA
            IF NOT FCR-OK
               DISPLAY 'NENHUMA CARTEIRINHA EMITIDA ATE O MOMENTO.'
               CLOSE CARTEIRA
               GO TO P6-CONSULTA-FIM
            END-IF

            MOVE ZEROS                    TO WS-QT-VIAS
                                             WS-QT-REPOSICOES
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-CRT
            MOVE ZEROS                    TO ANO-LETIVO-CRT
                                             NR-VIA-CRT
            SET EOF-OK                    TO FALSE
            START CARTEIRA KEY IS NOT LESS THAN ID-CARTEIRA
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START

            DISPLAY 'ANO  VIA EMISSAO  VALIDADE SITUACAO  CODIGO'
            PERFORM UNTIL EOF-OK
                READ CARTEIRA NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CRT NOT EQUAL WS-ID-ALUNO-INF
                           SET EOF-OK     TO TRUE
                        ELSE
                           ADD 1          TO WS-QT-VIAS
                           IF NR-VIA-CRT GREATER THAN 1
                              ADD 1       TO WS-QT-REPOSICOES
                           END-IF
                           IF ST-CARTEIRA EQUAL 'V'
                              MOVE 'VALIDA'    TO WS-ST-EXIBE
                           ELSE
                              MOVE 'INVALIDA'  TO WS-ST-EXIBE
                           END-IF
                           DISPLAY ANO-LETIVO-CRT ' ' NR-VIA-CRT
                                   '  ' DT-EMISSAO-CRT ' '
                                   DT-VALIDADE-CRT ' ' WS-ST-EXIBE
                                   ' ' CD-BARRAS-CRT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CARTEIRA

            IF WS-QT-VIAS EQUAL ZEROS
               DISPLAY 'NENHUMA CARTEIRINHA EMITIDA PARA O ALUNO.'
            ELSE
               DISPLAY 'VIAS EMITIDAS: ' WS-QT-VIAS
                       '  REPOSICOES (2A VIA): ' WS-QT-REPOSICOES
            END-IF
            .
       P6-CONSULTA-FIM.

      *LOCALIZA AS VIAS DO ALUNO CORRENTE NO ANO LETIVO INFORMADO: A
      *MAIOR VIA EMITIDA E A VIA AINDA VALIDA (ZERO SE NAO HOUVER)
       P7-VIAS-DO-ALUNO.
            MOVE ZEROS                    TO WS-MAX-VIA
                                             WS-VIA-VALIDA
            MOVE WS-ID-ALUNO-ATUAL        TO ID-ALUNO-CRT
            MOVE WS-ANO-INF               TO ANO-LETIVO-CRT
            MOVE ZEROS                    TO NR-VIA-CRT
            SET EOF2-OK                   TO FALSE
            START CARTEIRA KEY IS NOT LESS THAN ID-CARTEIRA
                INVALID KEY
                    SET EOF2-OK           TO TRUE
            END-START

            PERFORM UNTIL EOF2-OK
                READ CARTEIRA NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ID-ALUNO-CRT NOT EQUAL WS-ID-ALUNO-ATUAL OR
                           ANO-LETIVO-CRT NOT EQUAL WS-ANO-INF
                           SET EOF2-OK    TO TRUE
                        ELSE
                           MOVE NR-VIA-CRT TO WS-MAX-VIA
                           IF ST-CARTEIRA EQUAL 'V'
                              MOVE NR-VIA-CRT TO WS-VIA-VALIDA
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
       P7-VIAS-DO-ALUNO-FIM.

      *VALIDADE DA CARTEIRINHA: FIM DO ULTIMO BIMESTRE DO ANO LETIVO
      *NO CALENDARIO ESCOLAR, OU 31/12 DO ANO SE NAO HOUVER CALENDARIO
       P8-VALIDADE.
            MOVE ZEROS                    TO WS-DT-VALIDADE
            SET FCL-OK                    TO TRUE
            OPEN INPUT CALENDARIO
            IF FCL-OK
               MOVE WS-ANO-INF            TO ANO-LETIVO-CAL
               MOVE ZEROS                 TO NR-BIMESTRE-CAL
               SET EOF2-OK                TO FALSE
               START CALENDARIO KEY IS NOT LESS THAN ID-CALENDARIO
                   INVALID KEY
                       SET EOF2-OK        TO TRUE
               END-START
               PERFORM UNTIL EOF2-OK
                   READ CALENDARIO NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ANO-LETIVO-CAL NOT EQUAL WS-ANO-INF
                              SET EOF2-OK TO TRUE
                           ELSE
                              IF DT-FIM-BIM GREATER THAN
                                 WS-DT-VALIDADE
                                 MOVE DT-FIM-BIM TO WS-DT-VALIDADE
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE CALENDARIO

            IF WS-DT-VALIDADE EQUAL ZEROS
               COMPUTE WS-DT-VALIDADE = WS-ANO-INF * 10000 + 1231
               END-COMPUTE
            END-IF
            .
       P8-VALIDADE-FIM.

      *CODIGO DE BARRAS DA VIA: ANO + ALUNO + VIA (WS-CB-BASE) E O
      *DIGITO VERIFICADOR MODULO 10 COM PESOS 3 E 1 ALTERNADOS
       P9-CODIGO-BARRAS.
            MOVE ZEROS                    TO WS-CB-SOMA
            PERFORM VARYING WS-CB-IX FROM 1 BY 1
                    UNTIL WS-CB-IX GREATER THAN 11
                DIVIDE WS-CB-IX BY 2 GIVING WS-CB-QUOC
                       REMAINDER WS-CB-RESTO
                IF WS-CB-RESTO EQUAL 1
                   MOVE 3                 TO WS-CB-PESO
                ELSE
                   MOVE 1                 TO WS-CB-PESO
                END-IF
                COMPUTE WS-CB-SOMA = WS-CB-SOMA
                        + WS-CB-DIG(WS-CB-IX) * WS-CB-PESO
                END-COMPUTE
            END-PERFORM

            DIVIDE WS-CB-SOMA BY 10 GIVING WS-CB-QUOC
                   REMAINDER WS-CB-RESTO
            IF WS-CB-RESTO EQUAL ZEROS
               MOVE ZEROS                 TO WS-CB-DV
            ELSE
               COMPUTE WS-CB-DV = 10 - WS-CB-RESTO
               END-COMPUTE
            END-IF

            MOVE WS-CB-BASE               TO WS-CB-COD-BASE
            MOVE WS-CB-DV                 TO WS-CB-COD-DV
            .
       P9-CODIGO-BARRAS-FIM.

      *ABRE O REGISTRO DE EMISSOES, CRIANDO-O SE NAO EXISTIR
       P10-ABRE-CARTEIRA.
            SET FCR-OK                    TO TRUE
            OPEN I-O CARTEIRA
            IF WS-FCR EQUAL 35
                 CLOSE CARTEIRA
                 OPEN OUTPUT CARTEIRA
                 CLOSE CARTEIRA
                 OPEN I-O CARTEIRA
            END-IF
            IF NOT FCR-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE CARTEIRINHAS'
               MOVE WS-FCR TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCR ' - ' WS-FS-MSG
               CLOSE CARTEIRA
            END-IF
            .
       P10-ABRE-CARTEIRA-FIM.

      *LOCALIZA A TURMA DO ALUNO INFORMADO PELO ROTEIRO
       P11-TURMA-DO-ALUNO.
            MOVE ZEROS                    TO WS-ID-TURMA-ATUAL
            SET EOF2-OK                   TO FALSE
            SET FTL-OK                    TO TRUE
            OPEN INPUT TURMALUNO
            IF FTL-OK
               PERFORM UNTIL EOF2-OK
                   READ TURMALUNO NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO6 EQUAL WS-ID-ALUNO-INF
                              MOVE ID-TURMA6 TO WS-ID-TURMA-ATUAL
                              SET EOF2-OK    TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TURMALUNO
            .
       P11-TURMA-DO-ALUNO-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM CARTEIRA.
