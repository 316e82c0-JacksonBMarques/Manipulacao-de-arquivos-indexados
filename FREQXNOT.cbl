      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: cruzamento de frequencia com desempenho: junta o
      *          percentual de frequencia (CFP001S7) com a media e a
      *          situacao (CFP001S3) de cada aluno/materia do ano
      *          letivo e monta o quadro faixa de frequencia x faixa
      *          de nota (conceitos A a D), com a media das notas e as
      *          reprovacoes em cada faixa de frequencia, por materia,
      *          por turma e na escola. aponta as materias em que as
      *          reprovacoes de alunos com frequencia regular (no
      *          minimo legal ou acima) predominam - sinal de problema
      *          de ensino, e nao de falta. emite no arquivo de
      *          impressao geral (CFP001T2.LST)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO CRUZAMENTO FREQUENCIA X NOTA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREQXNOT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT APROVACAO ASSIGN TO WS-PATH-SITUACAO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO
                ALTERNATE RECORD KEY IS ID-ALUNO1
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS ID-MATERIA1
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT FREQUENCIA ASSIGN TO WS-PATH-FREQUENCIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO4
                ALTERNATE RECORD KEY IS ID-ALUNO4
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS ID-MATERIA4
                    WITH DUPLICATES
                FILE STATUS IS WS-FQ.

                SELECT TURMALUNO ASSIGN TO WS-PATH-TURMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO6
                FILE STATUS IS WS-FTL.

                SELECT PARAMETRO ASSIGN TO WS-PATH-PARAMETRO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PARAMETRO
                FILE STATUS IS WS-FPA.

      * VERSAO DOS PARAMETROS EFETIVA PARA O ANO ANALISADO
                SELECT PARAMANO ASSIGN TO WS-PATH-PARAMANO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ANO-PARAM
                FILE STATUS IS WS-FPY.

                SELECT IMPREL ASSIGN TO WS-PATH-IMPREL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

                SELECT SPLORIG ASSIGN TO WS-SPL-ORIGEM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SPL-FS.

                SELECT SPLARQ ASSIGN TO WS-SPL-DESTINO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SPL-FA.

                SELECT SPOOL ASSIGN TO WS-PATH-SPOOL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SPOOL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-SPL-FQ.

       DATA DIVISION.
       FILE SECTION.
       FD APROVACAO.
          COPY CFPK0003.
       FD FREQUENCIA.
          COPY CFPK0007.
       FD TURMALUNO.
          COPY CFPK0011.
       FD PARAMETRO.
          COPY CFPK0025.
       FD PARAMANO.
          COPY CFPK0059.
       FD IMPREL.
       01 REG-IMPREL                      PIC X(80).
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD SPLORIG.
       01 REG-SPLORIG                     PIC X(250).
       FD SPLARQ.
       01 REG-SPLARQ                      PIC X(250).
       FD SPOOL.
          COPY CFPK0100.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY SPLVARS.
       COPY AUDITVARS.
       77 WS-FS                           PIC 99.
          88 FS-OK                        VALUE 0.
       77 WS-FQ                           PIC 99.
          88 FQ-OK                        VALUE 0.
       77 WS-FTL                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FPA                          PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FPY                          PIC 99.
          88 FPY-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-ANO-INF                      PIC 9(04) VALUE ZEROS.
      *CORTES DAS FAIXAS: FREQUENCIA (MINIMO LEGAL, 85% E 95%) E
      *NOTA (CORTES DOS CONCEITOS A/B/C DOS PARAMETROS)
       77 WS-PC-MINIMO                    PIC 9(03)V9(02) VALUE 75.
       77 WS-PC-FAIXA-2                   PIC 9(03)V9(02) VALUE 85.
       77 WS-PC-FAIXA-3                   PIC 9(03)V9(02) VALUE 95.
       77 WS-CORTE-A                      PIC 9(03) VALUE 90.
       77 WS-CORTE-B                      PIC 9(03) VALUE 70.
       77 WS-CORTE-C                      PIC 9(03) VALUE 50.
      *ROTEIRO ALUNO/TURMA CARREGADO EM MEMORIA
       77 WS-QT-ROTEIRO                   PIC 9(04) VALUE ZEROS.
       01 WS-TAB-ROTEIRO.
          03 WS-RT-ITEM OCCURS 3000 TIMES.
             05 WS-RT-ALUNO               PIC 9(05).
             05 WS-RT-TURMA               PIC 9(03).
       77 WS-IX-RT                        PIC 9(04) VALUE ZEROS.
      *QUADRO FAIXA DE FREQUENCIA (1 A 4) X CONCEITO (1=A ... 4=D),
      *COM A SOMA DAS MEDIAS E AS REPROVACOES DE CADA FAIXA DE
      *FREQUENCIA. O MESMO LEIAUTE SERVE A MATERIA, TURMA E ESCOLA
       77 WS-QT-MATERIAS                  PIC 9(03) VALUE ZEROS.
       01 WS-TAB-MATERIAS.
          03 WS-MT-ITEM OCCURS 200 TIMES.
             05 WS-MT-ID                  PIC 9(05).
             05 WS-MT-NOME                PIC X(20).
             05 WS-MT-SEM-FREQ            PIC 9(05).
             05 WS-MT-ESTAT.
                07 WS-MT-FAIXA OCCURS 4 TIMES.
                   09 WS-MT-QT-CONC       PIC 9(05) OCCURS 4 TIMES.
                   09 WS-MT-SOMA-MD       PIC 9(07)V9(02).
                   09 WS-MT-REPROV        PIC 9(05).
       77 WS-IX-MT                        PIC 9(03) VALUE ZEROS.
       77 WS-QT-TURMAS                    PIC 9(03) VALUE ZEROS.
       01 WS-TAB-TURMAS.
          03 WS-TU-ITEM OCCURS 100 TIMES.
             05 WS-TU-ID                  PIC 9(03).
             05 WS-TU-SEM-FREQ            PIC 9(05).
             05 WS-TU-ESTAT.
                07 WS-TU-FAIXA OCCURS 4 TIMES.
                   09 WS-TU-QT-CONC       PIC 9(05) OCCURS 4 TIMES.
                   09 WS-TU-SOMA-MD       PIC 9(07)V9(02).
                   09 WS-TU-REPROV        PIC 9(05).
       77 WS-IX-TU                        PIC 9(03) VALUE ZEROS.
       77 WS-ES-SEM-FREQ                  PIC 9(05) VALUE ZEROS.
       01 WS-ES-ESTAT.
          03 WS-ES-FAIXA OCCURS 4 TIMES.
             05 WS-ES-QT-CONC             PIC 9(05) OCCURS 4 TIMES.
             05 WS-ES-SOMA-MD             PIC 9(07)V9(02).
             05 WS-ES-REPROV              PIC 9(05).
      *QUADRO EM IMPRESSAO
       01 WS-WK-ESTAT.
          03 WS-WK-FAIXA OCCURS 4 TIMES.
             05 WS-WK-QT-CONC             PIC 9(05) OCCURS 4 TIMES.
             05 WS-WK-SOMA-MD             PIC 9(07)V9(02).
             05 WS-WK-REPROV              PIC 9(05).
       77 WS-WK-SEM-FREQ                  PIC 9(05) VALUE ZEROS.
      *LANCAMENTO CORRENTE
       77 WS-PC-ALUNO                     PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-ACHOU-FREQ                   PIC X VALUE 'N'.
          88 ACHOU-FREQ                   VALUE 'S'.
       77 WS-IX-FX                        PIC 9(01) VALUE ZEROS.
       77 WS-IX-CC                        PIC 9(01) VALUE ZEROS.
       77 WS-REPROVADO                    PIC X VALUE 'N'.
          88 REPROVADO                    VALUE 'S' FALSE 'N'.
       77 WS-ID-TURMA-ALUNO               PIC 9(03) VALUE ZEROS.
      *APURACAO DO QUADRO IMPRESSO
       77 WS-QT-LINHA                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-TOTAL                     PIC 9(05) VALUE ZEROS.
       77 WS-MD-FAIXA                     PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-REPROV-REGULAR               PIC 9(05) VALUE ZEROS.
       77 WS-REPROV-BAIXA                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-ALERTAS                   PIC 9(03) VALUE ZEROS.
       77 WS-ALERTA                       PIC X VALUE 'N'.
          88 ALERTA-ENSINO                VALUE 'S' FALSE 'N'.
       01 WS-ROTULOS-FAIXA.
          03 WS-ROT-FAIXA                 PIC X(14) OCCURS 4 TIMES.
       77 WS-LINHA-FXN                    PIC X(80) VALUE SPACES.
       77 WS-TITULO-QUADRO                PIC X(60) VALUE SPACES.
       01 WS-ED-CONC.
          03 WS-ED-QT-CONC                PIC ZZZZ9 OCCURS 4 TIMES.
       77 WS-ED-QT1                       PIC ZZZZ9.
       77 WS-ED-QT2                       PIC ZZZZ9.
       77 WS-ED-QT3                       PIC ZZZZ9.
       77 WS-ED-MD                        PIC Z9,99.
       77 WS-ED-PC1                       PIC ZZ9,99.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
            SET EXIT-OK                   TO FALSE
            PERFORM P1-CRUZAMENTO         THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-CRUZAMENTO.
            DISPLAY '*** FREQUENCIA X DESEMPENHO ***'
            DISPLAY 'Informe o ano letivo (AAAA): '
            ACCEPT WS-ANO-INF
            PERFORM P2-LE-PARAMETROS      THRU P2-LE-PARAMETROS-FIM
            PERFORM P3-CARREGA-ROTEIRO    THRU P3-CARREGA-ROTEIRO-FIM

            INITIALIZE WS-TAB-MATERIAS
                       WS-TAB-TURMAS
                       WS-ES-ESTAT
            MOVE ZEROS                    TO WS-QT-MATERIAS
                                             WS-QT-TURMAS
                                             WS-ES-SEM-FREQ
                                             WS-QT-ALERTAS

            SET EOF-OK                    TO FALSE
            SET FS-OK                     TO TRUE
            OPEN INPUT APROVACAO
            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE SITUACOES'
               MOVE WS-FS TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               CLOSE APROVACAO
               GO TO P1-ENCERRA
            END-IF
            PERFORM UNTIL EOF-OK
                READ APROVACAO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ANO-LETIVO EQUAL WS-ANO-INF
                           PERFORM P4-ACUMULA
                                   THRU P4-ACUMULA-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE APROVACAO

            IF WS-QT-MATERIAS EQUAL ZEROS
               DISPLAY 'NENHUMA SITUACAO LANCADA NO ANO ' WS-ANO-INF
                       '.'
               GO TO P1-ENCERRA
            END-IF

            PERFORM P8-IMPRIME            THRU P8-IMPRIME-FIM

            MOVE 'FREQXNOT'               TO WS-AUD-PROGRAMA
            MOVE 'RELATORIO'              TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ANO ' WS-ANO-INF ' MATERIAS ' WS-QT-MATERIAS
                   ' ALERTAS ' WS-QT-ALERTAS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P1-ENCERRA.
            DISPLAY
              'TECLE: '
              '<QUALQUER TECLA> para continuar ou <F> para finalizar.'
              ACCEPT WS-EXIT
              IF WS-EXIT = 'f'
                       MOVE 'F'       TO WS-EXIT
              END-IF
            .
       P1-FIM.

      *LE A FREQUENCIA MINIMA E OS CORTES DOS CONCEITOS DO ARQUIVO
      *CENTRAL DE PARAMETROS, SOBREPOSTOS PELA VERSAO DO ANO ANALISADO
      *(CFP001S68) QUANDO GRAVADA
       P2-LE-PARAMETROS.
            SET FPA-OK                    TO TRUE
            OPEN INPUT PARAMETRO
            IF FPA-OK
               MOVE 1                     TO ID-PARAMETRO
               READ PARAMETRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PC-FREQ-MINIMA TO WS-PC-MINIMO
                       MOVE NT-CONCEITO-A  TO WS-CORTE-A
                       MOVE NT-CONCEITO-B  TO WS-CORTE-B
                       MOVE NT-CONCEITO-C  TO WS-CORTE-C
               END-READ
            END-IF
            CLOSE PARAMETRO

            SET FPY-OK                    TO TRUE
            OPEN INPUT PARAMANO
            IF FPY-OK
               MOVE WS-ANO-INF            TO ANO-PARAM
               READ PARAMANO
                   KEY IS ANO-PARAM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PC-FREQ-MIN-ANO TO WS-PC-MINIMO
                       MOVE NT-CONC-A-ANO   TO WS-CORTE-A
                       MOVE NT-CONC-B-ANO   TO WS-CORTE-B
                       MOVE NT-CONC-C-ANO   TO WS-CORTE-C
                       DISPLAY 'PARAMETROS DA VERSAO DO ANO '
                               WS-ANO-INF ' EM VIGOR.'
               END-READ
            END-IF
            CLOSE PARAMANO

      *A PRIMEIRA FAIXA E A DOS ALUNOS ABAIXO DO MINIMO LEGAL
            MOVE WS-PC-MINIMO             TO WS-ED-PC1
            MOVE SPACES                   TO WS-ROTULOS-FAIXA
            STRING 'ABAIXO ' WS-ED-PC1 '%'
                   DELIMITED BY SIZE
                   INTO WS-ROT-FAIXA(1)
            END-STRING
            STRING WS-ED-PC1 '% A 85%'
                   DELIMITED BY SIZE
                   INTO WS-ROT-FAIXA(2)
            END-STRING
            MOVE '85% A 95%'              TO WS-ROT-FAIXA(3)
            MOVE '95% OU MAIS'            TO WS-ROT-FAIXA(4)
            .
       P2-LE-PARAMETROS-FIM.

      *CARREGA O ROTEIRO DE CHAMADA (ALUNO/TURMA) EM MEMORIA
       P3-CARREGA-ROTEIRO.
            MOVE ZEROS                    TO WS-QT-ROTEIRO
            SET EOF2-OK                   TO FALSE
            SET FTL-OK                    TO TRUE
            OPEN INPUT TURMALUNO
            IF FTL-OK
               PERFORM UNTIL EOF2-OK
                   READ TURMALUNO NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF WS-QT-ROTEIRO LESS THAN 3000
                              ADD 1       TO WS-QT-ROTEIRO
                              MOVE ID-ALUNO6
                                   TO WS-RT-ALUNO(WS-QT-ROTEIRO)
                              MOVE ID-TURMA6
                                   TO WS-RT-TURMA(WS-QT-ROTEIRO)
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TURMALUNO
            .
       P3-CARREGA-ROTEIRO-FIM.

      *CLASSIFICA UM LANCAMENTO NA FAIXA DE FREQUENCIA E NO CONCEITO
      *E SOMA NA MATERIA, NA TURMA DO ALUNO E NA ESCOLA
       P4-ACUMULA.
            PERFORM P5-ACHA-MATERIA       THRU P5-ACHA-MATERIA-FIM
            PERFORM P6-ACHA-TURMA         THRU P6-ACHA-TURMA-FIM
            PERFORM P7-BUSCA-FREQUENCIA   THRU P7-BUSCA-FREQUENCIA-FIM

            IF NOT ACHOU-FREQ
               ADD 1                      TO WS-ES-SEM-FREQ
               IF WS-IX-MT GREATER THAN ZEROS
                  ADD 1                   TO WS-MT-SEM-FREQ(WS-IX-MT)
               END-IF
               IF WS-IX-TU GREATER THAN ZEROS
                  ADD 1                   TO WS-TU-SEM-FREQ(WS-IX-TU)
               END-IF
               GO TO P4-ACUMULA-FIM
            END-IF

            EVALUATE TRUE
                WHEN WS-PC-ALUNO LESS THAN WS-PC-MINIMO
                     MOVE 1               TO WS-IX-FX
                WHEN WS-PC-ALUNO LESS THAN WS-PC-FAIXA-2
                     MOVE 2               TO WS-IX-FX
                WHEN WS-PC-ALUNO LESS THAN WS-PC-FAIXA-3
                     MOVE 3               TO WS-IX-FX
                WHEN OTHER
                     MOVE 4               TO WS-IX-FX
            END-EVALUATE
            EVALUATE TRUE
                WHEN MD-ALUNO GREATER THAN OR EQUAL WS-CORTE-A
                     MOVE 1               TO WS-IX-CC
                WHEN MD-ALUNO GREATER THAN OR EQUAL WS-CORTE-B
                     MOVE 2               TO WS-IX-CC
                WHEN MD-ALUNO GREATER THAN OR EQUAL WS-CORTE-C
                     MOVE 3               TO WS-IX-CC
                WHEN OTHER
                     MOVE 4               TO WS-IX-CC
            END-EVALUATE
            IF ST-APROVACAO EQUAL 'REPROVADO'
               OR ST-APROVACAO EQUAL 'REPROV-FR'
               SET REPROVADO              TO TRUE
            ELSE
               SET REPROVADO              TO FALSE
            END-IF

            ADD 1                   TO WS-ES-QT-CONC(WS-IX-FX WS-IX-CC)
            ADD MD-ALUNO                  TO WS-ES-SOMA-MD(WS-IX-FX)
            IF REPROVADO
               ADD 1                      TO WS-ES-REPROV(WS-IX-FX)
            END-IF
            IF WS-IX-MT GREATER THAN ZEROS
               ADD 1
                   TO WS-MT-QT-CONC(WS-IX-MT WS-IX-FX WS-IX-CC)
               ADD MD-ALUNO  TO WS-MT-SOMA-MD(WS-IX-MT WS-IX-FX)
               IF REPROVADO
                  ADD 1      TO WS-MT-REPROV(WS-IX-MT WS-IX-FX)
               END-IF
            END-IF
            IF WS-IX-TU GREATER THAN ZEROS
               ADD 1
                   TO WS-TU-QT-CONC(WS-IX-TU WS-IX-FX WS-IX-CC)
               ADD MD-ALUNO  TO WS-TU-SOMA-MD(WS-IX-TU WS-IX-FX)
               IF REPROVADO
                  ADD 1      TO WS-TU-REPROV(WS-IX-TU WS-IX-FX)
               END-IF
            END-IF
            .
       P4-ACUMULA-FIM.

      *LOCALIZA (OU INCLUI) A MATERIA DO LANCAMENTO NA TABELA
      *(0 = TABELA CHEIA)
       P5-ACHA-MATERIA.
            PERFORM VARYING WS-IX-MT FROM 1 BY 1
                    UNTIL WS-IX-MT GREATER THAN WS-QT-MATERIAS
                       OR WS-MT-ID(WS-IX-MT) EQUAL ID-MATERIA1
                CONTINUE
            END-PERFORM
            IF WS-IX-MT GREATER THAN WS-QT-MATERIAS
               IF WS-QT-MATERIAS LESS THAN 200
                  ADD 1                   TO WS-QT-MATERIAS
                  MOVE WS-QT-MATERIAS     TO WS-IX-MT
                  MOVE ID-MATERIA1        TO WS-MT-ID(WS-IX-MT)
                  MOVE NM-MATERIA1        TO WS-MT-NOME(WS-IX-MT)
               ELSE
                  MOVE ZEROS              TO WS-IX-MT
               END-IF
            END-IF
            .
       P5-ACHA-MATERIA-FIM.

      *LOCALIZA A TURMA DO ALUNO NO ROTEIRO E (OU INCLUI) NA TABELA
      *DE TURMAS (TURMA 000 = ALUNO FORA DO ROTEIRO; 0 = TABELA CHEIA)
       P6-ACHA-TURMA.
            MOVE ZEROS                    TO WS-ID-TURMA-ALUNO
            PERFORM VARYING WS-IX-RT FROM 1 BY 1
                    UNTIL WS-IX-RT GREATER THAN WS-QT-ROTEIRO
                       OR WS-RT-ALUNO(WS-IX-RT) EQUAL ID-ALUNO1
                CONTINUE
            END-PERFORM
            IF WS-IX-RT NOT GREATER THAN WS-QT-ROTEIRO
               MOVE WS-RT-TURMA(WS-IX-RT) TO WS-ID-TURMA-ALUNO
            END-IF

            PERFORM VARYING WS-IX-TU FROM 1 BY 1
                    UNTIL WS-IX-TU GREATER THAN WS-QT-TURMAS
                       OR WS-TU-ID(WS-IX-TU) EQUAL WS-ID-TURMA-ALUNO
                CONTINUE
            END-PERFORM
            IF WS-IX-TU GREATER THAN WS-QT-TURMAS
               IF WS-QT-TURMAS LESS THAN 100
                  ADD 1                   TO WS-QT-TURMAS
                  MOVE WS-QT-TURMAS       TO WS-IX-TU
                  MOVE WS-ID-TURMA-ALUNO  TO WS-TU-ID(WS-IX-TU)
               ELSE
                  MOVE ZEROS              TO WS-IX-TU
               END-IF
            END-IF
            .
       P6-ACHA-TURMA-FIM.

      *BUSCA A FREQUENCIA DO ALUNO NA MATERIA DO LANCAMENTO CORRENTE
      *(LANCAMENTO SEM FREQUENCIA FICA FORA DO QUADRO)
       P7-BUSCA-FREQUENCIA.
            MOVE 'N'                      TO WS-ACHOU-FREQ
            MOVE ZEROS                    TO WS-PC-ALUNO
            SET EOF2-OK                   TO FALSE
            SET FQ-OK                     TO TRUE

            OPEN INPUT FREQUENCIA
            IF FQ-OK
               MOVE ID-ALUNO1             TO ID-ALUNO4
               START FREQUENCIA KEY NOT LESS THAN ID-ALUNO4
                   INVALID KEY
                       SET EOF2-OK        TO TRUE
               END-START
               PERFORM UNTIL EOF2-OK OR ACHOU-FREQ
                   READ FREQUENCIA NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO4 NOT EQUAL ID-ALUNO1
                              SET EOF2-OK TO TRUE
                           END-IF
                           IF ID-ALUNO4 EQUAL ID-ALUNO1 AND
                              ID-MATERIA4 EQUAL ID-MATERIA1
                              MOVE 'S'    TO WS-ACHOU-FREQ
                              MOVE PC-FREQUENCIA TO WS-PC-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE FREQUENCIA
            .
       P7-BUSCA-FREQUENCIA-FIM.

      *EMITE OS QUADROS DA ESCOLA, DE CADA MATERIA E DE CADA TURMA
       P8-IMPRIME.
            SET FIM-OK                    TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPREL
            IF WS-FIM EQUAL 35
               OPEN OUTPUT IMPREL
            END-IF
            IF NOT FIM-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
            END-IF

            MOVE ALL '='                  TO WS-LINHA-FXN
            PERFORM P11-EMITE-LINHA       THRU P11-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-FXN
            STRING 'FREQUENCIA X DESEMPENHO - ANO LETIVO ' WS-ANO-INF
                   DELIMITED BY SIZE
                   INTO WS-LINHA-FXN
            END-STRING
            PERFORM P11-EMITE-LINHA       THRU P11-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-FXN
            STRING 'CONCEITOS: A >= ' WS-CORTE-A '  B >= ' WS-CORTE-B
                   '  C >= ' WS-CORTE-C '  D ABAIXO DE ' WS-CORTE-C
                   DELIMITED BY SIZE
                   INTO WS-LINHA-FXN
            END-STRING
            PERFORM P11-EMITE-LINHA       THRU P11-EMITE-LINHA-FIM

            MOVE WS-ES-ESTAT              TO WS-WK-ESTAT
            MOVE WS-ES-SEM-FREQ           TO WS-WK-SEM-FREQ
            MOVE 'ESCOLA'                 TO WS-TITULO-QUADRO
            PERFORM P9-QUADRO             THRU P9-QUADRO-FIM

            PERFORM VARYING WS-IX-MT FROM 1 BY 1
                    UNTIL WS-IX-MT GREATER THAN WS-QT-MATERIAS
                MOVE WS-MT-ESTAT(WS-IX-MT)    TO WS-WK-ESTAT
                MOVE WS-MT-SEM-FREQ(WS-IX-MT) TO WS-WK-SEM-FREQ
                MOVE SPACES               TO WS-TITULO-QUADRO
                STRING 'MATERIA ' WS-MT-ID(WS-IX-MT) ' - '
                       WS-MT-NOME(WS-IX-MT)
                       DELIMITED BY SIZE
                       INTO WS-TITULO-QUADRO
                END-STRING
                PERFORM P9-QUADRO         THRU P9-QUADRO-FIM
                PERFORM P10-VERIFICA-ENSINO
                        THRU P10-VERIFICA-ENSINO-FIM
            END-PERFORM

            PERFORM VARYING WS-IX-TU FROM 1 BY 1
                    UNTIL WS-IX-TU GREATER THAN WS-QT-TURMAS
                MOVE WS-TU-ESTAT(WS-IX-TU)    TO WS-WK-ESTAT
                MOVE WS-TU-SEM-FREQ(WS-IX-TU) TO WS-WK-SEM-FREQ
                MOVE SPACES               TO WS-TITULO-QUADRO
                IF WS-TU-ID(WS-IX-TU) EQUAL ZEROS
                   MOVE 'ALUNOS SEM TURMA NO ROTEIRO'
                                          TO WS-TITULO-QUADRO
                ELSE
                   STRING 'TURMA ' WS-TU-ID(WS-IX-TU)
                          DELIMITED BY SIZE
                          INTO WS-TITULO-QUADRO
                   END-STRING
                END-IF
                PERFORM P9-QUADRO         THRU P9-QUADRO-FIM
            END-PERFORM

            MOVE ALL '='                  TO WS-LINHA-FXN
            PERFORM P11-EMITE-LINHA       THRU P11-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-FXN
            STRING 'MATERIAS COM ALERTA DE ENSINO: ' WS-QT-ALERTAS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-FXN
            END-STRING
            PERFORM P11-EMITE-LINHA       THRU P11-EMITE-LINHA-FIM

            IF FIM-OK
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'FREQXNOT'            TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF
            .
       P8-IMPRIME-FIM.

      *IMPRIME O QUADRO EM WS-WK-ESTAT: UMA LINHA POR FAIXA DE
      *FREQUENCIA COM A QUANTIDADE EM CADA CONCEITO, O TOTAL, A MEDIA
      *DAS NOTAS DA FAIXA E AS REPROVACOES
       P9-QUADRO.
            MOVE ALL '-'                  TO WS-LINHA-FXN
            PERFORM P11-EMITE-LINHA       THRU P11-EMITE-LINHA-FIM
            MOVE WS-TITULO-QUADRO         TO WS-LINHA-FXN
            PERFORM P11-EMITE-LINHA       THRU P11-EMITE-LINHA-FIM
            MOVE 'FREQUENCIA         A     B     C     D  TOTAL  MEDIA'
                                          TO WS-LINHA-FXN
            MOVE 'REPROV'                 TO WS-LINHA-FXN(53:6)
            PERFORM P11-EMITE-LINHA       THRU P11-EMITE-LINHA-FIM
            PERFORM VARYING WS-IX-FX FROM 1 BY 1
                    UNTIL WS-IX-FX GREATER THAN 4
                MOVE ZEROS                TO WS-QT-LINHA
                PERFORM VARYING WS-IX-CC FROM 1 BY 1
                        UNTIL WS-IX-CC GREATER THAN 4
                    ADD WS-WK-QT-CONC(WS-IX-FX WS-IX-CC)
                                          TO WS-QT-LINHA
                    MOVE WS-WK-QT-CONC(WS-IX-FX WS-IX-CC)
                                          TO WS-ED-QT-CONC(WS-IX-CC)
                END-PERFORM
                MOVE ZEROS                TO WS-MD-FAIXA
                IF WS-QT-LINHA GREATER THAN ZEROS
                   COMPUTE WS-MD-FAIXA ROUNDED =
                           WS-WK-SOMA-MD(WS-IX-FX) / WS-QT-LINHA
                   END-COMPUTE
                END-IF
                MOVE WS-QT-LINHA          TO WS-ED-QT1
                MOVE WS-MD-FAIXA          TO WS-ED-MD
                MOVE WS-WK-REPROV(WS-IX-FX) TO WS-ED-QT2
                MOVE SPACES               TO WS-LINHA-FXN
                STRING WS-ROT-FAIXA(WS-IX-FX) ' '
                       WS-ED-QT-CONC(1) ' ' WS-ED-QT-CONC(2) ' '
                       WS-ED-QT-CONC(3) ' ' WS-ED-QT-CONC(4) ' '
                       WS-ED-QT1 '  ' WS-ED-MD '  ' WS-ED-QT2
                       DELIMITED BY SIZE
                       INTO WS-LINHA-FXN
                END-STRING
                PERFORM P11-EMITE-LINHA   THRU P11-EMITE-LINHA-FIM
            END-PERFORM
            IF WS-WK-SEM-FREQ GREATER THAN ZEROS
               MOVE WS-WK-SEM-FREQ        TO WS-ED-QT1
               MOVE SPACES                TO WS-LINHA-FXN
               STRING 'LANCAMENTOS SEM FREQUENCIA (FORA DO QUADRO): '
                      WS-ED-QT1
                      DELIMITED BY SIZE
                      INTO WS-LINHA-FXN
               END-STRING
               PERFORM P11-EMITE-LINHA    THRU P11-EMITE-LINHA-FIM
            END-IF
            .
       P9-QUADRO-FIM.

      *ALERTA DE ENSINO: NA MATERIA DO QUADRO EM WS-WK-ESTAT, AS
      *REPROVACOES DE ALUNOS COM FREQUENCIA NO MINIMO LEGAL OU ACIMA
      *(FAIXAS 2 A 4) SAO MAIORIA DAS REPROVACOES
       P10-VERIFICA-ENSINO.
            SET ALERTA-ENSINO             TO FALSE
            MOVE WS-WK-REPROV(1)          TO WS-REPROV-BAIXA
            COMPUTE WS-REPROV-REGULAR = WS-WK-REPROV(2)
                    + WS-WK-REPROV(3) + WS-WK-REPROV(4)
            END-COMPUTE
            IF WS-REPROV-REGULAR GREATER THAN WS-REPROV-BAIXA
               SET ALERTA-ENSINO          TO TRUE
               ADD 1                      TO WS-QT-ALERTAS
               COMPUTE WS-QT-TOTAL = WS-REPROV-REGULAR
                       + WS-REPROV-BAIXA
               END-COMPUTE
               MOVE WS-REPROV-REGULAR     TO WS-ED-QT1
               MOVE WS-QT-TOTAL           TO WS-ED-QT2
               MOVE SPACES                TO WS-LINHA-FXN
               STRING '*** ALERTA DE ENSINO: ' WS-ED-QT1 ' DE '
                      WS-ED-QT2 ' REPROVACOES COM FREQUENCIA REGULAR'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-FXN
               END-STRING
               PERFORM P11-EMITE-LINHA    THRU P11-EMITE-LINHA-FIM
               MOVE '    A REPROVACAO NAO SE EXPLICA PELA FALTA -'
                    & ' REVER O ENSINO DA MATERIA'
                                          TO WS-LINHA-FXN
               PERFORM P11-EMITE-LINHA    THRU P11-EMITE-LINHA-FIM
            END-IF
            .
       P10-VERIFICA-ENSINO-FIM.

      *MOSTRA A LINHA NA TELA E GRAVA NA IMPRESSAO
       P11-EMITE-LINHA.
            DISPLAY WS-LINHA-FXN
            IF FIM-OK
               MOVE WS-LINHA-FXN          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P11-EMITE-LINHA-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM FREQXNOT.
