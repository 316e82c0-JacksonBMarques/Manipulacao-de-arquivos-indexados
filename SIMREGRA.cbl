      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: simulacao do impacto de uma mudanca de regra de
      *          avaliacao antes de alterar o PARAMESC/PARAMANO: a
      *          direcao informa os valores propostos (nota de
      *          aprovacao e pesos dos bimestres de uma materia,
      *          frequencia minima, margem de recuperacao e cortes dos
      *          conceitos) e o programa recalcula em memoria todas as
      *          situacoes (CFP001S3) do ano letivo escolhido pela
      *          regra atual e pela proposta, sem gravar nada. emite
      *          quantos alunos mudam de situacao (aprovado,
      *          recuperacao, reprovado) e de conceito por materia,
      *          por turma e na escola, e a lista dos alunos afetados.
      *          acesso restrito ao perfil DIRECAO, como o PARAMESC
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA SIMULACAO DE REGRAS DE
      *         AVALIACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMREGRA.

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

                SELECT MATERIA ASSIGN TO WS-PATH-MATERIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-MATERIA
                FILE STATUS IS WS-FMA.

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

      * VERSAO DOS PARAMETROS EFETIVA PARA O ANO SIMULADO
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
       FD MATERIA.
          COPY CFPK0002.
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
       77 WS-FMA                          PIC 99.
          88 FMA-OK                       VALUE 0.
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
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-ANO-INF                      PIC 9(04) VALUE ZEROS.
       77 WS-ID-MATERIA-INF               PIC 9(05) VALUE ZEROS.
       77 WS-NT-INF                       PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-PC-INF                       PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-CORTE-INF                    PIC 9(03) VALUE ZEROS.
       77 WS-PS-INF                       PIC 9(03) VALUE ZEROS.
       77 WS-SOMA-PS                      PIC 9(03) VALUE ZEROS.
       77 WS-OPCAO-PS                     PIC X VALUE SPACES.
      *REGRAS DA ESCOLA: ATUAIS (CFP001S31 SOBREPOSTO PELA VERSAO DO
      *ANO EM CFP001S68) E PROPOSTAS PARA A SIMULACAO
       01 WS-REGRA-ATU.
          03 WS-ATU-FREQ-MIN              PIC 9(03)V9(02) VALUE 75.
          03 WS-ATU-MARGEM                PIC 9(02)V9(02) VALUE 5.
          03 WS-ATU-CORTE-A               PIC 9(03) VALUE 90.
          03 WS-ATU-CORTE-B               PIC 9(03) VALUE 70.
          03 WS-ATU-CORTE-C               PIC 9(03) VALUE 50.
       01 WS-REGRA-SIM.
          03 WS-SIM-FREQ-MIN              PIC 9(03)V9(02) VALUE 75.
          03 WS-SIM-MARGEM                PIC 9(02)V9(02) VALUE 5.
          03 WS-SIM-CORTE-A               PIC 9(03) VALUE 90.
          03 WS-SIM-CORTE-B               PIC 9(03) VALUE 70.
          03 WS-SIM-CORTE-C               PIC 9(03) VALUE 50.
      *MATERIAS COM A REGRA ATUAL, A PROPOSTA E OS TOTAIS SIMULADOS.
      *SITUACOES: 1=APROVADO 2=RECUPERACAO 3=REPROVADO 4=REPROV-FR
       77 WS-QT-MATERIAS                  PIC 9(03) VALUE ZEROS.
       01 WS-TAB-MATERIAS.
          03 WS-MT-ITEM OCCURS 200 TIMES.
             05 WS-MT-ID                  PIC 9(05).
             05 WS-MT-NOME                PIC X(20).
             05 WS-MT-NT-ATU              PIC 9(02)V9(02).
             05 WS-MT-PS-ATU              PIC 9(03) OCCURS 4 TIMES.
             05 WS-MT-NT-SIM              PIC 9(02)V9(02).
             05 WS-MT-PS-SIM              PIC 9(03) OCCURS 4 TIMES.
             05 WS-MT-ALTERADA            PIC X(01).
             05 WS-MT-QT-REG              PIC 9(05).
             05 WS-MT-SIT-ATU             PIC 9(05) OCCURS 4 TIMES.
             05 WS-MT-SIT-SIM             PIC 9(05) OCCURS 4 TIMES.
             05 WS-MT-MUDA-SIT            PIC 9(05).
             05 WS-MT-MUDA-CONC           PIC 9(05).
       77 WS-IX-MT                        PIC 9(03) VALUE ZEROS.
       77 WS-IX-SIT                       PIC 9(01) VALUE ZEROS.
       77 WS-IX-SIT2                      PIC 9(01) VALUE ZEROS.
      *TOTAIS DA ESCOLA (CONCEITOS: 1=A 2=B 3=C 4=D)
       01 WS-TOT-ESCOLA.
          03 WS-ES-QT-REG                 PIC 9(05).
          03 WS-ES-SIT-ATU                PIC 9(05) OCCURS 4 TIMES.
          03 WS-ES-SIT-SIM                PIC 9(05) OCCURS 4 TIMES.
          03 WS-ES-CONC-ATU               PIC 9(05) OCCURS 4 TIMES.
          03 WS-ES-CONC-SIM               PIC 9(05) OCCURS 4 TIMES.
          03 WS-ES-MUDA-SIT               PIC 9(05).
          03 WS-ES-MUDA-CONC              PIC 9(05).
          03 WS-ES-SEM-MATERIA            PIC 9(05).
      *TURMAS COM ALUNOS AFETADOS (TURMA 000 = ALUNO SEM TURMA)
       77 WS-QT-TURMAS                    PIC 9(03) VALUE ZEROS.
       01 WS-TAB-TURMAS.
          03 WS-TU-ITEM OCCURS 100 TIMES.
             05 WS-TU-ID                  PIC 9(03).
             05 WS-TU-MUDA-SIT            PIC 9(05).
             05 WS-TU-MUDA-CONC           PIC 9(05).
       77 WS-IX-TU                        PIC 9(03) VALUE ZEROS.
      *ALUNOS AFETADOS, ORDENADOS POR TURMA E ALUNO
       77 WS-QT-AFETADOS                  PIC 9(03) VALUE ZEROS.
       77 WS-QT-AFET-FORA                 PIC 9(05) VALUE ZEROS.
       01 WS-TAB-AFETADOS.
          03 WS-AF-ITEM OCCURS 500 TIMES.
             05 WS-AF-TURMA               PIC 9(03).
             05 WS-AF-ID-ALUNO            PIC 9(05).
             05 WS-AF-NM-ALUNO            PIC X(20).
             05 WS-AF-ID-MATERIA          PIC 9(05).
             05 WS-AF-MD-ATU              PIC 9(02)V9(02).
             05 WS-AF-MD-SIM              PIC 9(02)V9(02).
             05 WS-AF-SIT-ATU             PIC 9(01).
             05 WS-AF-SIT-SIM             PIC 9(01).
             05 WS-AF-CONC-ATU            PIC X(01).
             05 WS-AF-CONC-SIM            PIC X(01).
       01 WS-AF-TEMP.
          05 WS-TMP-TURMA                 PIC 9(03).
          05 WS-TMP-ID-ALUNO              PIC 9(05).
          05 WS-TMP-NM-ALUNO              PIC X(20).
          05 WS-TMP-ID-MATERIA            PIC 9(05).
          05 WS-TMP-MD-ATU                PIC 9(02)V9(02).
          05 WS-TMP-MD-SIM                PIC 9(02)V9(02).
          05 WS-TMP-SIT-ATU               PIC 9(01).
          05 WS-TMP-SIT-SIM               PIC 9(01).
          05 WS-TMP-CONC-ATU              PIC X(01).
          05 WS-TMP-CONC-SIM              PIC X(01).
       77 WS-IND                          PIC 9(03) VALUE ZEROS.
       77 WS-IND2                         PIC 9(03) VALUE ZEROS.
       77 WS-TROCOU                       PIC X VALUE 'N'.
          88 TROCOU                       VALUE 'S'.
      *REGRA USADA NA CLASSIFICACAO DO REGISTRO CORRENTE
       01 WS-CL-REGRA.
          03 WS-CL-NT-APROV               PIC 9(02)V9(02).
          03 WS-CL-PS                     PIC 9(03) OCCURS 4 TIMES.
          03 WS-CL-FREQ-MIN               PIC 9(03)V9(02).
          03 WS-CL-MARGEM                 PIC 9(02)V9(02).
          03 WS-CL-CORTE-A                PIC 9(03).
          03 WS-CL-CORTE-B                PIC 9(03).
          03 WS-CL-CORTE-C                PIC 9(03).
       77 WS-CL-MEDIA                     PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-CL-DIFERENCA                 PIC S9(03)V9(02) VALUE ZEROS.
       77 WS-CL-SIT                       PIC 9(01) VALUE ZEROS.
       77 WS-CL-CONC                      PIC X(01) VALUE SPACES.
       77 WS-CL-IX-CONC                   PIC 9(01) VALUE ZEROS.
      *RESULTADO ATUAL E SIMULADO DO REGISTRO CORRENTE
       77 WS-RA-MEDIA                     PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-RA-SIT                       PIC 9(01) VALUE ZEROS.
       77 WS-RA-CONC                      PIC X(01) VALUE SPACES.
       77 WS-RA-IX-CONC                   PIC 9(01) VALUE ZEROS.
       77 WS-RS-MEDIA                     PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-RS-SIT                       PIC 9(01) VALUE ZEROS.
       77 WS-RS-CONC                      PIC X(01) VALUE SPACES.
       77 WS-RS-IX-CONC                   PIC 9(01) VALUE ZEROS.
       77 WS-PC-ALUNO                     PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-ACHOU-FREQ                   PIC X VALUE 'N'.
          88 ACHOU-FREQ                   VALUE 'S'.
       77 WS-ID-TURMA-ALUNO               PIC 9(03) VALUE ZEROS.
      *NOMES DAS SITUACOES PARA O RELATORIO
       01 WS-NOMES-SIT.
          03 FILLER                       PIC X(11) VALUE 'APROVADO'.
          03 FILLER                       PIC X(11) VALUE 'RECUPERACAO'.
          03 FILLER                       PIC X(11) VALUE 'REPROVADO'.
          03 FILLER                       PIC X(11) VALUE 'REPROV-FR'.
       01 WS-NOMES-SIT-R REDEFINES WS-NOMES-SIT.
          03 WS-NM-SIT                    PIC X(11) OCCURS 4 TIMES.
      *EDICAO DO RELATORIO
       77 WS-LINHA-SIM                    PIC X(80) VALUE SPACES.
       77 WS-IMPRIME                      PIC X VALUE 'N'.
       01 WS-ED-QUADRO.
          03 WS-ED-PAR OCCURS 4 TIMES.
             05 WS-ED-ATU                 PIC ZZZZ9.
             05 WS-ED-SIM                 PIC ZZZZ9.
       77 WS-ED-QT1                       PIC ZZZZ9.
       77 WS-ED-QT2                       PIC ZZZZ9.
       77 WS-ED-QT3                       PIC ZZZZ9.
       77 WS-ED-NT1                       PIC Z9,99.
       77 WS-ED-NT2                       PIC Z9,99.
       77 WS-ED-PC1                       PIC ZZ9,99.
       77 WS-ED-PC2                       PIC ZZ9,99.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).
         03 LK-PERFIL                    PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR

            IF LK-PERFIL NOT EQUAL 'DIRECAO'
               AND LK-PERFIL NOT EQUAL SPACES
               DISPLAY '*********************************************'
               DISPLAY '* ACESSO RESTRITO AO PERFIL DIRECAO.        *'
               DISPLAY '*********************************************'
               PERFORM P0-FIM
            END-IF

            DISPLAY 'Informe o ano letivo a simular (AAAA): '
            ACCEPT WS-ANO-INF
            PERFORM P2-CARREGA-REGRAS     THRU P2-CARREGA-REGRAS-FIM
            IF WS-QT-MATERIAS EQUAL ZEROS
               DISPLAY 'NENHUMA MATERIA CADASTRADA - NADA A SIMULAR.'
               PERFORM P0-FIM
            END-IF

            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** SIMULACAO DE REGRAS DE AVALIACAO - ANO '
                    WS-ANO-INF ' ***'
            DISPLAY 'TECLE <E> PARA PROPOR REGRAS DA ESCOLA'
            DISPLAY '(FREQUENCIA MINIMA, MARGEM DE RECUPERACAO, CORTES'
            DISPLAY 'DOS CONCEITOS),'
            DISPLAY '<M> PARA PROPOR A NOTA/PESOS DE UMA MATERIA,'
            DISPLAY '<V> PARA VER A PROPOSTA, <D> PARA DESCARTA-LA,'
            DISPLAY '<X> PARA EXECUTAR A SIMULACAO OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'E'
                WHEN 'e'
                    PERFORM P3-PROPOE-ESCOLA
                            THRU P3-PROPOE-ESCOLA-FIM
                WHEN 'M'
                WHEN 'm'
                    PERFORM P4-PROPOE-MATERIA
                            THRU P4-PROPOE-MATERIA-FIM
                WHEN 'V'
                WHEN 'v'
                    PERFORM P5-MOSTRA-PROPOSTA
                            THRU P5-MOSTRA-PROPOSTA-FIM
                WHEN 'D'
                WHEN 'd'
                    PERFORM P2-CARREGA-REGRAS
                            THRU P2-CARREGA-REGRAS-FIM
                    DISPLAY 'PROPOSTA DESCARTADA - VALORES ATUAIS'
                            ' RESTAURADOS.'
                WHEN 'X'
                WHEN 'x'
                    PERFORM P6-SIMULA     THRU P6-SIMULA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *CARREGA AS REGRAS ATUAIS DA ESCOLA E DAS MATERIAS. A PROPOSTA
      *PARTE DOS VALORES ATUAIS
       P2-CARREGA-REGRAS.
            SET FPA-OK                    TO TRUE
            OPEN INPUT PARAMETRO
            IF FPA-OK
               MOVE 1                     TO ID-PARAMETRO
               READ PARAMETRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PC-FREQ-MINIMA  TO WS-ATU-FREQ-MIN
                       MOVE VL-MARGEM-RECUP TO WS-ATU-MARGEM
                       MOVE NT-CONCEITO-A   TO WS-ATU-CORTE-A
                       MOVE NT-CONCEITO-B   TO WS-ATU-CORTE-B
                       MOVE NT-CONCEITO-C   TO WS-ATU-CORTE-C
               END-READ
            END-IF
            CLOSE PARAMETRO

      *A REGRA EFETIVA E A DA VERSAO DO ANO SIMULADO, SE HOUVER
            SET FPY-OK                    TO TRUE
            OPEN INPUT PARAMANO
            IF FPY-OK
               MOVE WS-ANO-INF            TO ANO-PARAM
               READ PARAMANO
                   KEY IS ANO-PARAM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PC-FREQ-MIN-ANO TO WS-ATU-FREQ-MIN
                       MOVE VL-MARGEM-ANO   TO WS-ATU-MARGEM
                       MOVE NT-CONC-A-ANO   TO WS-ATU-CORTE-A
                       MOVE NT-CONC-B-ANO   TO WS-ATU-CORTE-B
                       MOVE NT-CONC-C-ANO   TO WS-ATU-CORTE-C
               END-READ
            END-IF
            CLOSE PARAMANO
            MOVE WS-REGRA-ATU             TO WS-REGRA-SIM

            MOVE ZEROS                    TO WS-QT-MATERIAS
            SET EOF-OK                    TO FALSE
            SET FMA-OK                    TO TRUE
            OPEN INPUT MATERIA
            IF NOT FMA-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATERIAS'
               MOVE WS-FMA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FMA ' - ' WS-FS-MSG
               CLOSE MATERIA
               GO TO P2-CARREGA-REGRAS-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ MATERIA NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF WS-QT-MATERIAS LESS THAN 200
                           ADD 1          TO WS-QT-MATERIAS
                           MOVE WS-QT-MATERIAS TO WS-IX-MT
                           MOVE ID-MATERIA TO WS-MT-ID(WS-IX-MT)
                           MOVE NM-MATERIA TO WS-MT-NOME(WS-IX-MT)
                           MOVE NT-APROVACAO
                                          TO WS-MT-NT-ATU(WS-IX-MT)
                                             WS-MT-NT-SIM(WS-IX-MT)
                           MOVE PS-BIM1   TO WS-MT-PS-ATU(WS-IX-MT 1)
                                             WS-MT-PS-SIM(WS-IX-MT 1)
                           MOVE PS-BIM2   TO WS-MT-PS-ATU(WS-IX-MT 2)
                                             WS-MT-PS-SIM(WS-IX-MT 2)
                           MOVE PS-BIM3   TO WS-MT-PS-ATU(WS-IX-MT 3)
                                             WS-MT-PS-SIM(WS-IX-MT 3)
                           MOVE PS-BIM4   TO WS-MT-PS-ATU(WS-IX-MT 4)
                                             WS-MT-PS-SIM(WS-IX-MT 4)
                           MOVE 'N'       TO WS-MT-ALTERADA(WS-IX-MT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MATERIA
            .
       P2-CARREGA-REGRAS-FIM.

      *PROPOSTA DAS REGRAS DA ESCOLA (ZERO MANTEM O VALOR PROPOSTO)
       P3-PROPOE-ESCOLA.
            MOVE WS-SIM-FREQ-MIN          TO WS-ED-PC1
            DISPLAY 'FREQUENCIA MINIMA (%) PROPOSTA ' WS-ED-PC1
                    ' - NOVA (0 = MANTEM): '
            MOVE ZEROS                    TO WS-PC-INF
            ACCEPT WS-PC-INF
            IF WS-PC-INF GREATER THAN ZEROS
               AND WS-PC-INF NOT GREATER THAN 100
               MOVE WS-PC-INF             TO WS-SIM-FREQ-MIN
            END-IF

            MOVE WS-SIM-MARGEM            TO WS-ED-NT1
            DISPLAY 'MARGEM DE RECUPERACAO (PONTOS) PROPOSTA '
                    WS-ED-NT1 ' - NOVA (0 = MANTEM): '
            MOVE ZEROS                    TO WS-NT-INF
            ACCEPT WS-NT-INF
            IF WS-NT-INF GREATER THAN ZEROS
               MOVE WS-NT-INF             TO WS-SIM-MARGEM
            END-IF

            DISPLAY 'CORTE DO CONCEITO A PROPOSTO ' WS-SIM-CORTE-A
                    ' - NOVO (0 = MANTEM): '
            MOVE ZEROS                    TO WS-CORTE-INF
            ACCEPT WS-CORTE-INF
            IF WS-CORTE-INF GREATER THAN ZEROS
               MOVE WS-CORTE-INF          TO WS-SIM-CORTE-A
            END-IF
            DISPLAY 'CORTE DO CONCEITO B PROPOSTO ' WS-SIM-CORTE-B
                    ' - NOVO (0 = MANTEM): '
            MOVE ZEROS                    TO WS-CORTE-INF
            ACCEPT WS-CORTE-INF
            IF WS-CORTE-INF GREATER THAN ZEROS
               MOVE WS-CORTE-INF          TO WS-SIM-CORTE-B
            END-IF
            DISPLAY 'CORTE DO CONCEITO C PROPOSTO ' WS-SIM-CORTE-C
                    ' - NOVO (0 = MANTEM): '
            MOVE ZEROS                    TO WS-CORTE-INF
            ACCEPT WS-CORTE-INF
            IF WS-CORTE-INF GREATER THAN ZEROS
               MOVE WS-CORTE-INF          TO WS-SIM-CORTE-C
            END-IF

            IF WS-SIM-CORTE-A NOT GREATER THAN WS-SIM-CORTE-B
               OR WS-SIM-CORTE-B NOT GREATER THAN WS-SIM-CORTE-C
               DISPLAY '***********************************************'
               DISPLAY '* CORTES FORA DE ORDEM (A > B > C) - CORTES   *'
               DISPLAY '* PROPOSTOS VOLTAM AOS VALORES ATUAIS         *'
               DISPLAY '***********************************************'
               MOVE WS-ATU-CORTE-A        TO WS-SIM-CORTE-A
               MOVE WS-ATU-CORTE-B        TO WS-SIM-CORTE-B
               MOVE WS-ATU-CORTE-C        TO WS-SIM-CORTE-C
            END-IF
            .
       P3-PROPOE-ESCOLA-FIM.

      *PROPOSTA DA NOTA DE APROVACAO E DOS PESOS DE UMA MATERIA
       P4-PROPOE-MATERIA.
            DISPLAY 'Informe o codigo da materia: '
            ACCEPT WS-ID-MATERIA-INF
            PERFORM P8-ACHA-MATERIA       THRU P8-ACHA-MATERIA-FIM
            IF WS-IX-MT EQUAL ZEROS
               DISPLAY 'MATERIA NAO CADASTRADA.'
               GO TO P4-PROPOE-MATERIA-FIM
            END-IF

            MOVE WS-MT-NT-SIM(WS-IX-MT)   TO WS-ED-NT1
            DISPLAY 'MATERIA ' WS-MT-ID(WS-IX-MT) ' - '
                    WS-MT-NOME(WS-IX-MT)
            DISPLAY 'NOTA DE APROVACAO PROPOSTA ' WS-ED-NT1
                    ' - NOVA (0 = MANTEM): '
            MOVE ZEROS                    TO WS-NT-INF
            ACCEPT WS-NT-INF
            IF WS-NT-INF GREATER THAN ZEROS
               MOVE WS-NT-INF             TO WS-MT-NT-SIM(WS-IX-MT)
            END-IF

            DISPLAY 'PESOS PROPOSTOS DOS BIMESTRES: '
                    WS-MT-PS-SIM(WS-IX-MT 1) '/'
                    WS-MT-PS-SIM(WS-IX-MT 2) '/'
                    WS-MT-PS-SIM(WS-IX-MT 3) '/'
                    WS-MT-PS-SIM(WS-IX-MT 4)
            DISPLAY 'TECLE <S> PARA ALTERAR OS PESOS OU <QUALQUER'
                    ' TECLA> PARA MANTER:'
            ACCEPT WS-OPCAO-PS
            IF WS-OPCAO-PS EQUAL 'S' OR WS-OPCAO-PS EQUAL 's'
               PERFORM VARYING WS-IX-SIT FROM 1 BY 1
                       UNTIL WS-IX-SIT GREATER THAN 4
                   DISPLAY 'PESO DO BIMESTRE ' WS-IX-SIT ': '
                   MOVE ZEROS             TO WS-PS-INF
                   ACCEPT WS-PS-INF
                   MOVE WS-PS-INF   TO WS-MT-PS-SIM(WS-IX-MT WS-IX-SIT)
               END-PERFORM
               COMPUTE WS-SOMA-PS = WS-MT-PS-SIM(WS-IX-MT 1)
                       + WS-MT-PS-SIM(WS-IX-MT 2)
                       + WS-MT-PS-SIM(WS-IX-MT 3)
                       + WS-MT-PS-SIM(WS-IX-MT 4)
               END-COMPUTE
               IF WS-SOMA-PS NOT EQUAL 100
                  DISPLAY 'OS PESOS SOMAM ' WS-SOMA-PS ' - A MEDIA'
                          ' SIMULADA SERA A SIMPLES, COMO NO'
                          ' LANCAMENTO DE NOTAS.'
               END-IF
            END-IF
            MOVE 'S'                      TO WS-MT-ALTERADA(WS-IX-MT)
            .
       P4-PROPOE-MATERIA-FIM.

      *MOSTRA A PROPOSTA CONTRA OS VALORES ATUAIS
       P5-MOSTRA-PROPOSTA.
            MOVE 'N'                      TO WS-IMPRIME
            PERFORM P16-LINHAS-PROPOSTA   THRU P16-LINHAS-PROPOSTA-FIM
            .
       P5-MOSTRA-PROPOSTA-FIM.

      *RECALCULA EM MEMORIA TODAS AS SITUACOES DO ANO PELA REGRA ATUAL
      *E PELA PROPOSTA E EMITE O RELATORIO DE IMPACTO. NADA E GRAVADO
      *NOS ARQUIVOS DE NOTAS
       P6-SIMULA.
            INITIALIZE WS-TOT-ESCOLA
                       WS-TAB-TURMAS
                       WS-TAB-AFETADOS
            MOVE ZEROS                    TO WS-QT-TURMAS
                                             WS-QT-AFETADOS
                                             WS-QT-AFET-FORA
            PERFORM VARYING WS-IX-MT FROM 1 BY 1
                    UNTIL WS-IX-MT GREATER THAN WS-QT-MATERIAS
                MOVE ZEROS             TO WS-MT-QT-REG(WS-IX-MT)
                                          WS-MT-MUDA-SIT(WS-IX-MT)
                                          WS-MT-MUDA-CONC(WS-IX-MT)
                PERFORM VARYING WS-IX-SIT FROM 1 BY 1
                        UNTIL WS-IX-SIT GREATER THAN 4
                    MOVE ZEROS      TO WS-MT-SIT-ATU(WS-IX-MT WS-IX-SIT)
                                       WS-MT-SIT-SIM(WS-IX-MT WS-IX-SIT)
                END-PERFORM
            END-PERFORM

            DISPLAY 'SIMULANDO O ANO ' WS-ANO-INF ' - AGUARDE...'
            SET EOF-OK                    TO FALSE
            SET FS-OK                     TO TRUE
            OPEN INPUT APROVACAO
            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE SITUACOES'
               MOVE WS-FS TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FS ' - ' WS-FS-MSG
               CLOSE APROVACAO
               GO TO P6-SIMULA-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ APROVACAO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ANO-LETIVO EQUAL WS-ANO-INF
                           PERFORM P7-AVALIA-REGISTRO
                                   THRU P7-AVALIA-REGISTRO-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE APROVACAO

            IF WS-ES-QT-REG EQUAL ZEROS
               DISPLAY 'NENHUMA SITUACAO LANCADA NO ANO ' WS-ANO-INF
                       ' - NADA A SIMULAR.'
               GO TO P6-SIMULA-FIM
            END-IF

            PERFORM P11-ORDENA            THRU P11-ORDENA-FIM
            PERFORM P12-IMPRIME           THRU P12-IMPRIME-FIM

            MOVE 'SIMREGRA'               TO WS-AUD-PROGRAMA
            MOVE 'SIMULACAO'              TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ANO ' WS-ANO-INF ' REG ' WS-ES-QT-REG
                   ' MUDA SIT ' WS-ES-MUDA-SIT
                   ' CONC ' WS-ES-MUDA-CONC
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P6-SIMULA-FIM.

      *CLASSIFICA UM LANCAMENTO PELA REGRA ATUAL E PELA PROPOSTA E
      *ACUMULA AS MUDANCAS
       P7-AVALIA-REGISTRO.
            MOVE ID-MATERIA1              TO WS-ID-MATERIA-INF
            PERFORM P8-ACHA-MATERIA       THRU P8-ACHA-MATERIA-FIM
            IF WS-IX-MT EQUAL ZEROS
               ADD 1                      TO WS-ES-SEM-MATERIA
               GO TO P7-AVALIA-REGISTRO-FIM
            END-IF
            PERFORM P9-BUSCA-FREQUENCIA   THRU P9-BUSCA-FREQUENCIA-FIM

      *REGRA ATUAL
            MOVE WS-MT-NT-ATU(WS-IX-MT)   TO WS-CL-NT-APROV
            PERFORM VARYING WS-IX-SIT FROM 1 BY 1
                    UNTIL WS-IX-SIT GREATER THAN 4
                MOVE WS-MT-PS-ATU(WS-IX-MT WS-IX-SIT)
                                          TO WS-CL-PS(WS-IX-SIT)
            END-PERFORM
            MOVE WS-ATU-FREQ-MIN          TO WS-CL-FREQ-MIN
            MOVE WS-ATU-MARGEM            TO WS-CL-MARGEM
            MOVE WS-ATU-CORTE-A           TO WS-CL-CORTE-A
            MOVE WS-ATU-CORTE-B           TO WS-CL-CORTE-B
            MOVE WS-ATU-CORTE-C           TO WS-CL-CORTE-C
            PERFORM P10-CLASSIFICA        THRU P10-CLASSIFICA-FIM
            MOVE WS-CL-MEDIA              TO WS-RA-MEDIA
            MOVE WS-CL-SIT                TO WS-RA-SIT
            MOVE WS-CL-CONC               TO WS-RA-CONC
            MOVE WS-CL-IX-CONC            TO WS-RA-IX-CONC

      *REGRA PROPOSTA
            MOVE WS-MT-NT-SIM(WS-IX-MT)   TO WS-CL-NT-APROV
            PERFORM VARYING WS-IX-SIT FROM 1 BY 1
                    UNTIL WS-IX-SIT GREATER THAN 4
                MOVE WS-MT-PS-SIM(WS-IX-MT WS-IX-SIT)
                                          TO WS-CL-PS(WS-IX-SIT)
            END-PERFORM
            MOVE WS-SIM-FREQ-MIN          TO WS-CL-FREQ-MIN
            MOVE WS-SIM-MARGEM            TO WS-CL-MARGEM
            MOVE WS-SIM-CORTE-A           TO WS-CL-CORTE-A
            MOVE WS-SIM-CORTE-B           TO WS-CL-CORTE-B
            MOVE WS-SIM-CORTE-C           TO WS-CL-CORTE-C
            PERFORM P10-CLASSIFICA        THRU P10-CLASSIFICA-FIM
            MOVE WS-CL-MEDIA              TO WS-RS-MEDIA
            MOVE WS-CL-SIT                TO WS-RS-SIT
            MOVE WS-CL-CONC               TO WS-RS-CONC
            MOVE WS-CL-IX-CONC            TO WS-RS-IX-CONC

            ADD 1                         TO WS-MT-QT-REG(WS-IX-MT)
                                             WS-ES-QT-REG
            ADD 1                 TO WS-MT-SIT-ATU(WS-IX-MT WS-RA-SIT)
            ADD 1                 TO WS-MT-SIT-SIM(WS-IX-MT WS-RS-SIT)
            ADD 1                         TO WS-ES-SIT-ATU(WS-RA-SIT)
            ADD 1                         TO WS-ES-SIT-SIM(WS-RS-SIT)
            ADD 1                     TO WS-ES-CONC-ATU(WS-RA-IX-CONC)
            ADD 1                     TO WS-ES-CONC-SIM(WS-RS-IX-CONC)

            IF WS-RA-SIT EQUAL WS-RS-SIT
               AND WS-RA-CONC EQUAL WS-RS-CONC
               GO TO P7-AVALIA-REGISTRO-FIM
            END-IF

            PERFORM P13-BUSCA-TURMA       THRU P13-BUSCA-TURMA-FIM
            PERFORM P14-ACHA-TURMA        THRU P14-ACHA-TURMA-FIM
            IF WS-RA-SIT NOT EQUAL WS-RS-SIT
               ADD 1                      TO WS-MT-MUDA-SIT(WS-IX-MT)
                                             WS-ES-MUDA-SIT
               IF WS-IX-TU GREATER THAN ZEROS
                  ADD 1                   TO WS-TU-MUDA-SIT(WS-IX-TU)
               END-IF
            END-IF
            IF WS-RA-CONC NOT EQUAL WS-RS-CONC
               ADD 1                      TO WS-MT-MUDA-CONC(WS-IX-MT)
                                             WS-ES-MUDA-CONC
               IF WS-IX-TU GREATER THAN ZEROS
                  ADD 1                   TO WS-TU-MUDA-CONC(WS-IX-TU)
               END-IF
            END-IF

            IF WS-QT-AFETADOS NOT LESS THAN 500
               ADD 1                      TO WS-QT-AFET-FORA
               GO TO P7-AVALIA-REGISTRO-FIM
            END-IF
            ADD 1                         TO WS-QT-AFETADOS
            MOVE WS-ID-TURMA-ALUNO    TO WS-AF-TURMA(WS-QT-AFETADOS)
            MOVE ID-ALUNO1            TO WS-AF-ID-ALUNO(WS-QT-AFETADOS)
            MOVE NM-ALUNO1            TO WS-AF-NM-ALUNO(WS-QT-AFETADOS)
            MOVE ID-MATERIA1        TO WS-AF-ID-MATERIA(WS-QT-AFETADOS)
            MOVE WS-RA-MEDIA          TO WS-AF-MD-ATU(WS-QT-AFETADOS)
            MOVE WS-RS-MEDIA          TO WS-AF-MD-SIM(WS-QT-AFETADOS)
            MOVE WS-RA-SIT            TO WS-AF-SIT-ATU(WS-QT-AFETADOS)
            MOVE WS-RS-SIT            TO WS-AF-SIT-SIM(WS-QT-AFETADOS)
            MOVE WS-RA-CONC           TO WS-AF-CONC-ATU(WS-QT-AFETADOS)
            MOVE WS-RS-CONC           TO WS-AF-CONC-SIM(WS-QT-AFETADOS)
            .
       P7-AVALIA-REGISTRO-FIM.

      *LOCALIZA NA TABELA A MATERIA WS-ID-MATERIA-INF (0 = NAO ACHOU)
       P8-ACHA-MATERIA.
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-MATERIAS
                       OR WS-MT-ID(WS-IND) EQUAL WS-ID-MATERIA-INF
                CONTINUE
            END-PERFORM
            IF WS-IND GREATER THAN WS-QT-MATERIAS
               MOVE ZEROS                 TO WS-IX-MT
            ELSE
               MOVE WS-IND                TO WS-IX-MT
            END-IF
            .
       P8-ACHA-MATERIA-FIM.

      *BUSCA A FREQUENCIA DO ALUNO NA MATERIA DO LANCAMENTO CORRENTE
       P9-BUSCA-FREQUENCIA.
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
       P9-BUSCA-FREQUENCIA-FIM.

      *CALCULA A MEDIA, A SITUACAO E O CONCEITO DO LANCAMENTO CORRENTE
      *PELA REGRA EM WS-CL-REGRA, COM A MESMA CONTA DO LANCAMENTO DE
      *NOTAS (NOTAALUN): MEDIA PONDERADA QUANDO OS PESOS SOMAM 100,
      *SENAO MEDIA SIMPLES; ABAIXO DA NOTA DE APROVACAO E DENTRO DA
      *MARGEM E RECUPERACAO; FREQUENCIA ABAIXO DO MINIMO REPROVA POR
      *FALTA. A NOTA DE RECUPERACAO JA LANCADA NAO ENTRA NA SIMULACAO
       P10-CLASSIFICA.
            COMPUTE WS-SOMA-PS = WS-CL-PS(1) + WS-CL-PS(2)
                    + WS-CL-PS(3) + WS-CL-PS(4)
            END-COMPUTE
            IF WS-SOMA-PS EQUAL 100
               COMPUTE WS-CL-MEDIA ROUNDED =
                        (NOTA1 * WS-CL-PS(1) + NOTA2 * WS-CL-PS(2)
                       + NOTA3 * WS-CL-PS(3) + NOTA4 * WS-CL-PS(4))
                                                                  / 100
               END-COMPUTE
            ELSE
               COMPUTE WS-CL-MEDIA =
                       ((NOTA1 + NOTA2 + NOTA3 + NOTA4) / 4)
               END-COMPUTE
            END-IF

            IF WS-CL-MEDIA GREATER THAN OR EQUAL WS-CL-NT-APROV
               MOVE 1                     TO WS-CL-SIT
            ELSE
               COMPUTE WS-CL-DIFERENCA = WS-CL-NT-APROV - WS-CL-MEDIA
               END-COMPUTE
               IF WS-CL-DIFERENCA NOT GREATER THAN WS-CL-MARGEM
                  MOVE 2                  TO WS-CL-SIT
               ELSE
                  MOVE 3                  TO WS-CL-SIT
               END-IF
            END-IF
            IF ACHOU-FREQ
               AND WS-PC-ALUNO LESS THAN WS-CL-FREQ-MIN
               MOVE 4                     TO WS-CL-SIT
            END-IF

            EVALUATE TRUE
                WHEN WS-CL-MEDIA GREATER THAN OR EQUAL WS-CL-CORTE-A
                     MOVE 'A'             TO WS-CL-CONC
                     MOVE 1               TO WS-CL-IX-CONC
                WHEN WS-CL-MEDIA GREATER THAN OR EQUAL WS-CL-CORTE-B
                     MOVE 'B'             TO WS-CL-CONC
                     MOVE 2               TO WS-CL-IX-CONC
                WHEN WS-CL-MEDIA GREATER THAN OR EQUAL WS-CL-CORTE-C
                     MOVE 'C'             TO WS-CL-CONC
                     MOVE 3               TO WS-CL-IX-CONC
                WHEN OTHER
                     MOVE 'D'             TO WS-CL-CONC
                     MOVE 4               TO WS-CL-IX-CONC
            END-EVALUATE
            .
       P10-CLASSIFICA-FIM.

      *ORDENA OS ALUNOS AFETADOS POR TURMA E ALUNO (TROCA SIMPLES)
       P11-ORDENA.
            MOVE 'S'                      TO WS-TROCOU
            PERFORM UNTIL NOT TROCOU
                MOVE 'N'                  TO WS-TROCOU
                MOVE 1                    TO WS-IND
                PERFORM UNTIL WS-IND GREATER THAN WS-QT-AFETADOS - 1
                    COMPUTE WS-IND2 = WS-IND + 1
                    END-COMPUTE
                    IF WS-AF-TURMA (WS-IND2) LESS THAN
                       WS-AF-TURMA (WS-IND)
                       OR (WS-AF-TURMA (WS-IND2) EQUAL
                           WS-AF-TURMA (WS-IND)
                           AND WS-AF-ID-ALUNO (WS-IND2) LESS THAN
                               WS-AF-ID-ALUNO (WS-IND))
                       MOVE WS-AF-ITEM (WS-IND)  TO WS-AF-TEMP
                       MOVE WS-AF-ITEM (WS-IND2) TO
                            WS-AF-ITEM (WS-IND)
                       MOVE WS-AF-TEMP           TO
                            WS-AF-ITEM (WS-IND2)
                       MOVE 'S'           TO WS-TROCOU
                    END-IF
                    ADD 1                 TO WS-IND
                END-PERFORM
            END-PERFORM
            .
       P11-ORDENA-FIM.

      *EMITE O RELATORIO DE IMPACTO NA TELA E NO ARQUIVO DE IMPRESSAO
       P12-IMPRIME.
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

            MOVE ALL '='                  TO WS-LINHA-SIM
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-SIM
            STRING 'SIMULACAO DE REGRAS DE AVALIACAO - ANO '
                   WS-ANO-INF ' (NADA FOI GRAVADO)'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-SIM
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE 'S'                      TO WS-IMPRIME
            PERFORM P16-LINHAS-PROPOSTA   THRU P16-LINHAS-PROPOSTA-FIM

      *TOTAIS DA ESCOLA
            MOVE ALL '-'                  TO WS-LINHA-SIM
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE WS-ES-QT-REG             TO WS-ED-QT1
            MOVE WS-ES-MUDA-SIT           TO WS-ED-QT2
            MOVE WS-ES-MUDA-CONC          TO WS-ED-QT3
            MOVE SPACES                   TO WS-LINHA-SIM
            STRING 'ESCOLA: LANCAMENTOS ' WS-ED-QT1
                   '  MUDAM SITUACAO ' WS-ED-QT2
                   '  MUDAM CONCEITO ' WS-ED-QT3
                   DELIMITED BY SIZE
                   INTO WS-LINHA-SIM
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            PERFORM VARYING WS-IX-SIT FROM 1 BY 1
                    UNTIL WS-IX-SIT GREATER THAN 4
                MOVE WS-ES-SIT-ATU(WS-IX-SIT) TO WS-ED-ATU(WS-IX-SIT)
                MOVE WS-ES-SIT-SIM(WS-IX-SIT) TO WS-ED-SIM(WS-IX-SIT)
            END-PERFORM
            PERFORM P17-LINHA-SITUACOES   THRU P17-LINHA-SITUACOES-FIM
            PERFORM VARYING WS-IX-SIT FROM 1 BY 1
                    UNTIL WS-IX-SIT GREATER THAN 4
                MOVE WS-ES-CONC-ATU(WS-IX-SIT) TO WS-ED-ATU(WS-IX-SIT)
                MOVE WS-ES-CONC-SIM(WS-IX-SIT) TO WS-ED-SIM(WS-IX-SIT)
            END-PERFORM
            MOVE SPACES                   TO WS-LINHA-SIM
            STRING '  CONCEITO A' WS-ED-ATU(1) ' ->' WS-ED-SIM(1)
                   '  B' WS-ED-ATU(2) ' ->' WS-ED-SIM(2)
                   '  C' WS-ED-ATU(3) ' ->' WS-ED-SIM(3)
                   '  D' WS-ED-ATU(4) ' ->' WS-ED-SIM(4)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-SIM
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            IF WS-ES-SEM-MATERIA GREATER THAN ZEROS
               MOVE WS-ES-SEM-MATERIA     TO WS-ED-QT1
               MOVE SPACES                TO WS-LINHA-SIM
               STRING '  LANCAMENTOS DE MATERIA NAO CADASTRADA'
                      ' (IGNORADOS): ' WS-ED-QT1
                      DELIMITED BY SIZE
                      INTO WS-LINHA-SIM
               END-STRING
               PERFORM P15-EMITE-LINHA    THRU P15-EMITE-LINHA-FIM
            END-IF

      *POR MATERIA (SO AS QUE TEM LANCAMENTO NO ANO)
            MOVE ALL '-'                  TO WS-LINHA-SIM
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE 'POR MATERIA (ATUAL -> SIMULADA)'
                                          TO WS-LINHA-SIM
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            PERFORM VARYING WS-IX-MT FROM 1 BY 1
                    UNTIL WS-IX-MT GREATER THAN WS-QT-MATERIAS
                IF WS-MT-QT-REG(WS-IX-MT) GREATER THAN ZEROS
                   MOVE WS-MT-QT-REG(WS-IX-MT)    TO WS-ED-QT1
                   MOVE WS-MT-MUDA-SIT(WS-IX-MT)  TO WS-ED-QT2
                   MOVE WS-MT-MUDA-CONC(WS-IX-MT) TO WS-ED-QT3
                   MOVE SPACES            TO WS-LINHA-SIM
                   STRING WS-MT-ID(WS-IX-MT) ' ' WS-MT-NOME(WS-IX-MT)
                          ' LANC ' WS-ED-QT1
                          ' MUDAM SIT ' WS-ED-QT2
                          ' CONC ' WS-ED-QT3
                          DELIMITED BY SIZE
                          INTO WS-LINHA-SIM
                   END-STRING
                   PERFORM P15-EMITE-LINHA THRU P15-EMITE-LINHA-FIM
                   PERFORM VARYING WS-IX-SIT FROM 1 BY 1
                           UNTIL WS-IX-SIT GREATER THAN 4
                       MOVE WS-MT-SIT-ATU(WS-IX-MT WS-IX-SIT)
                                          TO WS-ED-ATU(WS-IX-SIT)
                       MOVE WS-MT-SIT-SIM(WS-IX-MT WS-IX-SIT)
                                          TO WS-ED-SIM(WS-IX-SIT)
                   END-PERFORM
                   PERFORM P17-LINHA-SITUACOES
                           THRU P17-LINHA-SITUACOES-FIM
                END-IF
            END-PERFORM

      *POR TURMA (SO AS QUE TEM ALUNO AFETADO)
            MOVE ALL '-'                  TO WS-LINHA-SIM
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE 'POR TURMA (LANCAMENTOS QUE MUDAM)'
                                          TO WS-LINHA-SIM
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            IF WS-QT-TURMAS EQUAL ZEROS
               MOVE '  NENHUMA TURMA AFETADA.' TO WS-LINHA-SIM
               PERFORM P15-EMITE-LINHA    THRU P15-EMITE-LINHA-FIM
            END-IF
            PERFORM VARYING WS-IX-TU FROM 1 BY 1
                    UNTIL WS-IX-TU GREATER THAN WS-QT-TURMAS
                MOVE WS-TU-MUDA-SIT(WS-IX-TU)  TO WS-ED-QT2
                MOVE WS-TU-MUDA-CONC(WS-IX-TU) TO WS-ED-QT3
                MOVE SPACES               TO WS-LINHA-SIM
                IF WS-TU-ID(WS-IX-TU) EQUAL ZEROS
                   STRING '  SEM TURMA  MUDAM SITUACAO ' WS-ED-QT2
                          '  MUDAM CONCEITO ' WS-ED-QT3
                          DELIMITED BY SIZE
                          INTO WS-LINHA-SIM
                   END-STRING
                ELSE
                   STRING '  TURMA ' WS-TU-ID(WS-IX-TU)
                          '  MUDAM SITUACAO ' WS-ED-QT2
                          '  MUDAM CONCEITO ' WS-ED-QT3
                          DELIMITED BY SIZE
                          INTO WS-LINHA-SIM
                   END-STRING
                END-IF
                PERFORM P15-EMITE-LINHA   THRU P15-EMITE-LINHA-FIM
            END-PERFORM

      *ALUNOS AFETADOS
            MOVE ALL '-'                  TO WS-LINHA-SIM
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE 'ALUNOS AFETADOS (POR TURMA)' TO WS-LINHA-SIM
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER THAN WS-QT-AFETADOS
                MOVE SPACES               TO WS-LINHA-SIM
                STRING 'TURMA ' WS-AF-TURMA(WS-IND)
                       ' ALUNO ' WS-AF-ID-ALUNO(WS-IND)
                       ' ' WS-AF-NM-ALUNO(WS-IND)
                       ' MATERIA ' WS-AF-ID-MATERIA(WS-IND)
                       DELIMITED BY SIZE
                       INTO WS-LINHA-SIM
                END-STRING
                PERFORM P15-EMITE-LINHA   THRU P15-EMITE-LINHA-FIM
                MOVE WS-AF-MD-ATU(WS-IND) TO WS-ED-NT1
                MOVE WS-AF-MD-SIM(WS-IND) TO WS-ED-NT2
                MOVE WS-AF-SIT-ATU(WS-IND) TO WS-IX-SIT
                MOVE WS-AF-SIT-SIM(WS-IND) TO WS-IX-SIT2
                MOVE SPACES               TO WS-LINHA-SIM
                STRING '    MEDIA ' WS-ED-NT1 ' -> ' WS-ED-NT2
                       '  ' WS-NM-SIT(WS-IX-SIT) ' -> '
                       WS-NM-SIT(WS-IX-SIT2)
                       '  CONCEITO ' WS-AF-CONC-ATU(WS-IND)
                       ' -> ' WS-AF-CONC-SIM(WS-IND)
                       DELIMITED BY SIZE
                       INTO WS-LINHA-SIM
                END-STRING
                PERFORM P15-EMITE-LINHA   THRU P15-EMITE-LINHA-FIM
            END-PERFORM
            IF WS-QT-AFET-FORA GREATER THAN ZEROS
               MOVE WS-QT-AFET-FORA       TO WS-ED-QT1
               MOVE SPACES                TO WS-LINHA-SIM
               STRING '... E MAIS ' WS-ED-QT1
                      ' LANCAMENTOS AFETADOS FORA DA LISTA (LIMITE 500)'
                      DELIMITED BY SIZE
                      INTO WS-LINHA-SIM
               END-STRING
               PERFORM P15-EMITE-LINHA    THRU P15-EMITE-LINHA-FIM
            END-IF

            IF FIM-OK
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'SIMREGRA'            TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF
            .
       P12-IMPRIME-FIM.

      *LOCALIZA A TURMA DO ALUNO CORRENTE PELO ROTEIRO DE CHAMADA
       P13-BUSCA-TURMA.
            MOVE ZEROS                    TO WS-ID-TURMA-ALUNO
            SET EOF2-OK                   TO FALSE
            SET FTL-OK                    TO TRUE

            OPEN INPUT TURMALUNO
            IF FTL-OK
               PERFORM UNTIL EOF2-OK
                   READ TURMALUNO NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF ID-ALUNO6 EQUAL ID-ALUNO1
                              MOVE ID-TURMA6 TO WS-ID-TURMA-ALUNO
                              SET EOF2-OK    TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TURMALUNO
            .
       P13-BUSCA-TURMA-FIM.

      *LOCALIZA (OU INCLUI) A TURMA DO ALUNO NA TABELA DE TURMAS
      *AFETADAS (0 = TABELA CHEIA)
       P14-ACHA-TURMA.
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
                  MOVE ZEROS              TO WS-TU-MUDA-SIT(WS-IX-TU)
                                             WS-TU-MUDA-CONC(WS-IX-TU)
               ELSE
                  MOVE ZEROS              TO WS-IX-TU
               END-IF
            END-IF
            .
       P14-ACHA-TURMA-FIM.

      *MOSTRA A LINHA NA TELA E, COM O RELATORIO ABERTO, GRAVA NA
      *IMPRESSAO
       P15-EMITE-LINHA.
            DISPLAY WS-LINHA-SIM
            IF WS-IMPRIME EQUAL 'S' AND FIM-OK
               MOVE WS-LINHA-SIM          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P15-EMITE-LINHA-FIM.

      *LINHAS DA PROPOSTA: REGRAS DA ESCOLA E MATERIAS ALTERADAS
       P16-LINHAS-PROPOSTA.
            MOVE 'REGRA                     ATUAL        SIMULADA'
                                          TO WS-LINHA-SIM
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE WS-ATU-FREQ-MIN          TO WS-ED-PC1
            MOVE WS-SIM-FREQ-MIN          TO WS-ED-PC2
            MOVE SPACES                   TO WS-LINHA-SIM
            STRING 'FREQUENCIA MINIMA (%)    ' WS-ED-PC1
                   '       ' WS-ED-PC2
                   DELIMITED BY SIZE
                   INTO WS-LINHA-SIM
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE WS-ATU-MARGEM            TO WS-ED-NT1
            MOVE WS-SIM-MARGEM            TO WS-ED-NT2
            MOVE SPACES                   TO WS-LINHA-SIM
            STRING 'MARGEM DE RECUPERACAO     ' WS-ED-NT1
                   '        ' WS-ED-NT2
                   DELIMITED BY SIZE
                   INTO WS-LINHA-SIM
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-SIM
            STRING 'CORTES CONCEITO A/B/C     ' WS-ATU-CORTE-A '/'
                   WS-ATU-CORTE-B '/' WS-ATU-CORTE-C '  '
                   WS-SIM-CORTE-A '/' WS-SIM-CORTE-B '/'
                   WS-SIM-CORTE-C
                   DELIMITED BY SIZE
                   INTO WS-LINHA-SIM
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM

            PERFORM VARYING WS-IX-MT FROM 1 BY 1
                    UNTIL WS-IX-MT GREATER THAN WS-QT-MATERIAS
                IF WS-MT-ALTERADA(WS-IX-MT) EQUAL 'S'
                   MOVE WS-MT-NT-ATU(WS-IX-MT) TO WS-ED-NT1
                   MOVE WS-MT-NT-SIM(WS-IX-MT) TO WS-ED-NT2
                   MOVE SPACES            TO WS-LINHA-SIM
                   STRING 'MATERIA ' WS-MT-ID(WS-IX-MT) ' '
                          WS-MT-NOME(WS-IX-MT) ' NOTA ' WS-ED-NT1
                          ' -> ' WS-ED-NT2
                          DELIMITED BY SIZE
                          INTO WS-LINHA-SIM
                   END-STRING
                   PERFORM P15-EMITE-LINHA THRU P15-EMITE-LINHA-FIM
                   MOVE SPACES            TO WS-LINHA-SIM
                   STRING '    PESOS ' WS-MT-PS-ATU(WS-IX-MT 1) '/'
                          WS-MT-PS-ATU(WS-IX-MT 2) '/'
                          WS-MT-PS-ATU(WS-IX-MT 3) '/'
                          WS-MT-PS-ATU(WS-IX-MT 4) ' -> '
                          WS-MT-PS-SIM(WS-IX-MT 1) '/'
                          WS-MT-PS-SIM(WS-IX-MT 2) '/'
                          WS-MT-PS-SIM(WS-IX-MT 3) '/'
                          WS-MT-PS-SIM(WS-IX-MT 4)
                          DELIMITED BY SIZE
                          INTO WS-LINHA-SIM
                   END-STRING
                   PERFORM P15-EMITE-LINHA THRU P15-EMITE-LINHA-FIM
                END-IF
            END-PERFORM
            .
       P16-LINHAS-PROPOSTA-FIM.

      *LINHA DAS SITUACOES ATUAL -> SIMULADA (QUADRO EM WS-ED-QUADRO)
       P17-LINHA-SITUACOES.
            MOVE SPACES                   TO WS-LINHA-SIM
            STRING '  APROV' WS-ED-ATU(1) ' ->' WS-ED-SIM(1)
                   '  RECUP' WS-ED-ATU(2) ' ->' WS-ED-SIM(2)
                   '  REPROV' WS-ED-ATU(3) ' ->' WS-ED-SIM(3)
                   '  REP-FR' WS-ED-ATU(4) ' ->' WS-ED-SIM(4)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-SIM
            END-STRING
            PERFORM P15-EMITE-LINHA       THRU P15-EMITE-LINHA-FIM
            .
       P17-LINHA-SITUACOES-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM SIMREGRA.
