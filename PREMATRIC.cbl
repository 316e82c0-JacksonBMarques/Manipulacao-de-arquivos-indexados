      *          conversao do candidato aceito num aluno completo do
      *          CFP001S1 (codigo auto-atribuido pelo contador 2) com
      *          o responsavel ja cadastrado no CFP001S19 - sem
      *          redigitar nada; processo seletivo por serie e ano
      *          (notas ponderadas do exame, desempate por irmao
      *          matriculado ou idade, chamada ate as vagas livres e
      *          lista de reserva ordenada)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DA PRE-MATRICULA
      * UPDATE: 15/10/2026 - PROCESSO SELETIVO: NOTAS, CLASSIFICACAO,
      *         CHAMADA E RESERVA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMATRIC.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

                SELECT PROCSEL ASSIGN TO WS-PATH-PROCSEL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PROCSEL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPSL.

                SELECT NOTASEL ASSIGN TO WS-PATH-NOTASEL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-NOTASEL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FNSL.

                SELECT IMPREL ASSIGN TO WS-PATH-IMPREL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

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
       FD CANDIDATO.
       FD CONTADOR.
          COPY CFPK0008.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD PROCSEL.
          COPY CFPK0110.
       FD NOTASEL.
          COPY CFPK0111.
       FD IMPREL.
       01 REG-IMPREL                      PIC X(80).
       FD SPLORIG.
       01 REG-SPLORIG                     PIC X(250).
       FD SPLARQ.
       01 REG-SPLARQ                      PIC X(250).
       FD SPOOL.
          COPY CFPK0100.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY SPLVARS.
       77 WS-FCD                          PIC 99.
          88 FCD-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FTL-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-FPSL                         PIC 99.
          88 FPSL-OK                      VALUE 0.
       77 WS-FNSL                         PIC 99.
          88 FNSL-OK                      VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
      *GERACAO GENERICA DE NUMEROS: CONTADOR A USAR E VALOR GERADO
       77 WS-ID-CONTADOR-USO              PIC 9(02) VALUE ZEROS.
       77 WS-NR-GERADO                    PIC 9(05) VALUE ZEROS.
      *PROCESSO SELETIVO DA SERIE NO ANO
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-RESPOSTA                     PIC X(01) VALUE SPACES.
       77 WS-ACHOU                        PIC X(01) VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-AA-SEL-INF                   PIC 9(04) VALUE ZEROS.
       77 WS-IX-PV                        PIC 9(02) VALUE ZEROS.
       77 WS-QT-PROVAS                    PIC 9(02) VALUE ZEROS.
       77 WS-NM-PROVA-INF                 PIC X(15) VALUE SPACES.
       77 WS-PS-PROVA-INF                 PIC 9(02) VALUE ZEROS.
       77 WS-NT-PROVA-INF                 PIC 9(02)V9(02) VALUE ZEROS.
       01 WS-TB-NOTAS-INF.
          03 WS-NT-INF                    PIC 9(02)V9(02)
                                          OCCURS 5 TIMES.
       77 WS-SOMA-PONDERADA               PIC 9(05)V9(04) VALUE ZEROS.
       77 WS-SOMA-PESOS                   PIC 9(03) VALUE ZEROS.
       77 WS-NT-FINAL                     PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-NT-MINIMA                    PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-ORDEM-DESEMPATE              PIC X(02) VALUE SPACES.
       77 WS-FL-IRMAO                     PIC X(01) VALUE 'N'.
       77 WS-IRMAO-INF                    PIC X(01) VALUE SPACES.
       01 WS-TL-CAND                      PIC 9(09) VALUE ZEROS.
       01 WS-TL-CAND-X REDEFINES WS-TL-CAND
                                          PIC X(09).
       77 WS-VAGAS-LIVRES                 PIC 9(04) VALUE ZEROS.
       77 WS-NR-POSICAO                   PIC 9(04) VALUE ZEROS.
       77 WS-QT-CHAMADOS                  PIC 9(04) VALUE ZEROS.
       77 WS-QT-RESERVA                   PIC 9(04) VALUE ZEROS.
       77 WS-ID-CHAMADO                   PIC 9(05) VALUE ZEROS.
       77 WS-ST-SELECAO                   PIC X(01) VALUE SPACES.
       77 WS-ST-PROCESSO                  PIC X(01) VALUE SPACES.
          88 PROCESSO-PUBLICADO           VALUE 'P'.
       77 WS-DT-PUBLICACAO                PIC 9(08) VALUE ZEROS.
       77 WS-ST-CAND                      PIC X(01) VALUE SPACES.
       77 WS-SERIE-CAND                   PIC 9(02) VALUE ZEROS.
      *CLASSIFICACAO DOS CANDIDATOS DA SERIE (ATE 500)
       77 WS-QT-CLASS                     PIC 9(04) VALUE ZEROS.
       01 WS-TAB-CLASS.
          03 WS-CL-ENT OCCURS 500 TIMES.
             05 WS-CL-GRUPO               PIC 9(01).
             05 WS-CL-ID                  PIC 9(05).
             05 WS-CL-NM                  PIC X(20).
             05 WS-CL-NASC                PIC 9(08).
             05 WS-CL-IRMAO               PIC X(01).
             05 WS-CL-NOTA                PIC 9(02)V9(02).
             05 WS-CL-ST                  PIC X(01).
             05 WS-CL-NR-CLASS            PIC 9(04).
             05 WS-CL-NR-RES              PIC 9(04).
       77 WS-CL-TEMP                      PIC X(48) VALUE SPACES.
       77 WS-IX-A                         PIC 9(04) VALUE ZEROS.
       77 WS-IX-B                         PIC 9(04) VALUE ZEROS.
       77 WS-IX-CR                        PIC 9(01) VALUE ZEROS.
       77 WS-CRITERIO                     PIC X(01) VALUE SPACES.
       77 WS-TROCA                        PIC X(01) VALUE 'N'.
       77 WS-DECIDIDO                     PIC X(01) VALUE 'N'.
       77 WS-HOUVE-TROCA                  PIC X(01) VALUE 'N'.
      *LISTA DO RESULTADO: 'T' TELA, 'I' ARQUIVO DE IMPRESSAO
       77 WS-DESTINO-PRT                  PIC X(01) VALUE 'T'.
       77 WS-LINHA-PRT                    PIC X(80) VALUE SPACES.
       77 WS-SALTO-PAGINA                 PIC X VALUE X'0C'.
       77 WS-ED-NOTA                      PIC Z9,99.
       77 WS-ED-QT                        PIC ZZZ9.

       LINKAGE SECTION.
       01 LK-COM-AREA.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            DISPLAY 'TECLE <I> PARA A FICHA DE INTERESSE, <L> PARA'
            DISPLAY 'LISTAR OS CANDIDATOS, <D> PARA A DEMANDA POR'
            DISPLAY 'SERIE, <C> PARA CONVERTER UM CANDIDATO EM'
            DISPLAY 'ALUNO, <P> PARA O PROCESSO SELETIVO, <N> PARA'
            DISPLAY 'AS NOTAS DO EXAME, <R> PARA CLASSIFICAR E'
            DISPLAY 'PUBLICAR O RESULTADO, <K> PARA A DESISTENCIA'
            DISPLAY 'DE UM CHAMADO OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'C'
                WHEN 'c'
                    PERFORM P5-CONVERTE   THRU P5-CONVERTE-FIM
                WHEN 'P'
                WHEN 'p'
                    PERFORM P8-PROCESSO   THRU P8-PROCESSO-FIM
                WHEN 'N'
                WHEN 'n'
                    PERFORM P9-NOTAS      THRU P9-NOTAS-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P10-CLASSIFICA
                            THRU P10-CLASSIFICA-FIM
                WHEN 'K'
                WHEN 'k'
                    PERFORM P14-DESISTENCIA
                            THRU P14-DESISTENCIA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
            CLOSE CANDIDATO

      *VAGAS: CAPACIDADE DAS TURMAS DE CADA SERIE MENOS A OCUPACAO
            PERFORM P4C-CALCULA-VAGAS     THRU P4C-CALCULA-VAGAS-FIM

            DISPLAY '*** DEMANDA X VAGAS POR SERIE ***'
            IF WS-QT-SERIES EQUAL ZEROS
            .
       P4B-CONTA-TURMA-FIM.

      *VAGAS: SOMA A CAPACIDADE DAS TURMAS DE CADA SERIE E A OCUPACAO
      *JA NO ROTEIRO DE CADA UMA
       P4C-CALCULA-VAGAS.
            SET EOF-OK                    TO FALSE
            SET FT-OK                     TO TRUE
            OPEN INPUT TURMA
            IF FT-OK
               PERFORM UNTIL EOF-OK
                   READ TURMA NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF ID-SERIE-TURMA GREATER THAN ZEROS
                              MOVE ID-SERIE-TURMA TO WS-IX-ACHADO
                              PERFORM P4A-ACHA-SERIE
                                      THRU P4A-ACHA-SERIE-FIM
                              IF WS-IX-ACHADO GREATER THAN ZEROS
                                 ADD QT-CAPACIDADE
                                     TO WS-SER-VAGAS(WS-IX-ACHADO)
                                 MOVE ID-TURMA
                                      TO WS-ID-TURMA-ATUAL
                                 PERFORM P4B-CONTA-TURMA
                                         THRU P4B-CONTA-TURMA-FIM
                                 ADD WS-QT-NA-TURMA
                                     TO WS-SER-OCUPADAS(WS-IX-ACHADO)
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE TURMA
            .
       P4C-CALCULA-VAGAS-FIM.

      *CONVERTE UM CANDIDATO ACEITO NUM ALUNO COMPLETO, COM O
      *RESPONSAVEL JA CADASTRADO, SEM REDIGITACAO
       P5-CONVERTE.
               CLOSE CANDIDATO
               GO TO P5-CONVERTE-FIM
            END-IF

      *CANDIDATO DE PROCESSO SELETIVO PUBLICADO SO CONVERTE CHAMADO
            PERFORM P15-SITUACAO-SELECAO  THRU P15-SITUACAO-SELECAO-FIM
            IF WS-ST-SELECAO NOT EQUAL SPACES AND
               WS-ST-SELECAO NOT EQUAL 'C'
               EVALUATE WS-ST-SELECAO
                   WHEN 'R'
                       DISPLAY 'CANDIDATO NA LISTA DE RESERVA (ORDEM '
                               WS-NR-POSICAO ') - AGUARDE CHAMADA.'
                   WHEN 'E'
                       DISPLAY 'CANDIDATO ABAIXO DA NOTA MINIMA DO'
                               ' PROCESSO SELETIVO.'
                   WHEN 'F'
                       DISPLAY 'CANDIDATO FALTOU AO EXAME DO PROCESSO'
                               ' SELETIVO.'
                   WHEN OTHER
                       DISPLAY 'CANDIDATO DESISTIU DA VAGA.'
               END-EVALUATE
               CLOSE CANDIDATO
               GO TO P5-CONVERTE-FIM
            END-IF
            MOVE NM-CANDIDATO             TO WS-NM-CAND-INF
            MOVE DT-NASC-CAND             TO WS-DT-NASC-INF
            MOVE NM-RESP-CAND             TO WS-NM-RESP-INF
            .
       P7-GERA-CONTADOR-FIM.

      *CADASTRA O PROCESSO SELETIVO DA SERIE NO ANO: PROVAS DO EXAME
      *DE INGRESSO COM OS PESOS, NOTA MINIMA E ORDEM DO DESEMPATE
       P8-PROCESSO.
            PERFORM P8A-PEDE-PROCESSO     THRU P8A-PEDE-PROCESSO-FIM

            SET FPSL-OK                   TO TRUE
            OPEN I-O PROCSEL
            IF WS-FPSL EQUAL 35
                 CLOSE PROCSEL
                 OPEN OUTPUT PROCSEL
                 CLOSE PROCSEL
                 OPEN I-O PROCSEL
            END-IF
            IF NOT FPSL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO PROCESSO SELETIVO'
               MOVE WS-FPSL TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPSL ' - ' WS-FS-MSG
               CLOSE PROCSEL
               GO TO P8-PROCESSO-FIM
            END-IF

            MOVE 'N'                      TO WS-ACHOU
            MOVE WS-AA-SEL-INF            TO AA-PROCSEL
            MOVE WS-ID-SERIE-INF          TO ID-SERIE-PSL
            READ PROCSEL
                KEY IS ID-PROCSEL
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
                    PERFORM P8B-MOSTRA-PROCESSO
                            THRU P8B-MOSTRA-PROCESSO-FIM
            END-READ
            IF ACHOU AND PSL-PUBLICADO
               DISPLAY 'RESULTADO JA PUBLICADO - PROCESSO NAO PODE SER'
                       ' ALTERADO.'
               CLOSE PROCSEL
               GO TO P8-PROCESSO-FIM
            END-IF

            MOVE SPACES                   TO TB-PROVAS-PSL
            MOVE ZEROS                    TO WS-QT-PROVAS
            DISPLAY 'Provas do exame (ate 5, ENTER no nome encerra):'
            PERFORM VARYING WS-IX-PV FROM 1 BY 1
                    UNTIL WS-IX-PV GREATER THAN 5
                DISPLAY 'Prova ' WS-IX-PV ' - nome: '
                MOVE SPACES               TO WS-NM-PROVA-INF
                ACCEPT WS-NM-PROVA-INF
                IF WS-NM-PROVA-INF EQUAL SPACES
                   MOVE 6                 TO WS-IX-PV
                ELSE
                   DISPLAY 'Prova ' WS-IX-PV ' - peso (1 a 99): '
                   ACCEPT WS-PS-PROVA-INF
                   IF WS-PS-PROVA-INF EQUAL ZEROS
                      MOVE 1              TO WS-PS-PROVA-INF
                   END-IF
                   ADD 1                  TO WS-QT-PROVAS
                   MOVE WS-NM-PROVA-INF   TO NM-PROVA-PSL(WS-QT-PROVAS)
                   MOVE WS-PS-PROVA-INF   TO PS-PROVA-PSL(WS-QT-PROVAS)
                END-IF
            END-PERFORM
            IF WS-QT-PROVAS EQUAL ZEROS
               DISPLAY 'INFORME AO MENOS UMA PROVA.'
               CLOSE PROCSEL
               GO TO P8-PROCESSO-FIM
            END-IF
            PERFORM VARYING WS-IX-PV FROM 1 BY 1
                    UNTIL WS-IX-PV GREATER THAN 5
                IF NM-PROVA-PSL(WS-IX-PV) EQUAL SPACES
                   MOVE ZEROS             TO PS-PROVA-PSL(WS-IX-PV)
                END-IF
            END-PERFORM

            DISPLAY 'Nota final minima para classificar (0 a 10): '
            ACCEPT WS-NT-MINIMA
            IF WS-NT-MINIMA GREATER THAN 10
               DISPLAY 'NOTA MINIMA INVALIDA.'
               CLOSE PROCSEL
               GO TO P8-PROCESSO-FIM
            END-IF
            DISPLAY 'Ordem do desempate: IV = irmao matriculado e'
                    ' depois idade, VI = idade e depois irmao'
            DISPLAY '(ENTER = IV): '
            MOVE SPACES                   TO WS-ORDEM-DESEMPATE
            ACCEPT WS-ORDEM-DESEMPATE
            INSPECT WS-ORDEM-DESEMPATE CONVERTING 'iv' TO 'IV'
            IF WS-ORDEM-DESEMPATE EQUAL SPACES
               MOVE 'IV'                  TO WS-ORDEM-DESEMPATE
            END-IF
            IF WS-ORDEM-DESEMPATE NOT EQUAL 'IV'
               AND WS-ORDEM-DESEMPATE NOT EQUAL 'VI'
               DISPLAY 'ORDEM DE DESEMPATE INVALIDA.'
               CLOSE PROCSEL
               GO TO P8-PROCESSO-FIM
            END-IF

            MOVE WS-AA-SEL-INF            TO AA-PROCSEL
            MOVE WS-ID-SERIE-INF          TO ID-SERIE-PSL
            MOVE WS-NT-MINIMA             TO NT-MINIMA-PSL
            MOVE WS-ORDEM-DESEMPATE       TO ORDEM-DESEMPATE-PSL
            SET PSL-ABERTO                TO TRUE
            MOVE ZEROS                    TO QT-VAGAS-PSL
                                             DT-PUBLICACAO-PSL
            MOVE LK-OPERADOR              TO OP-PROCSEL
            IF ACHOU
               REWRITE REG-PROCSEL
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR O PROCESSO SELETIVO'
                   NOT INVALID KEY
                       DISPLAY 'PROCESSO SELETIVO ALTERADO!'
               END-REWRITE
            ELSE
               WRITE REG-PROCSEL
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O PROCESSO SELETIVO'
                   NOT INVALID KEY
                       DISPLAY 'PROCESSO SELETIVO CADASTRADO!'
               END-WRITE
            END-IF
            CLOSE PROCSEL

            MOVE 'PREMATRIC'              TO WS-AUD-PROGRAMA
            MOVE 'PROCSEL'                TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ANO ' WS-AA-SEL-INF ' SERIE ' WS-ID-SERIE-INF
                   ' PROVAS ' WS-QT-PROVAS ' MINIMA ' WS-NT-MINIMA
                   ' DESEMPATE ' WS-ORDEM-DESEMPATE
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P8-PROCESSO-FIM.

      *PEDE O ANO LETIVO E A SERIE DO PROCESSO SELETIVO
       P8A-PEDE-PROCESSO.
            DISPLAY 'Ano letivo do processo seletivo (AAAA): '
            ACCEPT WS-AA-SEL-INF
            IF WS-AA-SEL-INF EQUAL ZEROS
               MOVE WS-DATA-HOJE(1:4)     TO WS-AA-SEL-INF
            END-IF
            DISPLAY 'Serie pretendida: '
            ACCEPT WS-ID-SERIE-INF
            .
       P8A-PEDE-PROCESSO-FIM.

      *MOSTRA O PROCESSO SELETIVO LIDO
       P8B-MOSTRA-PROCESSO.
            DISPLAY 'PROCESSO ' AA-PROCSEL ' SERIE ' ID-SERIE-PSL
                    ' SITUACAO ' ST-PROCSEL
            PERFORM VARYING WS-IX-PV FROM 1 BY 1
                    UNTIL WS-IX-PV GREATER THAN 5
                IF NM-PROVA-PSL(WS-IX-PV) NOT EQUAL SPACES
                   DISPLAY '  PROVA ' WS-IX-PV ': '
                           NM-PROVA-PSL(WS-IX-PV)
                           ' PESO ' PS-PROVA-PSL(WS-IX-PV)
                END-IF
            END-PERFORM
            MOVE NT-MINIMA-PSL            TO WS-ED-NOTA
            DISPLAY '  NOTA MINIMA ' WS-ED-NOTA
                    ' DESEMPATE ' ORDEM-DESEMPATE-PSL
            .
       P8B-MOSTRA-PROCESSO-FIM.

      *LE O PROCESSO SELETIVO DO ANO E SERIE INFORMADOS
       P8C-LE-PROCESSO.
            MOVE 'N'                      TO WS-ACHOU
            MOVE SPACES                   TO WS-ST-PROCESSO
            SET FPSL-OK                   TO TRUE
            OPEN INPUT PROCSEL
            IF NOT FPSL-OK
               DISPLAY 'NENHUM PROCESSO SELETIVO CADASTRADO.'
               CLOSE PROCSEL
               GO TO P8C-LE-PROCESSO-FIM
            END-IF
            MOVE WS-AA-SEL-INF            TO AA-PROCSEL
            MOVE WS-ID-SERIE-INF          TO ID-SERIE-PSL
            READ PROCSEL
                KEY IS ID-PROCSEL
                INVALID KEY
                    DISPLAY 'PROCESSO SELETIVO NAO CADASTRADO PARA O'
                            ' ANO E SERIE.'
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
                    MOVE ST-PROCSEL       TO WS-ST-PROCESSO
                    MOVE DT-PUBLICACAO-PSL
                                          TO WS-DT-PUBLICACAO
                    MOVE NT-MINIMA-PSL    TO WS-NT-MINIMA
                    MOVE ORDEM-DESEMPATE-PSL
                                          TO WS-ORDEM-DESEMPATE
                    MOVE ZEROS            TO WS-SOMA-PESOS
                    PERFORM VARYING WS-IX-PV FROM 1 BY 1
                            UNTIL WS-IX-PV GREATER THAN 5
                        ADD PS-PROVA-PSL(WS-IX-PV) TO WS-SOMA-PESOS
                    END-PERFORM
            END-READ
            CLOSE PROCSEL
            .
       P8C-LE-PROCESSO-FIM.

      *LANCA AS NOTAS DAS PROVAS DE UM CANDIDATO PENDENTE DA SERIE E
      *CALCULA A NOTA FINAL PONDERADA PELOS PESOS DO PROCESSO
       P9-NOTAS.
            PERFORM P8A-PEDE-PROCESSO     THRU P8A-PEDE-PROCESSO-FIM
            PERFORM P8C-LE-PROCESSO       THRU P8C-LE-PROCESSO-FIM
            IF NOT ACHOU
               GO TO P9-NOTAS-FIM
            END-IF
            IF PROCESSO-PUBLICADO
               DISPLAY 'RESULTADO JA PUBLICADO - NOTAS NAO PODEM SER'
                       ' ALTERADAS.'
               GO TO P9-NOTAS-FIM
            END-IF

            DISPLAY 'Informe o numero do candidato: '
            ACCEPT WS-ID-CAND-INF
            MOVE 'N'                      TO WS-ACHOU
            SET FCD-OK                    TO TRUE
            OPEN INPUT CANDIDATO
            IF FCD-OK
               MOVE WS-ID-CAND-INF        TO ID-CANDIDATO
               READ CANDIDATO
                   KEY IS ID-CANDIDATO
                   INVALID KEY
                       DISPLAY 'CANDIDATO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       MOVE 'S'           TO WS-ACHOU
                       MOVE ST-CANDIDATO  TO WS-ST-CAND
                       MOVE ID-SERIE-PRET TO WS-SERIE-CAND
                       MOVE NM-CANDIDATO  TO WS-NM-CAND-INF
                       MOVE TL-RESP-CAND  TO WS-TL-CAND
               END-READ
            END-IF
            CLOSE CANDIDATO
            IF NOT ACHOU
               GO TO P9-NOTAS-FIM
            END-IF
            IF WS-ST-CAND NOT EQUAL 'P'
               DISPLAY 'CANDIDATO JA TRATADO (' WS-ST-CAND ').'
               GO TO P9-NOTAS-FIM
            END-IF
            IF WS-SERIE-CAND NOT EQUAL WS-ID-SERIE-INF
               DISPLAY 'CANDIDATO PRETENDE OUTRA SERIE ('
                       WS-SERIE-CAND ').'
               GO TO P9-NOTAS-FIM
            END-IF
            DISPLAY 'CANDIDATO ' WS-ID-CAND-INF ' - '
                    FUNCTION TRIM(WS-NM-CAND-INF)

            MOVE ZEROS                    TO WS-TB-NOTAS-INF
                                             WS-SOMA-PONDERADA
            PERFORM VARYING WS-IX-PV FROM 1 BY 1
                    UNTIL WS-IX-PV GREATER THAN 5
                IF NM-PROVA-PSL(WS-IX-PV) NOT EQUAL SPACES
                   DISPLAY 'Nota de ' NM-PROVA-PSL(WS-IX-PV)
                           ' (0 a 10): '
                   ACCEPT WS-NT-PROVA-INF
                   IF WS-NT-PROVA-INF GREATER THAN 10
                      DISPLAY 'NOTA ACIMA DE 10 - CONSIDERADA 10.'
                      MOVE 10             TO WS-NT-PROVA-INF
                   END-IF
                   MOVE WS-NT-PROVA-INF   TO WS-NT-INF(WS-IX-PV)
                   COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                         + WS-NT-PROVA-INF * PS-PROVA-PSL(WS-IX-PV)
                   END-COMPUTE
                END-IF
            END-PERFORM
            COMPUTE WS-NT-FINAL ROUNDED =
                    WS-SOMA-PONDERADA / WS-SOMA-PESOS
            END-COMPUTE
            MOVE WS-NT-FINAL              TO WS-ED-NOTA
            DISPLAY 'NOTA FINAL PONDERADA: ' WS-ED-NOTA

            PERFORM P12-VERIFICA-IRMAO    THRU P12-VERIFICA-IRMAO-FIM
            IF WS-FL-IRMAO EQUAL 'S'
               DISPLAY 'IRMAO MATRICULADO ENCONTRADO PELO TELEFONE DO'
                       ' RESPONSAVEL.'
            ELSE
               DISPLAY 'NENHUM IRMAO MATRICULADO ENCONTRADO PELO'
                       ' TELEFONE DO RESPONSAVEL.'
            END-IF
            DISPLAY 'Irmao ja matriculado (S/N, ENTER = confirma): '
            MOVE SPACES                   TO WS-IRMAO-INF
            ACCEPT WS-IRMAO-INF
            INSPECT WS-IRMAO-INF CONVERTING 'sn' TO 'SN'
            IF WS-IRMAO-INF EQUAL 'S' OR WS-IRMAO-INF EQUAL 'N'
               MOVE WS-IRMAO-INF          TO WS-FL-IRMAO
            END-IF

            PERFORM P9A-ABRE-NOTAS        THRU P9A-ABRE-NOTAS-FIM
            IF NOT FNSL-OK
               GO TO P9-NOTAS-FIM
            END-IF
            MOVE WS-AA-SEL-INF            TO AA-NOTASEL
            MOVE WS-ID-SERIE-INF          TO ID-SERIE-SEL
            MOVE WS-ID-CAND-INF           TO ID-CANDIDATO-SEL
            READ NOTASEL
                KEY IS ID-NOTASEL
                INVALID KEY
                    INITIALIZE REG-NOTASEL
                    MOVE WS-AA-SEL-INF    TO AA-NOTASEL
                    MOVE WS-ID-SERIE-INF  TO ID-SERIE-SEL
                    MOVE WS-ID-CAND-INF   TO ID-CANDIDATO-SEL
                    MOVE 'N'              TO WS-ACHOU
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
            END-READ
            MOVE WS-TB-NOTAS-INF          TO TB-NOTAS-SEL
            MOVE WS-NT-FINAL              TO NT-FINAL-SEL
            MOVE WS-FL-IRMAO              TO FL-IRMAO-SEL
            MOVE ZEROS                    TO NR-CLASSIF-SEL
                                             NR-RESERVA-SEL
            MOVE SPACES                   TO ST-RESULTADO
            MOVE WS-DATA-HOJE             TO DT-NOTAS-SEL
            MOVE LK-OPERADOR              TO OP-NOTASEL
            IF ACHOU
               REWRITE REG-NOTASEL
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR AS NOTAS'
                   NOT INVALID KEY
                       DISPLAY 'NOTAS ALTERADAS!'
               END-REWRITE
            ELSE
               WRITE REG-NOTASEL
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR AS NOTAS'
                   NOT INVALID KEY
                       DISPLAY 'NOTAS REGISTRADAS!'
               END-WRITE
            END-IF
            CLOSE NOTASEL

            MOVE 'PREMATRIC'              TO WS-AUD-PROGRAMA
            MOVE 'NOTASEL'                TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ANO ' WS-AA-SEL-INF ' SERIE ' WS-ID-SERIE-INF
                   ' CANDIDATO ' WS-ID-CAND-INF ' FINAL ' WS-ED-NOTA
                   ' IRMAO ' WS-FL-IRMAO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P9-NOTAS-FIM.

      *ABRE O ARQUIVO DE NOTAS DO PROCESSO PARA ATUALIZACAO (CRIA NA
      *PRIMEIRA VEZ)
       P9A-ABRE-NOTAS.
            SET FNSL-OK                   TO TRUE
            OPEN I-O NOTASEL
            IF WS-FNSL EQUAL 35
                 CLOSE NOTASEL
                 OPEN OUTPUT NOTASEL
                 CLOSE NOTASEL
                 OPEN I-O NOTASEL
            END-IF
            IF NOT FNSL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE NOTAS DO PROCESSO'
               MOVE WS-FNSL TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FNSL ' - ' WS-FS-MSG
               CLOSE NOTASEL
            END-IF
            .
       P9A-ABRE-NOTAS-FIM.

      *CLASSIFICA OS CANDIDATOS PENDENTES DA SERIE PELA NOTA FINAL E
      *PELOS CRITERIOS DE DESEMPATE; CHAMA TANTOS QUANTAS AS VAGAS
      *LIVRES DA SERIE (CAPACIDADE MENOS OCUPACAO, COMO NA DEMANDA) E
      *POE OS DEMAIS NA LISTA DE RESERVA ORDENADA. MOSTRA A PREVIA E,
      *CONFIRMADA A PUBLICACAO, GRAVA O RESULTADO E O IMPRIME
       P10-CLASSIFICA.
            PERFORM P8A-PEDE-PROCESSO     THRU P8A-PEDE-PROCESSO-FIM
            PERFORM P8C-LE-PROCESSO       THRU P8C-LE-PROCESSO-FIM
            IF NOT ACHOU
               GO TO P10-CLASSIFICA-FIM
            END-IF
            IF PROCESSO-PUBLICADO
               DISPLAY 'RESULTADO JA PUBLICADO EM ' WS-DT-PUBLICACAO
                       ' - USE A DESISTENCIA PARA CHAMAR A RESERVA.'
               GO TO P10-CLASSIFICA-FIM
            END-IF

      *VAGAS LIVRES DA SERIE
            MOVE ZEROS                    TO WS-QT-SERIES
                                             WS-VAGAS-LIVRES
            MOVE SPACES                   TO WS-TAB-SERIES
            PERFORM P4C-CALCULA-VAGAS     THRU P4C-CALCULA-VAGAS-FIM
            MOVE WS-ID-SERIE-INF          TO WS-IX-ACHADO
            PERFORM P4A-ACHA-SERIE        THRU P4A-ACHA-SERIE-FIM
            IF WS-IX-ACHADO GREATER THAN ZEROS
               IF WS-SER-VAGAS(WS-IX-ACHADO) GREATER THAN
                  WS-SER-OCUPADAS(WS-IX-ACHADO)
                  COMPUTE WS-VAGAS-LIVRES =
                          WS-SER-VAGAS(WS-IX-ACHADO)
                        - WS-SER-OCUPADAS(WS-IX-ACHADO)
                  END-COMPUTE
               END-IF
            END-IF

            PERFORM P10A-CARREGA          THRU P10A-CARREGA-FIM
            IF WS-QT-CLASS EQUAL ZEROS
               DISPLAY 'NENHUM CANDIDATO PENDENTE NA SERIE.'
               GO TO P10-CLASSIFICA-FIM
            END-IF
            PERFORM P10B-ORDENA           THRU P10B-ORDENA-FIM

      *CHAMADOS ATE AS VAGAS LIVRES, DEPOIS A RESERVA EM ORDEM
            MOVE ZEROS                    TO WS-NR-POSICAO
                                             WS-QT-CHAMADOS
                                             WS-QT-RESERVA
            PERFORM VARYING WS-IX-A FROM 1 BY 1
                    UNTIL WS-IX-A GREATER THAN WS-QT-CLASS
                IF WS-CL-GRUPO(WS-IX-A) EQUAL 1
                   ADD 1                  TO WS-NR-POSICAO
                   MOVE WS-NR-POSICAO     TO WS-CL-NR-CLASS(WS-IX-A)
                   IF WS-NR-POSICAO NOT GREATER THAN WS-VAGAS-LIVRES
                      MOVE 'C'            TO WS-CL-ST(WS-IX-A)
                      ADD 1               TO WS-QT-CHAMADOS
                   ELSE
                      MOVE 'R'            TO WS-CL-ST(WS-IX-A)
                      ADD 1               TO WS-QT-RESERVA
                      MOVE WS-QT-RESERVA  TO WS-CL-NR-RES(WS-IX-A)
                   END-IF
                END-IF
            END-PERFORM

            MOVE 'T'                      TO WS-DESTINO-PRT
            PERFORM P10C-EMITE-RESULTADO  THRU P10C-EMITE-RESULTADO-FIM

            DISPLAY 'Publicar o resultado (S/N)? '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY 'PREVIA NAO PUBLICADA.'
               GO TO P10-CLASSIFICA-FIM
            END-IF

            PERFORM P10D-PUBLICA          THRU P10D-PUBLICA-FIM
            IF NOT FNSL-OK
               GO TO P10-CLASSIFICA-FIM
            END-IF

            SET FIM-OK                    TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPREL
            IF WS-FIM EQUAL 35
               OPEN OUTPUT IMPREL
            END-IF
            IF FIM-OK
               MOVE 'I'                   TO WS-DESTINO-PRT
               PERFORM P10C-EMITE-RESULTADO
                       THRU P10C-EMITE-RESULTADO-FIM
               MOVE WS-SALTO-PAGINA       TO REG-IMPREL
               WRITE REG-IMPREL
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'PREMATRIC'           TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
               DISPLAY 'RESULTADO IMPRESSO NO ARQUIVO DE IMPRESSAO.'
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
            END-IF

            MOVE 'PREMATRIC'              TO WS-AUD-PROGRAMA
            MOVE 'PUBLICACAO'             TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ANO ' WS-AA-SEL-INF ' SERIE ' WS-ID-SERIE-INF
                   ' VAGAS ' WS-VAGAS-LIVRES ' CHAMADOS '
                   WS-QT-CHAMADOS ' RESERVA ' WS-QT-RESERVA
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P10-CLASSIFICA-FIM.

      *CARREGA OS CANDIDATOS PENDENTES DA SERIE COM AS NOTAS: GRUPO 1
      *CLASSIFICAVEL, 2 ABAIXO DA NOTA MINIMA, 3 SEM NOTAS (FALTOU)
       P10A-CARREGA.
            MOVE ZEROS                    TO WS-QT-CLASS
            SET FCD-OK                    TO TRUE
            OPEN INPUT CANDIDATO
            IF NOT FCD-OK
               CLOSE CANDIDATO
               GO TO P10A-CARREGA-FIM
            END-IF
            SET FNSL-OK                   TO TRUE
            OPEN INPUT NOTASEL
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ CANDIDATO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ST-CANDIDATO EQUAL 'P' AND
                           ID-SERIE-PRET EQUAL WS-ID-SERIE-INF AND
                           WS-QT-CLASS LESS THAN 500
                           ADD 1          TO WS-QT-CLASS
                           MOVE ID-CANDIDATO
                                TO WS-CL-ID(WS-QT-CLASS)
                           MOVE NM-CANDIDATO
                                TO WS-CL-NM(WS-QT-CLASS)
                           MOVE DT-NASC-CAND
                                TO WS-CL-NASC(WS-QT-CLASS)
                           MOVE 'N'       TO WS-CL-IRMAO(WS-QT-CLASS)
                           MOVE ZEROS     TO WS-CL-NOTA(WS-QT-CLASS)
                                             WS-CL-NR-CLASS(WS-QT-CLASS)
                                             WS-CL-NR-RES(WS-QT-CLASS)
                           MOVE 'F'       TO WS-CL-ST(WS-QT-CLASS)
                           MOVE 3         TO WS-CL-GRUPO(WS-QT-CLASS)
                           IF FNSL-OK
                              PERFORM P10E-NOTAS-DO-CANDIDATO
                                 THRU P10E-NOTAS-DO-CANDIDATO-FIM
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NOTASEL
            CLOSE CANDIDATO
            .
       P10A-CARREGA-FIM.

      *ORDENA A TABELA (GRUPO, NOTA FINAL E DESEMPATE)
       P10B-ORDENA.
            MOVE 'S'                      TO WS-HOUVE-TROCA
            PERFORM UNTIL WS-HOUVE-TROCA EQUAL 'N'
                MOVE 'N'                  TO WS-HOUVE-TROCA
                PERFORM VARYING WS-IX-A FROM 1 BY 1
                        UNTIL WS-IX-A NOT LESS THAN WS-QT-CLASS
                    COMPUTE WS-IX-B = WS-IX-A + 1
                    END-COMPUTE
                    PERFORM P11-COMPARA   THRU P11-COMPARA-FIM
                    IF WS-TROCA EQUAL 'S'
                       MOVE WS-CL-ENT(WS-IX-A) TO WS-CL-TEMP
                       MOVE WS-CL-ENT(WS-IX-B) TO WS-CL-ENT(WS-IX-A)
                       MOVE WS-CL-TEMP         TO WS-CL-ENT(WS-IX-B)
                       MOVE 'S'           TO WS-HOUVE-TROCA
                    END-IF
                END-PERFORM
            END-PERFORM
            .
       P10B-ORDENA-FIM.

      *EMITE A LISTA DO RESULTADO NA TELA (WS-DESTINO-PRT = 'T') OU NO
      *ARQUIVO DE IMPRESSAO ('I')
       P10C-EMITE-RESULTADO.
            MOVE ALL '='                  TO WS-LINHA-PRT
            PERFORM P13-EMITE-LINHA       THRU P13-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING 'RESULTADO DO PROCESSO SELETIVO '
                   WS-AA-SEL-INF ' - SERIE ' WS-ID-SERIE-INF
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            IF WS-DESTINO-PRT EQUAL 'T'
               MOVE '(PREVIA)'            TO WS-LINHA-PRT(60:8)
            END-IF
            PERFORM P13-EMITE-LINHA       THRU P13-EMITE-LINHA-FIM
            MOVE WS-VAGAS-LIVRES          TO WS-ED-QT
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING 'VAGAS LIVRES: ' WS-ED-QT '   DESEMPATE: '
                   WS-ORDEM-DESEMPATE ' (I = IRMAO, V = IDADE)'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P13-EMITE-LINHA       THRU P13-EMITE-LINHA-FIM
            MOVE 'CLASS CAND. NOME                  NASCIMENTO  NOTA I'
              TO WS-LINHA-PRT
            MOVE 'RESULTADO'              TO WS-LINHA-PRT(56:9)
            PERFORM P13-EMITE-LINHA       THRU P13-EMITE-LINHA-FIM
            MOVE ALL '-'                  TO WS-LINHA-PRT
            PERFORM P13-EMITE-LINHA       THRU P13-EMITE-LINHA-FIM

            PERFORM VARYING WS-IX-A FROM 1 BY 1
                    UNTIL WS-IX-A GREATER THAN WS-QT-CLASS
                MOVE SPACES               TO WS-LINHA-PRT
                IF WS-CL-NR-CLASS(WS-IX-A) GREATER THAN ZEROS
                   MOVE WS-CL-NR-CLASS(WS-IX-A) TO WS-ED-QT
                   MOVE WS-ED-QT          TO WS-LINHA-PRT(1:4)
                END-IF
                MOVE WS-CL-ID(WS-IX-A)    TO WS-LINHA-PRT(7:5)
                MOVE WS-CL-NM(WS-IX-A)    TO WS-LINHA-PRT(13:20)
                MOVE WS-CL-NASC(WS-IX-A)  TO WS-LINHA-PRT(35:8)
                MOVE WS-CL-NOTA(WS-IX-A)  TO WS-ED-NOTA
                MOVE WS-ED-NOTA           TO WS-LINHA-PRT(47:5)
                MOVE WS-CL-IRMAO(WS-IX-A) TO WS-LINHA-PRT(53:1)
                EVALUATE WS-CL-ST(WS-IX-A)
                    WHEN 'C'
                        MOVE 'CHAMADO'    TO WS-LINHA-PRT(56:9)
                    WHEN 'R'
                        MOVE WS-CL-NR-RES(WS-IX-A) TO WS-ED-QT
                        MOVE SPACES       TO WS-LINHA-PRT(56:25)
                        STRING 'RESERVA ' WS-ED-QT
                               DELIMITED BY SIZE
                               INTO WS-LINHA-PRT(56:25)
                        END-STRING
                    WHEN 'E'
                        MOVE 'ABAIXO DA MINIMA' TO WS-LINHA-PRT(56:16)
                    WHEN OTHER
                        MOVE 'FALTOU'     TO WS-LINHA-PRT(56:6)
                END-EVALUATE
                PERFORM P13-EMITE-LINHA   THRU P13-EMITE-LINHA-FIM
            END-PERFORM

            MOVE ALL '-'                  TO WS-LINHA-PRT
            PERFORM P13-EMITE-LINHA       THRU P13-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-PRT
            STRING 'CHAMADOS: ' WS-QT-CHAMADOS '  RESERVA: '
                   WS-QT-RESERVA '  CANDIDATOS: ' WS-QT-CLASS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-PRT
            END-STRING
            PERFORM P13-EMITE-LINHA       THRU P13-EMITE-LINHA-FIM
            .
       P10C-EMITE-RESULTADO-FIM.

      *GRAVA O RESULTADO NAS NOTAS DOS CANDIDATOS (O QUE FALTOU GANHA
      *O REGISTRO SEM NOTAS) E MARCA O PROCESSO COMO PUBLICADO
       P10D-PUBLICA.
            PERFORM P9A-ABRE-NOTAS        THRU P9A-ABRE-NOTAS-FIM
            IF NOT FNSL-OK
               GO TO P10D-PUBLICA-FIM
            END-IF
            PERFORM VARYING WS-IX-A FROM 1 BY 1
                    UNTIL WS-IX-A GREATER THAN WS-QT-CLASS
                MOVE WS-AA-SEL-INF        TO AA-NOTASEL
                MOVE WS-ID-SERIE-INF      TO ID-SERIE-SEL
                MOVE WS-CL-ID(WS-IX-A)    TO ID-CANDIDATO-SEL
                READ NOTASEL
                    KEY IS ID-NOTASEL
                    INVALID KEY
                        INITIALIZE REG-NOTASEL
                        MOVE WS-AA-SEL-INF     TO AA-NOTASEL
                        MOVE WS-ID-SERIE-INF   TO ID-SERIE-SEL
                        MOVE WS-CL-ID(WS-IX-A) TO ID-CANDIDATO-SEL
                        MOVE 'N'               TO FL-IRMAO-SEL
                        MOVE WS-DATA-HOJE      TO DT-NOTAS-SEL
                        MOVE LK-OPERADOR       TO OP-NOTASEL
                        MOVE 'F'               TO ST-RESULTADO
                        WRITE REG-NOTASEL
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR O RESULTADO '
                                        'DO CANDIDATO '
                                        WS-CL-ID(WS-IX-A)
                        END-WRITE
                    NOT INVALID KEY
                        MOVE WS-CL-ST(WS-IX-A) TO ST-RESULTADO
                        MOVE WS-CL-NR-CLASS(WS-IX-A)
                                               TO NR-CLASSIF-SEL
                        MOVE WS-CL-NR-RES(WS-IX-A)
                                               TO NR-RESERVA-SEL
                        MOVE LK-OPERADOR       TO OP-NOTASEL
                        REWRITE REG-NOTASEL
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR O RESULTADO '
                                        'DO CANDIDATO '
                                        WS-CL-ID(WS-IX-A)
                        END-REWRITE
                END-READ
            END-PERFORM
            CLOSE NOTASEL

            SET FPSL-OK                   TO TRUE
            OPEN I-O PROCSEL
            IF FPSL-OK
               MOVE WS-AA-SEL-INF         TO AA-PROCSEL
               MOVE WS-ID-SERIE-INF       TO ID-SERIE-PSL
               READ PROCSEL
                   KEY IS ID-PROCSEL
                   INVALID KEY
                       DISPLAY 'PROCESSO SELETIVO NAO ENCONTRADO'
                   NOT INVALID KEY
                       SET PSL-PUBLICADO  TO TRUE
                       MOVE WS-VAGAS-LIVRES TO QT-VAGAS-PSL
                       MOVE WS-DATA-HOJE  TO DT-PUBLICACAO-PSL
                       MOVE LK-OPERADOR   TO OP-PROCSEL
                       REWRITE REG-PROCSEL
                           INVALID KEY
                               DISPLAY 'ERRO AO PUBLICAR O PROCESSO'
                           NOT INVALID KEY
                               DISPLAY 'RESULTADO PUBLICADO!'
                       END-REWRITE
               END-READ
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO PROCESSO SELETIVO'
            END-IF
            CLOSE PROCSEL
            .
       P10D-PUBLICA-FIM.

      *COMPLETA A ENTRADA DA TABELA COM AS NOTAS DO CANDIDATO
       P10E-NOTAS-DO-CANDIDATO.
            MOVE WS-AA-SEL-INF            TO AA-NOTASEL
            MOVE WS-ID-SERIE-INF          TO ID-SERIE-SEL
            MOVE ID-CANDIDATO             TO ID-CANDIDATO-SEL
            READ NOTASEL
                KEY IS ID-NOTASEL
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE NT-FINAL-SEL     TO WS-CL-NOTA(WS-QT-CLASS)
                    MOVE FL-IRMAO-SEL     TO WS-CL-IRMAO(WS-QT-CLASS)
                    IF NT-FINAL-SEL LESS THAN WS-NT-MINIMA
                       MOVE 'E'           TO WS-CL-ST(WS-QT-CLASS)
                       MOVE 2             TO WS-CL-GRUPO(WS-QT-CLASS)
                    ELSE
                       MOVE SPACES        TO WS-CL-ST(WS-QT-CLASS)
                       MOVE 1             TO WS-CL-GRUPO(WS-QT-CLASS)
                    END-IF
            END-READ
            .
       P10E-NOTAS-DO-CANDIDATO-FIM.

      *DEVOLVE WS-TROCA = 'S' QUANDO A ENTRADA WS-IX-B DEVE VIR ANTES
      *DA WS-IX-A: GRUPO MENOR, NOTA MAIOR E, NO EMPATE, OS CRITERIOS
      *NA ORDEM DO PROCESSO (IRMAO MATRICULADO, CANDIDATO MAIS VELHO)
      *E POR FIM A FICHA MAIS ANTIGA (NUMERO MENOR)
       P11-COMPARA.
            MOVE 'N'                      TO WS-TROCA
            MOVE 'N'                      TO WS-DECIDIDO
            IF WS-CL-GRUPO(WS-IX-B) NOT EQUAL WS-CL-GRUPO(WS-IX-A)
               IF WS-CL-GRUPO(WS-IX-B) LESS THAN WS-CL-GRUPO(WS-IX-A)
                  MOVE 'S'                TO WS-TROCA
               END-IF
               GO TO P11-COMPARA-FIM
            END-IF
            IF WS-CL-NOTA(WS-IX-B) NOT EQUAL WS-CL-NOTA(WS-IX-A)
               IF WS-CL-NOTA(WS-IX-B) GREATER THAN WS-CL-NOTA(WS-IX-A)
                  MOVE 'S'                TO WS-TROCA
               END-IF
               GO TO P11-COMPARA-FIM
            END-IF

            PERFORM VARYING WS-IX-CR FROM 1 BY 1
                    UNTIL WS-IX-CR GREATER THAN 2
                       OR WS-DECIDIDO EQUAL 'S'
                MOVE WS-ORDEM-DESEMPATE(WS-IX-CR:1) TO WS-CRITERIO
                IF WS-CRITERIO EQUAL 'I' AND
                   WS-CL-IRMAO(WS-IX-B) NOT EQUAL
                   WS-CL-IRMAO(WS-IX-A)
                   MOVE 'S'               TO WS-DECIDIDO
                   IF WS-CL-IRMAO(WS-IX-B) EQUAL 'S'
                      MOVE 'S'            TO WS-TROCA
                   END-IF
                END-IF
                IF WS-CRITERIO EQUAL 'V' AND
                   WS-CL-NASC(WS-IX-B) NOT EQUAL WS-CL-NASC(WS-IX-A)
                   MOVE 'S'               TO WS-DECIDIDO
                   IF WS-CL-NASC(WS-IX-B) LESS THAN
                      WS-CL-NASC(WS-IX-A)
                      MOVE 'S'            TO WS-TROCA
                   END-IF
                END-IF
            END-PERFORM
            IF WS-DECIDIDO EQUAL 'N' AND
               WS-CL-ID(WS-IX-B) LESS THAN WS-CL-ID(WS-IX-A)
               MOVE 'S'                   TO WS-TROCA
            END-IF
            .
       P11-COMPARA-FIM.

      *DESISTENCIA DE UM CANDIDATO CHAMADO: MARCA A DESISTENCIA E
      *CHAMA O PRIMEIRO DA LISTA DE RESERVA DO PROCESSO
       P14-DESISTENCIA.
            PERFORM P8A-PEDE-PROCESSO     THRU P8A-PEDE-PROCESSO-FIM
            PERFORM P8C-LE-PROCESSO       THRU P8C-LE-PROCESSO-FIM
            IF NOT ACHOU
               GO TO P14-DESISTENCIA-FIM
            END-IF
            IF NOT PROCESSO-PUBLICADO
               DISPLAY 'RESULTADO AINDA NAO PUBLICADO.'
               GO TO P14-DESISTENCIA-FIM
            END-IF
            DISPLAY 'Informe o numero do candidato que desistiu: '
            ACCEPT WS-ID-CAND-INF

            PERFORM P9A-ABRE-NOTAS        THRU P9A-ABRE-NOTAS-FIM
            IF NOT FNSL-OK
               GO TO P14-DESISTENCIA-FIM
            END-IF
            MOVE WS-AA-SEL-INF            TO AA-NOTASEL
            MOVE WS-ID-SERIE-INF          TO ID-SERIE-SEL
            MOVE WS-ID-CAND-INF           TO ID-CANDIDATO-SEL
            READ NOTASEL
                KEY IS ID-NOTASEL
                INVALID KEY
                    DISPLAY 'CANDIDATO FORA DO PROCESSO SELETIVO.'
                    CLOSE NOTASEL
                    GO TO P14-DESISTENCIA-FIM
            END-READ
            IF NOT SEL-CHAMADO
               DISPLAY 'CANDIDATO NAO ESTA ENTRE OS CHAMADOS ('
                       ST-RESULTADO ').'
               CLOSE NOTASEL
               GO TO P14-DESISTENCIA-FIM
            END-IF

            SET FCD-OK                    TO TRUE
            OPEN I-O CANDIDATO
            IF NOT FCD-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CANDIDATOS'
               CLOSE CANDIDATO
               CLOSE NOTASEL
               GO TO P14-DESISTENCIA-FIM
            END-IF
            MOVE WS-ID-CAND-INF           TO ID-CANDIDATO
            READ CANDIDATO
                KEY IS ID-CANDIDATO
                INVALID KEY
                    DISPLAY 'CANDIDATO NAO ENCONTRADO.'
                    CLOSE CANDIDATO
                    CLOSE NOTASEL
                    GO TO P14-DESISTENCIA-FIM
            END-READ
            IF ST-CANDIDATO EQUAL 'A'
               DISPLAY 'CANDIDATO JA CONVERTIDO EM ALUNO.'
               CLOSE CANDIDATO
               CLOSE NOTASEL
               GO TO P14-DESISTENCIA-FIM
            END-IF
            MOVE 'R'                      TO ST-CANDIDATO
            REWRITE REG-CANDIDATO
                INVALID KEY
                    DISPLAY 'ERRO AO MARCAR O CANDIDATO'
            END-REWRITE

            SET SEL-DESISTIU              TO TRUE
            MOVE LK-OPERADOR              TO OP-NOTASEL
            REWRITE REG-NOTASEL
                INVALID KEY
                    DISPLAY 'ERRO AO REGISTRAR A DESISTENCIA'
            END-REWRITE
            DISPLAY 'DESISTENCIA DO CANDIDATO ' WS-ID-CAND-INF
                    ' REGISTRADA.'

      *PRIMEIRO DA RESERVA (MENOR ORDEM) DO MESMO PROCESSO
            MOVE ZEROS                    TO WS-ID-CHAMADO
            MOVE 9999                     TO WS-NR-POSICAO
            MOVE WS-AA-SEL-INF            TO AA-NOTASEL
            MOVE WS-ID-SERIE-INF          TO ID-SERIE-SEL
            MOVE ZEROS                    TO ID-CANDIDATO-SEL
            SET EOF2-OK                   TO FALSE
            START NOTASEL KEY IS NOT LESS THAN ID-NOTASEL
                INVALID KEY
                    SET EOF2-OK           TO TRUE
            END-START
            PERFORM UNTIL EOF2-OK
                READ NOTASEL NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF AA-NOTASEL NOT EQUAL WS-AA-SEL-INF OR
                           ID-SERIE-SEL NOT EQUAL WS-ID-SERIE-INF
                           SET EOF2-OK    TO TRUE
                        ELSE
                           IF SEL-RESERVA AND
                              NR-RESERVA-SEL LESS THAN WS-NR-POSICAO
                              MOVE NR-RESERVA-SEL TO WS-NR-POSICAO
                              MOVE ID-CANDIDATO-SEL TO WS-ID-CHAMADO
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            IF WS-ID-CHAMADO EQUAL ZEROS
               DISPLAY 'LISTA DE RESERVA ESGOTADA - NINGUEM A CHAMAR.'
            ELSE
               MOVE WS-AA-SEL-INF         TO AA-NOTASEL
               MOVE WS-ID-SERIE-INF       TO ID-SERIE-SEL
               MOVE WS-ID-CHAMADO         TO ID-CANDIDATO-SEL
               READ NOTASEL
                   KEY IS ID-NOTASEL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SEL-CHAMADO    TO TRUE
                       MOVE LK-OPERADOR   TO OP-NOTASEL
                       REWRITE REG-NOTASEL
                           INVALID KEY
                               DISPLAY 'ERRO AO CHAMAR DA RESERVA'
                       END-REWRITE
               END-READ
               MOVE WS-ID-CHAMADO         TO ID-CANDIDATO
               READ CANDIDATO
                   KEY IS ID-CANDIDATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'CHAMADO DA RESERVA (ORDEM '
                               WS-NR-POSICAO '): CANDIDATO '
                               ID-CANDIDATO ' - '
                               FUNCTION TRIM(NM-CANDIDATO)
                       DISPLAY '  RESP ' NM-RESP-CAND
                               ' TEL ' TL-RESP-CAND
               END-READ
            END-IF
            CLOSE CANDIDATO
            CLOSE NOTASEL

            MOVE 'PREMATRIC'              TO WS-AUD-PROGRAMA
            MOVE 'DESISTENCIA'            TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ANO ' WS-AA-SEL-INF ' SERIE ' WS-ID-SERIE-INF
                   ' DESISTE ' WS-ID-CAND-INF ' CHAMADO '
                   WS-ID-CHAMADO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P14-DESISTENCIA-FIM.

      *IRMAO JA MATRICULADO: ALGUM ALUNO ATIVO TEM RESPONSAVEL COM O
      *MESMO TELEFONE DO RESPONSAVEL DO CANDIDATO (WS-TL-CAND)
       P12-VERIFICA-IRMAO.
            MOVE 'N'                      TO WS-FL-IRMAO
            IF WS-TL-CAND EQUAL ZEROS
               GO TO P12-VERIFICA-IRMAO-FIM
            END-IF
            SET FRS-OK                    TO TRUE
            OPEN INPUT RESPONSAVEL
            IF NOT FRS-OK
               CLOSE RESPONSAVEL
               GO TO P12-VERIFICA-IRMAO-FIM
            END-IF
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            SET EOF2-OK                   TO FALSE
            PERFORM UNTIL EOF2-OK
                READ RESPONSAVEL NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF TL-RESP1 EQUAL WS-TL-CAND-X OR
                           TL-RESP2 EQUAL WS-TL-CAND-X
                           IF FLS-OK
                              MOVE ID-ALUNO-RESP TO ID-ALUNO
                              READ ALUNO
                                  KEY IS ID-ALUNO
                                  INVALID KEY
                                      CONTINUE
                                  NOT INVALID KEY
                                      IF ST-ALUNO EQUAL 'A'
                                         MOVE 'S' TO WS-FL-IRMAO
                                         SET EOF2-OK TO TRUE
                                      END-IF
                              END-READ
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNO
            CLOSE RESPONSAVEL
            .
       P12-VERIFICA-IRMAO-FIM.

      *SITUACAO DO CANDIDATO WS-ID-CAND-INF NO RESULTADO PUBLICADO DE
      *ALGUM PROCESSO SELETIVO (ESPACOS = FORA DE PROCESSO PUBLICADO)
       P15-SITUACAO-SELECAO.
            MOVE SPACES                   TO WS-ST-SELECAO
            SET FNSL-OK                   TO TRUE
            OPEN INPUT NOTASEL
            IF NOT FNSL-OK
               CLOSE NOTASEL
               GO TO P15-SITUACAO-SELECAO-FIM
            END-IF
            SET EOF2-OK                   TO FALSE
            PERFORM UNTIL EOF2-OK
                READ NOTASEL NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ID-CANDIDATO-SEL EQUAL WS-ID-CAND-INF
                           AND ST-RESULTADO NOT EQUAL SPACES
                           MOVE ST-RESULTADO   TO WS-ST-SELECAO
                           MOVE NR-RESERVA-SEL TO WS-NR-POSICAO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NOTASEL
            .
       P15-SITUACAO-SELECAO-FIM.

      *MOSTRA A LINHA NA TELA OU GRAVA NA IMPRESSAO
       P13-EMITE-LINHA.
            IF WS-DESTINO-PRT EQUAL 'T'
               DISPLAY WS-LINHA-PRT
            ELSE
               MOVE WS-LINHA-PRT          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P13-EMITE-LINHA-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

