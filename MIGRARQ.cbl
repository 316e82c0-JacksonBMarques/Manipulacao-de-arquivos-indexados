      *         E COMPARTILHADO ENTRE AS UNIDADES)
      * UPDATE: 02/09/2026 - PASSO DO CFP001S46 -> V2 (ANO LETIVO DA
      *         AVALIACAO, DERIVADO DO ANO DA DATA DO LANCAMENTO)
      * UPDATE: 15/10/2026 - PASSO DO CFP001S11 -> V3 (SENHA CIFRADA
      *         COM SAL), A PARTIR DA V2 OU DIRETO DA V1
      * UPDATE: 15/10/2026 - PASSOS DO CFP001S29 -> V2 (MODO DE
      *         AVALIACAO DA SERIE = N) E DO CFP001S56 -> V2 (CODIGO DO
      *         FUNCIONARIO MONITOR DA ROTA = ZERO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRARQ.
                RECORD KEY IS V11-ID-OPERADOR
                FILE STATUS IS WS-FV11.

      * OPERADORES NA VERSAO V2 (COM UNIDADE, SENHA AINDA EM TEXTO)
                SELECT VELHA11B ASSIGN TO WS-PATH-OPERADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS V11B-ID-OPERADOR
                FILE STATUS IS WS-FV11.

                SELECT VELHA31 ASSIGN TO WS-PATH-PARAMETRO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS V46-ID-AVALIACAO
                FILE STATUS IS WS-FV46.

                SELECT VELHA29 ASSIGN TO WS-PATH-SERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS V29-ID-SERIE
                FILE STATUS IS WS-FV29.

                SELECT VELHA56 ASSIGN TO WS-PATH-ROTA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS V56-ID-ROTA
                FILE STATUS IS WS-FV56.

      * RECRIACAO DOS ARQUIVOS NO LAYOUT NOVO, NO MESMO CAMINHO
                SELECT MATERIA ASSIGN TO WS-PATH-MATERIA
                ORGANIZATION IS INDEXED
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FAV.

                SELECT SERIE ASSIGN TO WS-PATH-SERIE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SERIE
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSE.

                SELECT ROTA ASSIGN TO WS-PATH-ROTA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ROTA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FRO.

      * GUARDA .SNAP DO ARQUIVO EM MIGRACAO (PROTECAO PRE-EXECUCAO
      * E FONTE DA RECONSTRUCAO)
                SELECT GUARDA ASSIGN TO WS-PATH-GUARDA
       01 REG-VELHA11.
          03 V11-ID-OPERADOR              PIC 9(03).
          03 V11-RESTO                    PIC X(51).
       FD VELHA11B.
       01 REG-VELHA11B.
          03 V11B-ID-OPERADOR             PIC 9(03).
          03 V11B-RESTO                   PIC X(53).
       FD VELHA31.
       01 REG-VELHA31.
          03 V31-ID-PARAMETRO             PIC 9(01).
       01 REG-VELHA46.
          03 V46-ID-AVALIACAO             PIC 9(05).
          03 V46-RESTO                    PIC X(38).
       FD VELHA29.
       01 REG-VELHA29.
          03 V29-ID-SERIE                 PIC 9(02).
          03 V29-RESTO                    PIC X(29).
       FD VELHA56.
       01 REG-VELHA56.
          03 V56-ID-ROTA                  PIC 9(03).
          03 V56-RESTO                    PIC X(68).
       FD MATERIA.
          COPY CFPK0002.
       FD TURMA.
          COPY CFPK0031.
       FD AVALIACAO.
          COPY CFPK0038.
       FD SERIE.
          COPY CFPK0023.
       FD ROTA.
          COPY CFPK0047.
       FD GUARDA.
       01 REG-GUARDA                      PIC X(100).
       FD JOBCTRL.
          COPY CFPK0021.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY AUDITVARS.
       COPY JOBVARS.
       COPY CFPVERSN.
       COPY SENHAVARS.
       77 WS-FVE                          PIC 99.
          88 FVE-OK                       VALUE 0.
       77 WS-FV2                          PIC 99.
          88 FV37-OK                      VALUE 0.
       77 WS-FV46                         PIC 99.
          88 FV46-OK                      VALUE 0.
       77 WS-FV29                         PIC 99.
          88 FV29-OK                      VALUE 0.
       77 WS-FV56                         PIC 99.
          88 FV56-OK                      VALUE 0.
       77 WS-FILES                        PIC 99.
          88 FILES-OK                     VALUE 0.
       77 WS-FT                           PIC 99.
          88 FPA-OK                       VALUE 0.
       77 WS-FME                          PIC 99.
          88 FME-OK                       VALUE 0.
       77 WS-FSE                          PIC 99.
          88 FSE-OK                       VALUE 0.
       77 WS-FRO                          PIC 99.
          88 FRO-OK                       VALUE 0.
       77 WS-FAV                          PIC 99.
          88 FAV-OK                       VALUE 0.
       77 WS-FGU                          PIC 99.
       77 WS-OPCAO-ARQ                    PIC X VALUE SPACES.
       77 WS-MIGROU                       PIC X VALUE 'N'.
          88 MIGROU                       VALUE 'S'.
      *OPERADOR NO LAYOUT ANTIGO (V1 SEM A UNIDADE), COM A SENHA EM
      *TEXTO A CIFRAR NA CONVERSAO PARA A V3
       77 WS-LAYOUT-OPER                  PIC 9(01) VALUE ZEROS.
       01 WS-OPER-ANTIGO                  PIC X(56) VALUE SPACES.
       01 FILLER REDEFINES WS-OPER-ANTIGO.
          03 WS-OA-ID-OPERADOR            PIC 9(03).
          03 WS-OA-USUARIO                PIC X(15).
          03 WS-OA-SENHA                  PIC X(15).
          03 WS-OA-PERFIL                 PIC X(10).
          03 WS-OA-DT-SENHA               PIC 9(08).
          03 WS-OA-QT-FALHAS              PIC 9(02).
          03 WS-OA-FL-BLOQUEADO           PIC X(01).
          03 WS-OA-ID-UNID-OPER           PIC 9(02).

       LINKAGE SECTION.
       01 LK-COM-AREA.
            DISPLAY 'QUAL ARQUIVO MIGRAR?'
            DISPLAY '1- MATERIAS (CFP001S2 -> V2, OPTATIVAS)'
            DISPLAY '2- TURMAS (CFP001S5 -> V2, UNIDADE)'
            DISPLAY '3- OPERADORES (CFP001S11 -> V3, UNIDADE E'
                    ' SENHA CIFRADA)'
            DISPLAY '4- PARAMETROS (CFP001S31 -> V2)'
            DISPLAY '5- MENSALIDADES (CFP001S37 -> V2, BOLSA/'
                    'ACORDO)'
            DISPLAY '6- AVALIACOES (CFP001S46 -> V2, ANO LETIVO)'
            DISPLAY '7- SERIES (CFP001S29 -> V2, MODO DE AVALIACAO)'
            DISPLAY '8- ROTAS (CFP001S56 -> V2, FUNCIONARIO'
                    ' MONITOR)'
            ACCEPT WS-OPCAO-ARQ

            MOVE 'MIGRARQ'                TO WS-JOB-PROGRAMA
                            THRU P7-MIGRA-TURMA-FIM
                WHEN '3'
                    MOVE 'CFP001S11'      TO WS-NM-ARQ
                    MOVE 3                TO WS-VERSAO-ALVO
                    PERFORM P8-MIGRA-OPERADOR
                            THRU P8-MIGRA-OPERADOR-FIM
                WHEN '4'
                    MOVE 2                TO WS-VERSAO-ALVO
                    PERFORM PE-MIGRA-AVALIACAO
                            THRU PE-MIGRA-AVALIACAO-FIM
                WHEN '7'
                    MOVE 'CFP001S29'      TO WS-NM-ARQ
                    MOVE 2                TO WS-VERSAO-ALVO
                    PERFORM PF-MIGRA-SERIE
                            THRU PF-MIGRA-SERIE-FIM
                WHEN '8'
                    MOVE 'CFP001S56'      TO WS-NM-ARQ
                    MOVE 2                TO WS-VERSAO-ALVO
                    PERFORM PG-MIGRA-ROTA
                            THRU PG-MIGRA-ROTA-FIM
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
                    MOVE SPACES           TO WS-NM-ARQ
            .
       P7-MIGRA-TURMA-FIM.

      *CFP001S11 V3: A SENHA EM TEXTO DA V1/V2 E CIFRADA COM UM SAL
      *NOVO; VINDO DA V1, A UNIDADE DO OPERADOR = 0 (TODAS)
       P8-MIGRA-OPERADOR.
            MOVE WS-PATH-OPERADOR         TO WS-PATH-PREFIXO-G
            PERFORM PD-ABRE-GUARDA        THRU PD-ABRE-GUARDA-FIM
            SET EOF-OK                    TO FALSE
            MOVE 2                        TO WS-LAYOUT-OPER
            SET FV11-OK                   TO TRUE
            OPEN INPUT VELHA11B
            IF FV11-OK
               PERFORM UNTIL EOF-OK
                   READ VELHA11B NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE REG-VELHA11B TO REG-GUARDA
                           WRITE REG-GUARDA
                   END-READ
               END-PERFORM
               CLOSE VELHA11B
            ELSE
               CLOSE VELHA11B
               MOVE 1                     TO WS-LAYOUT-OPER
               SET FV11-OK                TO TRUE
               OPEN INPUT VELHA11
               IF NOT FV11-OK
                  DISPLAY 'CFP001S11 NAO ESTA NO LAYOUT ANTIGO (OU'
                          ' AUSENTE) - NADA A MIGRAR.'
                  CLOSE VELHA11
                  CLOSE GUARDA
                  GO TO P8-MIGRA-OPERADOR-FIM
               END-IF
               PERFORM UNTIL EOF-OK
                   READ VELHA11 NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE REG-VELHA11  TO REG-GUARDA
                           WRITE REG-GUARDA
                   END-READ
               END-PERFORM
               CLOSE VELHA11
            END-IF
            CLOSE GUARDA

            OPEN OUTPUT OPERADOR
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-GUARDA   TO WS-OPER-ANTIGO
                        IF WS-LAYOUT-OPER EQUAL 1
                           MOVE ZEROS     TO WS-OA-ID-UNID-OPER
                        END-IF
                        MOVE WS-OA-ID-OPERADOR  TO ID-OPERADOR
                        MOVE WS-OA-USUARIO      TO USUARIO
                        MOVE WS-OA-PERFIL       TO PERFIL
                        MOVE WS-OA-DT-SENHA     TO DT-SENHA
                        MOVE WS-OA-QT-FALHAS    TO QT-FALHAS
                        MOVE WS-OA-FL-BLOQUEADO TO FL-BLOQUEADO
                        MOVE WS-OA-ID-UNID-OPER TO ID-UNID-OPER
                        PERFORM H9-GERA-SAL THRU H9-GERA-SAL-FIM
                        MOVE WS-OA-SENHA  TO WS-SEN-TEXTO
                        PERFORM H9-CIFRA-SENHA
                                THRU H9-CIFRA-SENHA-FIM
                        MOVE WS-SEN-SAL   TO SAL-SENHA
                        MOVE WS-SEN-HASH  TO HASH-SENHA
                        WRITE REG-OPERADOR
                            INVALID KEY
                                DISPLAY 'ERRO AO REGRAVAR OPERADOR'
            .
       PE-MIGRA-AVALIACAO-FIM.

      *CFP001S29 V2: MODO DE AVALIACAO = N (SERIE DE NOTAS)
       PF-MIGRA-SERIE.
            MOVE WS-PATH-SERIE            TO WS-PATH-PREFIXO-G
            PERFORM PD-ABRE-GUARDA        THRU PD-ABRE-GUARDA-FIM
            SET EOF-OK                    TO FALSE
            SET FV29-OK                   TO TRUE
            OPEN INPUT VELHA29
            IF NOT FV29-OK
               DISPLAY 'CFP001S29 NAO ESTA NO LAYOUT ANTIGO (OU'
                       ' AUSENTE) - NADA A MIGRAR.'
               CLOSE VELHA29
               CLOSE GUARDA
               GO TO PF-MIGRA-SERIE-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ VELHA29 NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-VELHA29  TO REG-GUARDA
                        WRITE REG-GUARDA
                END-READ
            END-PERFORM
            CLOSE VELHA29
            CLOSE GUARDA

            OPEN OUTPUT SERIE
            OPEN INPUT GUARDA
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ GUARDA
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-GUARDA   TO REG-SERIE
                        MOVE 'N'          TO FL-AVALIACAO-SERIE
                        WRITE REG-SERIE
                            INVALID KEY
                                DISPLAY 'ERRO AO REGRAVAR SERIE'
                            NOT INVALID KEY
                                ADD 1     TO WS-QT-MIGRADOS
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE GUARDA
            CLOSE SERIE
            MOVE 'S'                      TO WS-MIGROU
            .
       PF-MIGRA-SERIE-FIM.

      *CFP001S56 V2: MONITOR SEM CODIGO DE FUNCIONARIO (ZERO); O NOME
      *CONTINUA EM NM-MONITOR
       PG-MIGRA-ROTA.
            MOVE WS-PATH-ROTA             TO WS-PATH-PREFIXO-G
            PERFORM PD-ABRE-GUARDA        THRU PD-ABRE-GUARDA-FIM
            SET EOF-OK                    TO FALSE
            SET FV56-OK                   TO TRUE
            OPEN INPUT VELHA56
            IF NOT FV56-OK
               DISPLAY 'CFP001S56 NAO ESTA NO LAYOUT ANTIGO (OU'
                       ' AUSENTE) - NADA A MIGRAR.'
               CLOSE VELHA56
               CLOSE GUARDA
               GO TO PG-MIGRA-ROTA-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ VELHA56 NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-VELHA56  TO REG-GUARDA
                        WRITE REG-GUARDA
                END-READ
            END-PERFORM
            CLOSE VELHA56
            CLOSE GUARDA

            OPEN OUTPUT ROTA
            OPEN INPUT GUARDA
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ GUARDA
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-GUARDA   TO REG-ROTA
                        MOVE ZEROS        TO ID-FUNC-MON-ROTA
                        WRITE REG-ROTA
                            INVALID KEY
                                DISPLAY 'ERRO AO REGRAVAR ROTA'
                            NOT INVALID KEY
                                ADD 1     TO WS-QT-MIGRADOS
                        END-WRITE
                END-READ
            END-PERFORM
            CLOSE GUARDA
            CLOSE ROTA
            MOVE 'S'                      TO WS-MIGROU
            .
       PG-MIGRA-ROTA-FIM.

      *ABRE A GUARDA .SNAP AO LADO DO ARQUIVO EM MIGRACAO
       PD-ABRE-GUARDA.
            MOVE SPACES                   TO WS-PATH-GUARDA
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.
       COPY SENHAHASH.

       P0-FIM.
            GOBACK.
