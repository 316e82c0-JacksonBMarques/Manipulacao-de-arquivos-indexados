      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: atividades extracurriculares pagas (escolinhas de
      *          futsal, robotica, musica): cadastro da atividade com
      *          professor (CFP001S18), horario, vagas e valor mensal
      *          (CFP001S83), inscricao e desligamento de alunos
      *          (CFP001S84) respeitando as vagas, e listagens das
      *          atividades e dos inscritos. as inscricoes vigentes
      *          sao cobradas pela geracao mensal das mensalidades
      *          como itens separados (CFP001S85)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO CADASTRO DE ATIVIDADES
      *         EXTRACURRICULARES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVIDAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ATIVIDADE ASSIGN TO WS-PATH-ATIVIDADE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ATIVIDADE
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FAT.

                SELECT INSCATIV ASSIGN TO WS-PATH-INSCATIV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-INSCATIV
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FIA.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT PROFESSOR ASSIGN TO WS-PATH-PROFESSOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PROFESSOR
                FILE STATUS IS WS-FPR.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ATIVIDADE.
          COPY CFPK0074.
       FD INSCATIV.
          COPY CFPK0075.
       FD ALUNO.
          COPY CFPK0001.
       FD PROFESSOR.
          COPY CFPK0014.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       77 WS-FAT                          PIC 99.
          88 FAT-OK                       VALUE 0.
       77 WS-FIA                          PIC 99.
          88 FIA-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-AAAAMM-HOJE                  PIC 9(06) VALUE ZEROS.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S'.
       77 WS-INVALIDO                     PIC X VALUE 'N'.
          88 DADO-INVALIDO                VALUE 'S' FALSE 'N'.
      *ATIVIDADE INFORMADA
       77 WS-ID-ATIVIDADE-INF             PIC 9(03) VALUE ZEROS.
       77 WS-NM-ATIVIDADE-INF             PIC X(20) VALUE SPACES.
       77 WS-ID-PROF-INF                  PIC 9(03) VALUE ZEROS.
       77 WS-HORARIO-INF                  PIC X(30) VALUE SPACES.
       77 WS-VAGAS-INF                    PIC 9(03) VALUE ZEROS.
       77 WS-VL-MENSAL-INF                PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-ST-ATIVIDADE-INF             PIC X VALUE SPACES.
       77 WS-NM-PROF                      PIC X(20) VALUE SPACES.
      *INSCRICAO DO ALUNO
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO                     PIC X(20) VALUE SPACES.
       77 WS-AAAAMM-INF                   PIC 9(06) VALUE ZEROS.
       77 WS-QT-INSCRITOS                 PIC 9(03) VALUE ZEROS.
      *LISTAGENS
       77 WS-QT-LISTADOS                  PIC 9(05) VALUE ZEROS.

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
            COMPUTE WS-AAAAMM-HOJE = WS-DATA-HOJE / 100
            END-COMPUTE
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** ATIVIDADES EXTRACURRICULARES ***'
            DISPLAY 'TECLE <C> PARA CADASTRAR OU ALTERAR ATIVIDADE,'
            DISPLAY '<I> PARA INSCREVER ALUNO, <D> PARA DESLIGAR'
            DISPLAY 'ALUNO, <L> PARA LISTAR AS ATIVIDADES, <N> PARA'
            DISPLAY 'OS INSCRITOS DE UMA ATIVIDADE OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'C'
                WHEN 'c'
                    PERFORM P2-CADASTRO   THRU P2-CADASTRO-FIM
                WHEN 'I'
                WHEN 'i'
                    PERFORM P3-INSCREVE   THRU P3-INSCREVE-FIM
                WHEN 'D'
                WHEN 'd'
                    PERFORM P4-DESLIGA    THRU P4-DESLIGA-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P5-LISTA      THRU P5-LISTA-FIM
                WHEN 'N'
                WHEN 'n'
                    PERFORM P6-INSCRITOS  THRU P6-INSCRITOS-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *INCLUI UMA ATIVIDADE OU ALTERA A EXISTENTE PELO CODIGO; NA
      *ALTERACAO, CAMPO EM BRANCO OU ZERO MANTEM O VALOR ATUAL
       P2-CADASTRO.
            DISPLAY 'Informe o codigo da atividade: '
            ACCEPT WS-ID-ATIVIDADE-INF
            IF WS-ID-ATIVIDADE-INF EQUAL ZEROS
               DISPLAY 'CODIGO DE ATIVIDADE INVALIDO.'
               GO TO P2-CADASTRO-FIM
            END-IF

            PERFORM P10-ABRE-ATIVIDADE    THRU P10-ABRE-ATIVIDADE-FIM
            IF NOT FAT-OK
               CLOSE ATIVIDADE
               GO TO P2-CADASTRO-FIM
            END-IF

            MOVE 'N'                      TO WS-ACHOU
            MOVE WS-ID-ATIVIDADE-INF      TO ID-ATIVIDADE
            READ ATIVIDADE
                KEY IS ID-ATIVIDADE
                INVALID KEY
                    DISPLAY 'ATIVIDADE NOVA.'
                    MOVE SPACES           TO NM-ATIVIDADE
                                             DS-HORARIO-ATV
                    MOVE ZEROS            TO ID-PROF-ATV
                                             QT-VAGAS-ATV
                                             VL-MENSAL-ATV
                    MOVE 'A'              TO ST-ATIVIDADE
                    MOVE WS-DATA-HOJE     TO DT-CADASTRO-ATV
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
                    DISPLAY 'ATIVIDADE: ' NM-ATIVIDADE
                            ' PROFESSOR: ' ID-PROF-ATV
                    DISPLAY 'HORARIO: ' DS-HORARIO-ATV
                    DISPLAY 'VAGAS: ' QT-VAGAS-ATV
                            ' VALOR MENSAL: ' VL-MENSAL-ATV
                            ' SITUACAO: ' ST-ATIVIDADE
                    DISPLAY 'INFORME OS NOVOS DADOS (EM BRANCO OU ZERO'
                            ' MANTEM O ATUAL).'
            END-READ

            MOVE SPACES                   TO WS-NM-ATIVIDADE-INF
                                             WS-HORARIO-INF
                                             WS-ST-ATIVIDADE-INF
            MOVE ZEROS                    TO WS-ID-PROF-INF
                                             WS-VAGAS-INF
                                             WS-VL-MENSAL-INF
            DISPLAY 'Nome da atividade: '
            ACCEPT WS-NM-ATIVIDADE-INF
            DISPLAY 'Codigo do professor: '
            ACCEPT WS-ID-PROF-INF
            DISPLAY 'Horario (ex.: TER E QUI 14H00-15H30): '
            ACCEPT WS-HORARIO-INF
            DISPLAY 'Numero de vagas: '
            ACCEPT WS-VAGAS-INF
            DISPLAY 'Valor mensal: '
            ACCEPT WS-VL-MENSAL-INF
            IF ACHOU
               DISPLAY 'Situacao: <A> ativa, <I> inativa: '
               ACCEPT WS-ST-ATIVIDADE-INF
            END-IF

            IF WS-NM-ATIVIDADE-INF NOT EQUAL SPACES
               MOVE WS-NM-ATIVIDADE-INF   TO NM-ATIVIDADE
            END-IF
            IF WS-ID-PROF-INF NOT EQUAL ZEROS
               MOVE WS-ID-PROF-INF        TO ID-PROF-ATV
            END-IF
            IF WS-HORARIO-INF NOT EQUAL SPACES
               MOVE WS-HORARIO-INF        TO DS-HORARIO-ATV
            END-IF
            IF WS-VAGAS-INF NOT EQUAL ZEROS
               MOVE WS-VAGAS-INF          TO QT-VAGAS-ATV
            END-IF
            IF WS-VL-MENSAL-INF NOT EQUAL ZEROS
               MOVE WS-VL-MENSAL-INF      TO VL-MENSAL-ATV
            END-IF
            EVALUATE WS-ST-ATIVIDADE-INF
                WHEN 'A'
                WHEN 'a'
                    MOVE 'A'              TO ST-ATIVIDADE
                WHEN 'I'
                WHEN 'i'
                    MOVE 'I'              TO ST-ATIVIDADE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            SET DADO-INVALIDO             TO FALSE
            IF NM-ATIVIDADE EQUAL SPACES
               DISPLAY 'NOME DA ATIVIDADE OBRIGATORIO.'
               SET DADO-INVALIDO          TO TRUE
            END-IF
            IF DS-HORARIO-ATV EQUAL SPACES
               DISPLAY 'HORARIO OBRIGATORIO.'
               SET DADO-INVALIDO          TO TRUE
            END-IF
            IF QT-VAGAS-ATV EQUAL ZEROS
               DISPLAY 'NUMERO DE VAGAS OBRIGATORIO.'
               SET DADO-INVALIDO          TO TRUE
            END-IF
            IF VL-MENSAL-ATV EQUAL ZEROS
               DISPLAY 'VALOR MENSAL OBRIGATORIO.'
               SET DADO-INVALIDO          TO TRUE
            END-IF
            MOVE ID-PROF-ATV              TO WS-ID-PROF-INF
            PERFORM P8-LE-PROFESSOR       THRU P8-LE-PROFESSOR-FIM
            IF WS-NM-PROF EQUAL SPACES
               SET DADO-INVALIDO          TO TRUE
            END-IF
            IF DADO-INVALIDO
               DISPLAY 'ATIVIDADE NAO GRAVADA.'
               CLOSE ATIVIDADE
               GO TO P2-CADASTRO-FIM
            END-IF

            MOVE LK-OPERADOR              TO OP-ATIVIDADE
            IF ACHOU
               REWRITE REG-ATIVIDADE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A ATIVIDADE'
                   NOT INVALID KEY
                       DISPLAY 'Atividade alterada!'
                       MOVE 'ALTERACAO'   TO WS-AUD-OPERACAO
               END-REWRITE
            ELSE
               WRITE REG-ATIVIDADE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A ATIVIDADE'
                   NOT INVALID KEY
                       DISPLAY 'Atividade incluida!'
                       MOVE 'INCLUSAO'    TO WS-AUD-OPERACAO
               END-WRITE
            END-IF
            CLOSE ATIVIDADE

            MOVE 'ATIVIDAD'               TO WS-AUD-PROGRAMA
            STRING 'ATIVIDADE ' WS-ID-ATIVIDADE-INF ' '
                   NM-ATIVIDADE ' VALOR ' VL-MENSAL-ATV
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-CADASTRO-FIM.

      *INSCREVE O ALUNO NUMA ATIVIDADE ATIVA COM VAGA, A PARTIR DA
      *COMPETENCIA INFORMADA; UMA INSCRICAO CANCELADA E REATIVADA
       P3-INSCREVE.
            PERFORM P7-PEDE-ALUNO-ATIV    THRU P7-PEDE-ALUNO-ATIV-FIM
            IF NOT ACHOU
               GO TO P3-INSCREVE-FIM
            END-IF
            IF ST-ATIVIDADE NOT EQUAL 'A'
               DISPLAY 'ATIVIDADE INATIVA - INSCRICAO NAO PERMITIDA.'
               GO TO P3-INSCREVE-FIM
            END-IF

            PERFORM P9-CONTA-INSCRITOS    THRU P9-CONTA-INSCRITOS-FIM
            IF WS-QT-INSCRITOS NOT LESS THAN QT-VAGAS-ATV
               DISPLAY 'ATIVIDADE SEM VAGAS (' WS-QT-INSCRITOS
                       ' INSCRITOS DE ' QT-VAGAS-ATV ').'
               GO TO P3-INSCREVE-FIM
            END-IF

            DISPLAY 'Primeira competencia cobrada (AAAAMM, 0 = mes'
                    ' atual): '
            ACCEPT WS-AAAAMM-INF
            IF WS-AAAAMM-INF EQUAL ZEROS
               MOVE WS-AAAAMM-HOJE        TO WS-AAAAMM-INF
            END-IF

            SET FIA-OK                    TO TRUE
            OPEN I-O INSCATIV
            IF WS-FIA EQUAL 35
                 CLOSE INSCATIV
                 OPEN OUTPUT INSCATIV
                 CLOSE INSCATIV
                 OPEN I-O INSCATIV
            END-IF
            IF NOT FIA-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE INSCRICOES'
               MOVE WS-FIA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FIA ' - ' WS-FS-MSG
               CLOSE INSCATIV
               GO TO P3-INSCREVE-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-INS
            MOVE WS-ID-ATIVIDADE-INF      TO ID-ATIVIDADE-INS
            READ INSCATIV
                KEY IS ID-INSCATIV
                INVALID KEY
                    MOVE 'N'              TO WS-ACHOU
                NOT INVALID KEY
                    MOVE 'S'              TO WS-ACHOU
            END-READ
            IF ACHOU AND ST-INSCRICAO EQUAL 'A'
               DISPLAY 'ALUNO JA INSCRITO NA ATIVIDADE DESDE '
                       AAAAMM-INI-INS '.'
               CLOSE INSCATIV
               GO TO P3-INSCREVE-FIM
            END-IF

            MOVE WS-AAAAMM-INF            TO AAAAMM-INI-INS
            MOVE ZEROS                    TO AAAAMM-FIM-INS
            MOVE 'A'                      TO ST-INSCRICAO
            MOVE WS-DATA-HOJE             TO DT-INSCRICAO
            MOVE LK-OPERADOR              TO OP-INSCATIV
            IF ACHOU
               REWRITE REG-INSCATIV
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A INSCRICAO'
                   NOT INVALID KEY
                       DISPLAY 'Inscricao reativada!'
               END-REWRITE
            ELSE
               WRITE REG-INSCATIV
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A INSCRICAO'
                   NOT INVALID KEY
                       DISPLAY 'Aluno inscrito!'
               END-WRITE
            END-IF
            CLOSE INSCATIV

            MOVE 'ATIVIDAD'               TO WS-AUD-PROGRAMA
            MOVE 'INSCRICAO'              TO WS-AUD-OPERACAO
            STRING 'ALUNO ' WS-ID-ALUNO-INF ' ATIVIDADE '
                   WS-ID-ATIVIDADE-INF ' DESDE ' WS-AAAAMM-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P3-INSCREVE-FIM.

      *DESLIGA O ALUNO DA ATIVIDADE: A INSCRICAO E CANCELADA E A
      *COMPETENCIA INFORMADA FICA COMO O ULTIMO MES COBRADO
       P4-DESLIGA.
            PERFORM P7-PEDE-ALUNO-ATIV    THRU P7-PEDE-ALUNO-ATIV-FIM
            IF NOT ACHOU
               GO TO P4-DESLIGA-FIM
            END-IF

            SET FIA-OK                    TO TRUE
            OPEN I-O INSCATIV
            IF NOT FIA-OK
               DISPLAY 'NENHUMA INSCRICAO CADASTRADA.'
               CLOSE INSCATIV
               GO TO P4-DESLIGA-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-INS
            MOVE WS-ID-ATIVIDADE-INF      TO ID-ATIVIDADE-INS
            READ INSCATIV
                KEY IS ID-INSCATIV
                INVALID KEY
                    DISPLAY 'ALUNO NAO INSCRITO NA ATIVIDADE.'
                    CLOSE INSCATIV
                    GO TO P4-DESLIGA-FIM
            END-READ
            IF ST-INSCRICAO NOT EQUAL 'A'
               DISPLAY 'INSCRICAO JA CANCELADA EM ' AAAAMM-FIM-INS '.'
               CLOSE INSCATIV
               GO TO P4-DESLIGA-FIM
            END-IF

            DISPLAY 'Ultima competencia cobrada (AAAAMM, 0 = mes'
                    ' atual): '
            ACCEPT WS-AAAAMM-INF
            IF WS-AAAAMM-INF EQUAL ZEROS
               MOVE WS-AAAAMM-HOJE        TO WS-AAAAMM-INF
            END-IF
            IF WS-AAAAMM-INF LESS THAN AAAAMM-INI-INS
               DISPLAY 'COMPETENCIA ANTERIOR AO INICIO DA INSCRICAO ('
                       AAAAMM-INI-INS ').'
               CLOSE INSCATIV
               GO TO P4-DESLIGA-FIM
            END-IF
            DISPLAY 'Confirma o desligamento (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY 'DESLIGAMENTO DESISTIDO.'
               CLOSE INSCATIV
               GO TO P4-DESLIGA-FIM
            END-IF

            MOVE 'C'                      TO ST-INSCRICAO
            MOVE WS-AAAAMM-INF            TO AAAAMM-FIM-INS
            MOVE LK-OPERADOR              TO OP-INSCATIV
            REWRITE REG-INSCATIV
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O DESLIGAMENTO'
                NOT INVALID KEY
                    DISPLAY 'Aluno desligado da atividade!'
                    MOVE 'ATIVIDAD'       TO WS-AUD-PROGRAMA
                    MOVE 'DESLIGA'        TO WS-AUD-OPERACAO
                    STRING 'ALUNO ' WS-ID-ALUNO-INF ' ATIVIDADE '
                           WS-ID-ATIVIDADE-INF ' ATE ' WS-AAAAMM-INF
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            CLOSE INSCATIV
            .
       P4-DESLIGA-FIM.

      *LISTA AS ATIVIDADES COM PROFESSOR, HORARIO, VAGAS OCUPADAS E
      *VALOR MENSAL
       P5-LISTA.
            SET FAT-OK                    TO TRUE
            OPEN INPUT ATIVIDADE
            IF NOT FAT-OK
               DISPLAY 'NENHUMA ATIVIDADE CADASTRADA.'
               CLOSE ATIVIDADE
               GO TO P5-LISTA-FIM
            END-IF

            DISPLAY 'COD ATIVIDADE            PROF VAGAS   VALOR    ST'
            MOVE ZEROS                    TO WS-QT-LISTADOS
            SET EOF-OK                    TO FALSE
            PERFORM P5-LINHA-ATIVIDADE    THRU P5-LINHA-ATIVIDADE-FIM
                    UNTIL EOF-OK
            CLOSE ATIVIDADE
            DISPLAY WS-QT-LISTADOS ' ATIVIDADE(S).'
            .
       P5-LISTA-FIM.

      *UMA ATIVIDADE NA LISTAGEM
       P5-LINHA-ATIVIDADE.
            READ ATIVIDADE NEXT RECORD
                AT END
                    SET EOF-OK            TO TRUE
                    GO TO P5-LINHA-ATIVIDADE-FIM
            END-READ

            ADD 1                         TO WS-QT-LISTADOS
            MOVE ID-ATIVIDADE             TO WS-ID-ATIVIDADE-INF
            PERFORM P9-CONTA-INSCRITOS    THRU P9-CONTA-INSCRITOS-FIM
            DISPLAY ID-ATIVIDADE ' ' NM-ATIVIDADE ' ' ID-PROF-ATV
                    ' ' WS-QT-INSCRITOS '/' QT-VAGAS-ATV ' '
                    VL-MENSAL-ATV ' ' ST-ATIVIDADE
            DISPLAY '    HORARIO: ' DS-HORARIO-ATV
            .
       P5-LINHA-ATIVIDADE-FIM.

      *ALUNOS INSCRITOS (ATIVOS) NUMA ATIVIDADE
       P6-INSCRITOS.
            DISPLAY 'Informe o codigo da atividade: '
            ACCEPT WS-ID-ATIVIDADE-INF

            SET FIA-OK                    TO TRUE
            OPEN INPUT INSCATIV
            IF NOT FIA-OK
               DISPLAY 'NENHUMA INSCRICAO CADASTRADA.'
               CLOSE INSCATIV
               GO TO P6-INSCRITOS-FIM
            END-IF

            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            DISPLAY 'ALUNO NOME                 DESDE'
            MOVE ZEROS                    TO WS-QT-LISTADOS
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ INSCATIV NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-ATIVIDADE-INS EQUAL WS-ID-ATIVIDADE-INF
                           AND ST-INSCRICAO EQUAL 'A'
                           ADD 1          TO WS-QT-LISTADOS
                           MOVE ID-ALUNO-INS TO ID-ALUNO
                           READ ALUNO
                               KEY IS ID-ALUNO
                               INVALID KEY
                                   MOVE SPACES TO NM-ALUNO
                           END-READ
                           DISPLAY ID-ALUNO-INS ' ' NM-ALUNO ' '
                                   AAAAMM-INI-INS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INSCATIV
            CLOSE ALUNO
            DISPLAY WS-QT-LISTADOS ' INSCRITO(S).'
            .
       P6-INSCRITOS-FIM.

      *PEDE O ALUNO E A ATIVIDADE E CONFERE OS CADASTROS; A
      *ATIVIDADE LIDA FICA NO REGISTRO PARA QUEM CHAMOU
       P7-PEDE-ALUNO-ATIV.
            MOVE 'N'                      TO WS-ACHOU
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       DISPLAY 'ALUNO NAO CADASTRADO!'
                   NOT INVALID KEY
                       MOVE 'S'           TO WS-ACHOU
                       MOVE NM-ALUNO      TO WS-NM-ALUNO
                       DISPLAY 'ALUNO: ' NM-ALUNO
               END-READ
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
            END-IF
            CLOSE ALUNO
            IF NOT ACHOU
               GO TO P7-PEDE-ALUNO-ATIV-FIM
            END-IF

            MOVE 'N'                      TO WS-ACHOU
            DISPLAY 'Informe o codigo da atividade: '
            ACCEPT WS-ID-ATIVIDADE-INF
            SET FAT-OK                    TO TRUE
            OPEN INPUT ATIVIDADE
            IF FAT-OK
               MOVE WS-ID-ATIVIDADE-INF   TO ID-ATIVIDADE
               READ ATIVIDADE
                   KEY IS ID-ATIVIDADE
                   INVALID KEY
                       DISPLAY 'ATIVIDADE NAO CADASTRADA!'
                   NOT INVALID KEY
                       MOVE 'S'           TO WS-ACHOU
                       DISPLAY 'ATIVIDADE: ' NM-ATIVIDADE
                               ' ' DS-HORARIO-ATV
               END-READ
            ELSE
               DISPLAY 'NENHUMA ATIVIDADE CADASTRADA.'
            END-IF
            CLOSE ATIVIDADE
            .
       P7-PEDE-ALUNO-ATIV-FIM.

      *LE O PROFESSOR WS-ID-PROF-INF; NOME EM BRANCO SE NAO EXISTIR
       P8-LE-PROFESSOR.
            MOVE SPACES                   TO WS-NM-PROF
            SET FPR-OK                    TO TRUE
            OPEN INPUT PROFESSOR
            IF FPR-OK
               MOVE WS-ID-PROF-INF        TO ID-PROFESSOR
               READ PROFESSOR
                   KEY IS ID-PROFESSOR
                   INVALID KEY
                       DISPLAY 'PROFESSOR NAO CADASTRADO!'
                   NOT INVALID KEY
                       MOVE NM-PROF       TO WS-NM-PROF
                       DISPLAY 'PROFESSOR: ' NM-PROF
               END-READ
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES'
            END-IF
            CLOSE PROFESSOR
            .
       P8-LE-PROFESSOR-FIM.

      *CONTA AS INSCRICOES ATIVAS DA ATIVIDADE WS-ID-ATIVIDADE-INF
       P9-CONTA-INSCRITOS.
            MOVE ZEROS                    TO WS-QT-INSCRITOS
            SET FIA-OK                    TO TRUE
            OPEN INPUT INSCATIV
            IF NOT FIA-OK
               CLOSE INSCATIV
               GO TO P9-CONTA-INSCRITOS-FIM
            END-IF
            SET EOF2-OK                   TO FALSE
            PERFORM UNTIL EOF2-OK
                READ INSCATIV NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ID-ATIVIDADE-INS EQUAL WS-ID-ATIVIDADE-INF
                           AND ST-INSCRICAO EQUAL 'A'
                           ADD 1          TO WS-QT-INSCRITOS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INSCATIV
            .
       P9-CONTA-INSCRITOS-FIM.

      *ABRE O ARQUIVO DE ATIVIDADES, CRIANDO-O SE NAO EXISTIR
       P10-ABRE-ATIVIDADE.
            SET FAT-OK                    TO TRUE
            OPEN I-O ATIVIDADE
            IF WS-FAT EQUAL 35
                 CLOSE ATIVIDADE
                 OPEN OUTPUT ATIVIDADE
                 CLOSE ATIVIDADE
                 OPEN I-O ATIVIDADE
            END-IF
            IF NOT FAT-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ATIVIDADES'
               MOVE WS-FAT TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FAT ' - ' WS-FS-MSG
            END-IF
            .
       P10-ABRE-ATIVIDADE-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM ATIVIDAD.
