      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: acompanhamento da orientacao educacional: caso do
      *          aluno encaminhado a orientadora por problema
      *          emocional, familiar, de aprendizagem ou social
      *          (CFP001S135: origem do encaminhamento, motivo,
      *          situacao) e o diario do caso (CFP001S136: sessoes,
      *          contatos com a familia e encaminhamentos a servicos
      *          externos como CRAS e conselho tutelar). conteudo
      *          sigiloso, restrito ao perfil ORIENTACAO: o CONSELHO
      *          mostra apenas que ha caso aberto e a FICAI recebe a
      *          situacao social e os encaminhamentos externos
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO ACOMPANHAMENTO DA ORIENTACAO
      *         EDUCACIONAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORIENTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CASOORI ASSIGN TO WS-PATH-CASOORI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO-ORI
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCO.

                SELECT ATENDORI ASSIGN TO WS-PATH-ATENDORI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ATENDORI
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FAT.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

      * CONTROLE FICAI: ESTAGIO DA NOTIFICACAO DE INFREQUENCIA DO ALUNO
                SELECT FICAI ASSIGN TO WS-PATH-FICAI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO-FIC
                FILE STATUS IS WS-FFI.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CASOORI.
          COPY CFPK0127.
       FD ATENDORI.
          COPY CFPK0128.
       FD ALUNO.
          COPY CFPK0001.
       FD FICAI.
          COPY CFPK0049.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       77 WS-FCO                          PIC 99.
          88 FCO-OK                       VALUE 0.
       77 WS-FAT                          PIC 99.
          88 FAT-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FFI                          PIC 99.
          88 FFI-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S' FALSE 'N'.
       77 WS-NOVO                         PIC X VALUE 'N'.
          88 REGISTRO-NOVO                VALUE 'S' FALSE 'N'.
       77 WS-ALUNOS-DISPONIVEL            PIC X VALUE 'N'.
          88 ALUNOS-DISPONIVEL            VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *DADOS INFORMADOS
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-CODIGO-INF                   PIC X(01) VALUE SPACES.
       77 WS-NOME-INF                     PIC X(20) VALUE SPACES.
       77 WS-TEXTO-INF                    PIC X(60) VALUE SPACES.
       77 WS-SITUACAO-ANT                 PIC X(01) VALUE SPACES.
       77 WS-IX                           PIC 9(01) VALUE ZEROS.
      *TOTAIS DA LISTA DE CASOS ABERTOS
       77 WS-QT-ABERTOS                   PIC 9(04) VALUE ZEROS.
       77 WS-QT-SOCIAIS                   PIC 9(04) VALUE ZEROS.
       77 WS-LINHA-REL                    PIC X(80) VALUE SPACES.

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
            MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

      *CONTEUDO SIGILOSO: NEM A DIRECAO ENTRA, SO A ORIENTADORA
            IF LK-PERFIL NOT EQUAL 'ORIENTACAO'
               DISPLAY '*********************************************'
               DISPLAY '* ACESSO RESTRITO AO PERFIL ORIENTACAO.     *'
               DISPLAY '*********************************************'
               MOVE 'ORIENTA'             TO WS-AUD-PROGRAMA
               MOVE 'NEGADO'              TO WS-AUD-OPERACAO
               MOVE SPACES                TO WS-AUD-DETALHE
               STRING 'PERFIL ' LK-PERFIL
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
               PERFORM P0-FIM
            END-IF

            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** ORIENTACAO EDUCACIONAL ***'
            DISPLAY 'TECLE <A> PARA ABRIR OU ALTERAR O CASO DO ALUNO,'
            DISPLAY '<R> PARA REGISTRAR SESSAO, CONTATO OU'
            DISPLAY 'ENCAMINHAMENTO, <C> PARA CONSULTAR O CASO, <L>'
            DISPLAY 'PARA OS CASOS ABERTOS OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'A'
                WHEN 'a'
                    PERFORM P2-CASO       THRU P2-CASO-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P3-REGISTRO   THRU P3-REGISTRO-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P4-CONSULTA   THRU P4-CONSULTA-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P5-ABERTOS    THRU P5-ABERTOS-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *ABERTURA OU ALTERACAO DO CASO DO ALUNO; NA ALTERACAO, ENTER
      *MANTEM O DADO ATUAL. O CASO ENCERRADO PODE SER REABERTO, E O
      *DIARIO CONTINUA NA MESMA SEQUENCIA
       P2-CASO.
            PERFORM P8A-VALIDA-ALUNO      THRU P8A-VALIDA-ALUNO-FIM
            IF NOT ACHOU
               GO TO P2-CASO-FIM
            END-IF
            PERFORM P9-ABRE-CASO          THRU P9-ABRE-CASO-FIM
            IF NOT FCO-OK
               GO TO P2-CASO-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-ORI
            READ CASOORI
                KEY IS ID-ALUNO-ORI
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                    INITIALIZE REG-CASOORI
                    MOVE WS-ID-ALUNO-INF  TO ID-ALUNO-ORI
                    MOVE WS-DATA-HOJE     TO DT-ABERTURA-ORI
                    MOVE 'N'              TO FL-SOCIAL-ORI
                    MOVE 'A'              TO ST-CASO-ORI
                    DISPLAY 'ALUNO SEM CASO - INFORME OS DADOS DO'
                            ' ENCAMINHAMENTO.'
                NOT INVALID KEY
                    SET REGISTRO-NOVO     TO FALSE
                    PERFORM P4A-MOSTRA-CASO
                            THRU P4A-MOSTRA-CASO-FIM
            END-READ
            MOVE ST-CASO-ORI              TO WS-SITUACAO-ANT

            DISPLAY 'ORIGEM: P=PROFESSOR C=COORDENACAO/DIRECAO'
                    ' F=FAMILIA'
            DISPLAY '        A=O PROPRIO ALUNO E=SERVICO EXTERNO'
                    ' O=OUTRO'
            MOVE SPACES                   TO WS-CODIGO-INF
            DISPLAY 'Origem do encaminhamento (ENTER = manter): '
            ACCEPT WS-CODIGO-INF
            INSPECT WS-CODIGO-INF CONVERTING 'acefop' TO 'ACEFOP'
            IF WS-CODIGO-INF NOT EQUAL SPACES
               MOVE WS-CODIGO-INF         TO TP-ORIGEM-ORI
            END-IF
            IF NOT ORIGEM-VALIDA
               DISPLAY 'ORIGEM DO ENCAMINHAMENTO INVALIDA!'
               CLOSE CASOORI
               GO TO P2-CASO-FIM
            END-IF
            MOVE SPACES                   TO WS-NOME-INF
            DISPLAY 'Quem encaminhou (ENTER = manter): '
            ACCEPT WS-NOME-INF
            IF WS-NOME-INF NOT EQUAL SPACES
               MOVE WS-NOME-INF           TO NM-ORIGEM-ORI
            END-IF

            DISPLAY 'MOTIVO: E=EMOCIONAL F=FAMILIAR A=APRENDIZAGEM'
                    ' S=SOCIAL O=OUTRO'
            MOVE SPACES                   TO WS-CODIGO-INF
            DISPLAY 'Motivo (ENTER = manter): '
            ACCEPT WS-CODIGO-INF
            INSPECT WS-CODIGO-INF CONVERTING 'aefos' TO 'AEFOS'
            IF WS-CODIGO-INF NOT EQUAL SPACES
               MOVE WS-CODIGO-INF         TO TP-MOTIVO-ORI
            END-IF
            IF NOT MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO!'
               CLOSE CASOORI
               GO TO P2-CASO-FIM
            END-IF
            MOVE SPACES                   TO WS-TEXTO-INF
            DISPLAY 'Descricao do motivo (ENTER = manter): '
            ACCEPT WS-TEXTO-INF
            IF WS-TEXTO-INF NOT EQUAL SPACES
               MOVE WS-TEXTO-INF          TO DS-MOTIVO-ORI
            END-IF
            IF DS-MOTIVO-ORI EQUAL SPACES
               DISPLAY 'DESCRICAO DO MOTIVO E OBRIGATORIA!'
               CLOSE CASOORI
               GO TO P2-CASO-FIM
            END-IF

            MOVE SPACES                   TO WS-CODIGO-INF
            DISPLAY 'Faltas ligadas a situacao social - alimenta a'
                    ' FICAI S/N (ENTER = manter): '
            ACCEPT WS-CODIGO-INF
            INSPECT WS-CODIGO-INF CONVERTING 'sn' TO 'SN'
            IF WS-CODIGO-INF EQUAL 'S' OR WS-CODIGO-INF EQUAL 'N'
               MOVE WS-CODIGO-INF         TO FL-SOCIAL-ORI
            END-IF

            IF NOT REGISTRO-NOVO
               MOVE SPACES                TO WS-CODIGO-INF
               DISPLAY 'Situacao A=ABERTO M=EM ACOMPANHAMENTO'
                       ' E=ENCERRADO (ENTER = manter): '
               ACCEPT WS-CODIGO-INF
               INSPECT WS-CODIGO-INF CONVERTING 'aem' TO 'AEM'
               IF WS-CODIGO-INF NOT EQUAL SPACES
                  IF WS-CODIGO-INF NOT EQUAL 'A' AND
                     WS-CODIGO-INF NOT EQUAL 'M' AND
                     WS-CODIGO-INF NOT EQUAL 'E'
                     DISPLAY 'SITUACAO INVALIDA!'
                     CLOSE CASOORI
                     GO TO P2-CASO-FIM
                  END-IF
                  MOVE WS-CODIGO-INF      TO ST-CASO-ORI
               END-IF
            END-IF
            IF CASO-ENCERRADO AND WS-SITUACAO-ANT NOT EQUAL 'E'
               MOVE WS-DATA-HOJE          TO DT-ENCERRA-ORI
            END-IF
            IF CASO-ABERTO AND WS-SITUACAO-ANT EQUAL 'E'
               MOVE WS-DATA-HOJE          TO DT-ABERTURA-ORI
               MOVE ZEROS                 TO DT-ENCERRA-ORI
               DISPLAY 'CASO REABERTO.'
            END-IF

            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-ORI
            MOVE LK-OPERADOR              TO OP-ORI
            MOVE 'S'                      TO WS-ACHOU
            IF REGISTRO-NOVO
               WRITE REG-CASOORI
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-CASOORI
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            CLOSE CASOORI

      *A TRILHA DE AUDITORIA NAO LEVA O CONTEUDO DO CASO
            IF ACHOU
               DISPLAY 'Caso gravado!'
               MOVE 'ORIENTA'             TO WS-AUD-PROGRAMA
               IF REGISTRO-NOVO
                  MOVE 'ABERTURA'         TO WS-AUD-OPERACAO
               ELSE
                  MOVE 'ALTERACAO'        TO WS-AUD-OPERACAO
               END-IF
               MOVE SPACES                TO WS-AUD-DETALHE
               STRING 'ALUNO ' WS-ID-ALUNO-INF ' SITUACAO '
                      ST-CASO-ORI
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            ELSE
               DISPLAY 'ERRO AO GRAVAR O CASO'
            END-IF
            .
       P2-CASO-FIM.

      *REGISTRO NO DIARIO DO CASO ABERTO: SESSAO COM O ALUNO, CONTATO
      *COM A FAMILIA OU ENCAMINHAMENTO A SERVICO EXTERNO. O PRIMEIRO
      *REGISTRO PASSA O CASO DE ABERTO PARA EM ACOMPANHAMENTO
       P3-REGISTRO.
            PERFORM P8A-VALIDA-ALUNO      THRU P8A-VALIDA-ALUNO-FIM
            IF NOT ACHOU
               GO TO P3-REGISTRO-FIM
            END-IF
            PERFORM P9-ABRE-CASO          THRU P9-ABRE-CASO-FIM
            IF NOT FCO-OK
               GO TO P3-REGISTRO-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-ORI
            READ CASOORI
                KEY IS ID-ALUNO-ORI
                INVALID KEY
                    DISPLAY 'ALUNO SEM CASO - ABRA O CASO ANTES.'
                    CLOSE CASOORI
                    GO TO P3-REGISTRO-FIM
            END-READ
            IF CASO-ENCERRADO
               DISPLAY 'CASO ENCERRADO - REABRA O CASO ANTES.'
               CLOSE CASOORI
               GO TO P3-REGISTRO-FIM
            END-IF

            INITIALIZE REG-ATENDORI
            MOVE SPACES                   TO WS-CODIGO-INF
            DISPLAY 'Tipo S=SESSAO F=CONTATO COM A FAMILIA'
                    ' E=ENCAMINHAMENTO EXTERNO: '
            ACCEPT WS-CODIGO-INF
            INSPECT WS-CODIGO-INF CONVERTING 'efs' TO 'EFS'
            MOVE WS-CODIGO-INF            TO TP-REGISTRO-AT
            IF NOT REGISTRO-SESSAO AND NOT REGISTRO-FAMILIA
               AND NOT REGISTRO-ENCAMINHA
               DISPLAY 'TIPO DE REGISTRO INVALIDO!'
               CLOSE CASOORI
               GO TO P3-REGISTRO-FIM
            END-IF

            IF REGISTRO-ENCAMINHA
               DISPLAY 'SERVICO: C=CRAS T=CONSELHO TUTELAR'
                       ' S=SAUDE (CAPS/UBS) O=OUTRO'
               MOVE SPACES                TO WS-CODIGO-INF
               DISPLAY 'Servico: '
               ACCEPT WS-CODIGO-INF
               INSPECT WS-CODIGO-INF CONVERTING 'cost' TO 'COST'
               MOVE WS-CODIGO-INF         TO TP-SERVICO-AT
               IF NOT SERVICO-VALIDO
                  DISPLAY 'SERVICO INVALIDO!'
                  CLOSE CASOORI
                  GO TO P3-REGISTRO-FIM
               END-IF
               MOVE SPACES                TO WS-NOME-INF
               DISPLAY 'Nome/unidade do servico: '
               ACCEPT WS-NOME-INF
               MOVE WS-NOME-INF           TO NM-SERVICO-AT
               IF TP-SERVICO-AT EQUAL 'O' AND
                  NM-SERVICO-AT EQUAL SPACES
                  DISPLAY 'INFORME O NOME DO SERVICO!'
                  CLOSE CASOORI
                  GO TO P3-REGISTRO-FIM
               END-IF
            END-IF

            PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX GREATER 2
                MOVE SPACES               TO WS-TEXTO-INF
                DISPLAY 'Relato linha ' WS-IX ' (ENTER = fim): '
                ACCEPT WS-TEXTO-INF
                MOVE WS-TEXTO-INF         TO DS-REGISTRO-AT(WS-IX)
                IF WS-TEXTO-INF EQUAL SPACES
                   MOVE 2                 TO WS-IX
                END-IF
            END-PERFORM
            IF DS-REGISTRO-AT(1) EQUAL SPACES
               DISPLAY 'O RELATO NAO PODE FICAR EM BRANCO!'
               CLOSE CASOORI
               GO TO P3-REGISTRO-FIM
            END-IF

            PERFORM P9A-ABRE-ATEND        THRU P9A-ABRE-ATEND-FIM
            IF NOT FAT-OK
               CLOSE CASOORI
               GO TO P3-REGISTRO-FIM
            END-IF
            ADD 1                         TO NR-ULT-SEQ-ORI
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-AT
            MOVE NR-ULT-SEQ-ORI           TO NR-SEQ-AT
            MOVE WS-DATA-HOJE             TO DT-REGISTRO-AT
            MOVE LK-OPERADOR              TO OP-REGISTRO-AT
            MOVE 'S'                      TO WS-ACHOU
            WRITE REG-ATENDORI
                INVALID KEY
                    MOVE 'N'              TO WS-ACHOU
            END-WRITE
            CLOSE ATENDORI
            IF NOT ACHOU
               DISPLAY 'ERRO AO GRAVAR O REGISTRO DO CASO'
               CLOSE CASOORI
               GO TO P3-REGISTRO-FIM
            END-IF

            IF ST-CASO-ORI EQUAL 'A'
               MOVE 'M'                   TO ST-CASO-ORI
            END-IF
            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-ORI
            MOVE LK-OPERADOR              TO OP-ORI
            REWRITE REG-CASOORI
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR O CASO'
            END-REWRITE
            CLOSE CASOORI

            DISPLAY 'Registro ' NR-SEQ-AT ' gravado!'
            MOVE 'ORIENTA'                TO WS-AUD-PROGRAMA
            MOVE 'REGISTRO'               TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ALUNO ' WS-ID-ALUNO-INF ' SEQ ' NR-SEQ-AT
                   ' TIPO ' TP-REGISTRO-AT
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P3-REGISTRO-FIM.

      *CONSULTA DO CASO, DO DIARIO E DO ESTAGIO FICAI DO ALUNO
       P4-CONSULTA.
            PERFORM P8A-VALIDA-ALUNO      THRU P8A-VALIDA-ALUNO-FIM
            IF NOT ACHOU
               GO TO P4-CONSULTA-FIM
            END-IF
            SET FCO-OK                    TO TRUE
            OPEN INPUT CASOORI
            IF NOT FCO-OK
               DISPLAY 'NENHUM CASO CADASTRADO.'
               CLOSE CASOORI
               GO TO P4-CONSULTA-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-ORI
            READ CASOORI
                KEY IS ID-ALUNO-ORI
                INVALID KEY
                    DISPLAY 'ALUNO SEM CASO NA ORIENTACAO.'
                    CLOSE CASOORI
                    GO TO P4-CONSULTA-FIM
            END-READ
            PERFORM P4A-MOSTRA-CASO       THRU P4A-MOSTRA-CASO-FIM
            CLOSE CASOORI

            SET FFI-OK                    TO TRUE
            OPEN INPUT FICAI
            IF FFI-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO-FIC
               READ FICAI
                   KEY IS ID-ALUNO-FIC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'FICAI      : ESTAGIO ' NV-ESTAGIO-FIC
                               ' EM ' DT-ULTIMO-FIC ' ('
                               QT-NOTIF-FIC ' NOTIFICACOES)'
               END-READ
            END-IF
            CLOSE FICAI

            DISPLAY '--- DIARIO DO CASO ---'
            SET FAT-OK                    TO TRUE
            OPEN INPUT ATENDORI
            IF FAT-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO-AT
               MOVE ZEROS                 TO NR-SEQ-AT
               SET EOF-OK                 TO FALSE
               START ATENDORI KEY IS NOT LESS THAN ID-ATENDORI
                   INVALID KEY
                       SET EOF-OK         TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ ATENDORI NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF ID-ALUNO-AT NOT EQUAL WS-ID-ALUNO-INF
                              SET EOF-OK  TO TRUE
                           ELSE
                              PERFORM P4B-MOSTRA-REGISTRO
                                      THRU P4B-MOSTRA-REGISTRO-FIM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE ATENDORI

            MOVE 'ORIENTA'                TO WS-AUD-PROGRAMA
            MOVE 'CONSULTA'               TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ALUNO ' WS-ID-ALUNO-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P4-CONSULTA-FIM.

       P4A-MOSTRA-CASO.
            DISPLAY '*** CASO DO ALUNO ' ID-ALUNO-ORI ' ***'
            DISPLAY 'ORIGEM     : ' TP-ORIGEM-ORI ' - ' NM-ORIGEM-ORI
            DISPLAY 'MOTIVO     : ' TP-MOTIVO-ORI ' - ' DS-MOTIVO-ORI
            DISPLAY 'SOCIAL     : ' FL-SOCIAL-ORI
                    ' (S = FALTAS LIGADAS A SITUACAO SOCIAL)'
            DISPLAY 'ABERTURA   : ' DT-ABERTURA-ORI '  SITUACAO: '
                    ST-CASO-ORI ' (A=ABERTO M=EM ACOMPANHAMENTO'
                    ' E=ENCERRADO)'
            IF CASO-ENCERRADO
               DISPLAY 'ENCERRAMENTO: ' DT-ENCERRA-ORI
            END-IF
            DISPLAY 'REGISTROS  : ' NR-ULT-SEQ-ORI
            .
       P4A-MOSTRA-CASO-FIM.

       P4B-MOSTRA-REGISTRO.
            EVALUATE TRUE
                WHEN REGISTRO-SESSAO
                    DISPLAY NR-SEQ-AT ' ' DT-REGISTRO-AT
                            ' SESSAO COM O ALUNO - ' OP-REGISTRO-AT
                WHEN REGISTRO-FAMILIA
                    DISPLAY NR-SEQ-AT ' ' DT-REGISTRO-AT
                            ' CONTATO COM A FAMILIA - '
                            OP-REGISTRO-AT
                WHEN OTHER
                    DISPLAY NR-SEQ-AT ' ' DT-REGISTRO-AT
                            ' ENCAMINHAMENTO ' TP-SERVICO-AT ' '
                            NM-SERVICO-AT ' - ' OP-REGISTRO-AT
            END-EVALUATE
            PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX GREATER 2
                IF DS-REGISTRO-AT(WS-IX) NOT EQUAL SPACES
                   DISPLAY '   ' DS-REGISTRO-AT(WS-IX)
                END-IF
            END-PERFORM
            .
       P4B-MOSTRA-REGISTRO-FIM.

      *LISTA DOS CASOS ABERTOS OU EM ACOMPANHAMENTO, SOMENTE NA TELA
      *(O CONTEUDO E SIGILOSO E NAO VAI PARA A FILA DE IMPRESSAO)
       P5-ABERTOS.
            SET FCO-OK                    TO TRUE
            OPEN INPUT CASOORI
            IF NOT FCO-OK
               DISPLAY 'NENHUM CASO CADASTRADO.'
               CLOSE CASOORI
               GO TO P5-ABERTOS-FIM
            END-IF
            SET ALUNOS-DISPONIVEL         TO FALSE
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               SET ALUNOS-DISPONIVEL      TO TRUE
            END-IF

            DISPLAY 'ORIENTACAO EDUCACIONAL - CASOS ABERTOS - '
                    WS-DATA-HOJE
            MOVE SPACES                   TO WS-LINHA-REL
            MOVE 'ALUNO'                  TO WS-LINHA-REL(1:5)
            MOVE 'NOME'                   TO WS-LINHA-REL(7:4)
            MOVE 'MOT'                    TO WS-LINHA-REL(28:3)
            MOVE 'SOC'                    TO WS-LINHA-REL(32:3)
            MOVE 'SIT'                    TO WS-LINHA-REL(36:3)
            MOVE 'ABERTURA'               TO WS-LINHA-REL(40:8)
            MOVE 'REGS'                   TO WS-LINHA-REL(49:4)
            DISPLAY WS-LINHA-REL
            MOVE ALL '-'                  TO WS-LINHA-REL
            DISPLAY WS-LINHA-REL

            MOVE ZEROS                    TO WS-QT-ABERTOS
                                             WS-QT-SOCIAIS
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ CASOORI NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF CASO-ABERTO
                           PERFORM P5A-LINHA-CASO
                                   THRU P5A-LINHA-CASO-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNO
            CLOSE CASOORI

            MOVE ALL '-'                  TO WS-LINHA-REL
            DISPLAY WS-LINHA-REL
            DISPLAY 'CASOS ABERTOS: ' WS-QT-ABERTOS
                    '   COM SITUACAO SOCIAL: ' WS-QT-SOCIAIS

            MOVE 'ORIENTA'                TO WS-AUD-PROGRAMA
            MOVE 'ABERTOS'                TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'CASOS ABERTOS ' WS-QT-ABERTOS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P5-ABERTOS-FIM.

       P5A-LINHA-CASO.
            ADD 1                         TO WS-QT-ABERTOS
            IF CASO-SOCIAL
               ADD 1                      TO WS-QT-SOCIAIS
            END-IF
            MOVE SPACES                   TO WS-LINHA-REL
            MOVE ID-ALUNO-ORI             TO WS-LINHA-REL(1:5)
            IF ALUNOS-DISPONIVEL
               MOVE ID-ALUNO-ORI          TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-LINHA-REL(7:20)
               END-READ
            END-IF
            MOVE TP-MOTIVO-ORI            TO WS-LINHA-REL(29:1)
            MOVE FL-SOCIAL-ORI            TO WS-LINHA-REL(33:1)
            MOVE ST-CASO-ORI              TO WS-LINHA-REL(37:1)
            MOVE DT-ABERTURA-ORI          TO WS-LINHA-REL(40:8)
            MOVE NR-ULT-SEQ-ORI           TO WS-LINHA-REL(50:3)
            DISPLAY WS-LINHA-REL
            .
       P5A-LINHA-CASO-FIM.

      *PEDE O ALUNO E CONFERE NO CADASTRO (ACHOU = ALUNO VALIDO)
       P8A-VALIDA-ALUNO.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF

            MOVE 'N'                      TO WS-ACHOU
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       DISPLAY 'ALUNO NAO EXISTE!'
                   NOT INVALID KEY
                       IF NM-ALUNO EQUAL 'ANONIMIZADO'
                          DISPLAY 'ALUNO EXPURGADO!'
                       ELSE
                          MOVE 'S'        TO WS-ACHOU
                          DISPLAY 'ALUNO: ' NM-ALUNO
                       END-IF
               END-READ
            ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE ALUNOS'
            END-IF
            CLOSE ALUNO
            .
       P8A-VALIDA-ALUNO-FIM.

      *ABRE OS CASOS DA ORIENTACAO, CRIANDO O ARQUIVO SE NAO EXISTIR
       P9-ABRE-CASO.
            SET FCO-OK                    TO TRUE
            OPEN I-O CASOORI
            IF WS-FCO EQUAL 35
                 CLOSE CASOORI
                 OPEN OUTPUT CASOORI
                 CLOSE CASOORI
                 OPEN I-O CASOORI
            END-IF
            IF NOT FCO-OK
               DISPLAY 'ERRO AO ABRIR OS CASOS DA ORIENTACAO'
               MOVE WS-FCO TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCO ' - ' WS-FS-MSG
               CLOSE CASOORI
            END-IF
            .
       P9-ABRE-CASO-FIM.

      *ABRE O DIARIO DOS CASOS, CRIANDO O ARQUIVO SE NAO EXISTIR
       P9A-ABRE-ATEND.
            SET FAT-OK                    TO TRUE
            OPEN I-O ATENDORI
            IF WS-FAT EQUAL 35
                 CLOSE ATENDORI
                 OPEN OUTPUT ATENDORI
                 CLOSE ATENDORI
                 OPEN I-O ATENDORI
            END-IF
            IF NOT FAT-OK
               DISPLAY 'ERRO AO ABRIR O DIARIO DOS CASOS'
               MOVE WS-FAT TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FAT ' - ' WS-FS-MSG
               CLOSE ATENDORI
            END-IF
            .
       P9A-ABRE-ATEND-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM ORIENTA.
