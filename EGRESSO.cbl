      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: cadastro e acompanhamento de egressos: carrega no
      *          cadastro de egressos (CFP001S126) os concluintes do
      *          livro de registro de certificados (CFP001S87) e os
      *          alunos transferidos (ST-ALUNO F), com os dados de
      *          contato do cadastro de alunos enquanto nao foram
      *          expurgados. registra o consentimento para contato e
      *          os contatos proprios do egresso (recusa apaga os
      *          contatos), lanca as respostas das rodadas anuais da
      *          pesquisa de acompanhamento (CFP001S127: destino e
      *          instituicao), emite a lista de contato da rodada (so
      *          quem consentiu e ainda nao respondeu) e o resumo por
      *          ano de saida com o ultimo destino informado, para a
      *          divulgacao e os indicadores de qualidade da rede
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO CADASTRO DE EGRESSOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGRESSO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT EGRESSO ASSIGN TO WS-PATH-EGRESSO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO-EGR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FEG.

                SELECT PESQEGR ASSIGN TO WS-PATH-PESQEGR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PESQEGR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPQ.

                SELECT LIVROREG ASSIGN TO WS-PATH-LIVROREG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NR-REGISTRO-LIV
                FILE STATUS IS WS-FLV.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

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
       FD EGRESSO.
          COPY CFPK0118.
       FD PESQEGR.
          COPY CFPK0119.
       FD LIVROREG.
          COPY CFPK0078.
       FD ALUNO.
          COPY CFPK0001.
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
       77 WS-FEG                          PIC 99.
          88 FEG-OK                       VALUE 0.
       77 WS-FPQ                          PIC 99.
          88 FPQ-OK                       VALUE 0.
       77 WS-FLV                          PIC 99.
          88 FLV-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S' FALSE 'N'.
       77 WS-NOVO                         PIC X VALUE 'N'.
          88 REGISTRO-NOVO                VALUE 'S' FALSE 'N'.
       77 WS-ALUNOS-DISPONIVEL            PIC X VALUE 'N'.
          88 ALUNOS-DISPONIVEL            VALUE 'S' FALSE 'N'.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-ANO-HOJE                  PIC 9(04).
          03 FILLER                       PIC 9(04).
      *DADOS INFORMADOS
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-ANO-RODADA                   PIC 9(04) VALUE ZEROS.
       77 WS-CONSENTE-INF                 PIC X(01) VALUE SPACES.
       77 WS-TL-PREFIXO-INF               PIC 9(05) VALUE ZEROS.
       77 WS-TL-SUFIXO-INF                PIC 9(04) VALUE ZEROS.
       77 WS-EMAIL-INF                    PIC X(40) VALUE SPACES.
       77 WS-ENDERECO-INF                 PIC X(40) VALUE SPACES.
       77 WS-DESTINO-INF                  PIC X(01) VALUE SPACES.
       77 WS-INSTITUICAO-INF              PIC X(30) VALUE SPACES.
       77 WS-CURSO-INF                    PIC X(30) VALUE SPACES.
      *TOTAIS DA CARGA
       77 WS-QT-CONCLUINTES               PIC 9(05) VALUE ZEROS.
       77 WS-QT-TRANSFERIDOS              PIC 9(05) VALUE ZEROS.
       77 WS-QT-JA-CADASTRADOS            PIC 9(05) VALUE ZEROS.
       77 WS-QT-LISTADOS                  PIC 9(05) VALUE ZEROS.
      *ULTIMA RESPOSTA DO EGRESSO CORRENTE NO RESUMO
       77 WS-ULT-DESTINO                  PIC X(01) VALUE SPACES.
       77 WS-ULT-RODADA                   PIC 9(04) VALUE ZEROS.
      *RESUMO POR ANO DE SAIDA (ATE 60 ANOS), ORDENADO PELO ANO
       77 WS-QT-ANOS                      PIC 9(02) VALUE ZEROS.
       77 WS-IX                           PIC 9(02) VALUE ZEROS.
       77 WS-IX2                          PIC 9(02) VALUE ZEROS.
       77 WS-IX-ANO                       PIC 9(02) VALUE ZEROS.
       01 WS-TAB-ANOS.
          03 WS-ANO-ENT OCCURS 60 TIMES.
             05 WS-ANO-SAIDA              PIC 9(04).
             05 WS-ANO-QT-EGRESSOS        PIC 9(05).
             05 WS-ANO-QT-CONCL           PIC 9(05).
             05 WS-ANO-QT-TRANSF          PIC 9(05).
             05 WS-ANO-QT-CONSENTE        PIC 9(05).
             05 WS-ANO-QT-RESPOSTA        PIC 9(05).
             05 WS-ANO-QT-UNIV            PIC 9(05).
             05 WS-ANO-QT-TECN            PIC 9(05).
             05 WS-ANO-QT-EMPREGO         PIC 9(05).
             05 WS-ANO-QT-OUTRA           PIC 9(05).
             05 WS-ANO-QT-NENHUM          PIC 9(05).
       01 WS-ANO-TROCA                    PIC X(54).
       01 WS-TOT-ANOS.
          03 WS-TOT-QT-EGRESSOS           PIC 9(05) VALUE ZEROS.
          03 WS-TOT-QT-CONCL              PIC 9(05) VALUE ZEROS.
          03 WS-TOT-QT-TRANSF             PIC 9(05) VALUE ZEROS.
          03 WS-TOT-QT-CONSENTE           PIC 9(05) VALUE ZEROS.
          03 WS-TOT-QT-RESPOSTA           PIC 9(05) VALUE ZEROS.
          03 WS-TOT-QT-UNIV               PIC 9(05) VALUE ZEROS.
          03 WS-TOT-QT-TECN               PIC 9(05) VALUE ZEROS.
          03 WS-TOT-QT-EMPREGO            PIC 9(05) VALUE ZEROS.
          03 WS-TOT-QT-OUTRA              PIC 9(05) VALUE ZEROS.
          03 WS-TOT-QT-NENHUM             PIC 9(05) VALUE ZEROS.
       01 WS-LINHA-ANO.
          03 WS-LA-ANO                    PIC X(05).
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-EGRESSOS               PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-CONCL                  PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-TRANSF                 PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-CONSENTE               PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-RESPOSTA               PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-UNIV                   PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-TECN                   PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-EMPREGO                PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-OUTRA                  PIC ZZZZ9.
          03 FILLER                       PIC X(01) VALUE SPACES.
          03 WS-LA-NENHUM                 PIC ZZZZ9.
          03 FILLER                       PIC X(15) VALUE SPACES.
       77 WS-LINHA-REL                    PIC X(80) VALUE SPACES.
      *SALTO DE PAGINA (FORM FEED) NO FIM DO RELATORIO
       77 WS-SALTO-PAGINA                 PIC X VALUE X'0C'.

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
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** EGRESSOS ***'
            DISPLAY 'TECLE <C> PARA CARREGAR CONCLUINTES E'
            DISPLAY 'TRANSFERIDOS, <A> PARA CONSENTIMENTO E CONTATOS'
            DISPLAY 'DO EGRESSO, <P> PARA LANCAR A RESPOSTA DA'
            DISPLAY 'PESQUISA, <L> PARA A LISTA DE CONTATO DA RODADA,'
            DISPLAY '<R> PARA O RESUMO POR ANO DE SAIDA OU <S> PARA'
            DISPLAY 'SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'C'
                WHEN 'c'
                    PERFORM P2-CARGA      THRU P2-CARGA-FIM
                WHEN 'A'
                WHEN 'a'
                    PERFORM P3-ATUALIZA   THRU P3-ATUALIZA-FIM
                WHEN 'P'
                WHEN 'p'
                    PERFORM P4-PESQUISA   THRU P4-PESQUISA-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P5-LISTA-CONTATO
                            THRU P5-LISTA-CONTATO-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P6-RESUMO     THRU P6-RESUMO-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *CARGA DOS EGRESSOS: CONCLUINTES DO LIVRO DE REGISTRO E ALUNOS
      *TRANSFERIDOS AINDA NAO CADASTRADOS. O EGRESSO JA CADASTRADO
      *NAO E TOCADO (CONSENTIMENTO E CONTATOS SAO DELE)
       P2-CARGA.
            MOVE ZEROS                    TO WS-QT-CONCLUINTES
                                             WS-QT-TRANSFERIDOS
                                             WS-QT-JA-CADASTRADOS
            PERFORM P9-ABRE-EGRESSO       THRU P9-ABRE-EGRESSO-FIM
            IF NOT FEG-OK
               GO TO P2-CARGA-FIM
            END-IF

            SET ALUNOS-DISPONIVEL         TO FALSE
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               SET ALUNOS-DISPONIVEL      TO TRUE
            ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE ALUNOS'
               CLOSE ALUNO
               CLOSE EGRESSO
               GO TO P2-CARGA-FIM
            END-IF

      *CONCLUINTES (LIVRO DE REGISTRO DE CERTIFICADOS)
            SET FLV-OK                    TO TRUE
            OPEN INPUT LIVROREG
            IF FLV-OK
               SET EOF-OK                 TO FALSE
               PERFORM UNTIL EOF-OK
                   READ LIVROREG NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           PERFORM P2A-INCLUI-CONCLUINTE
                                   THRU P2A-INCLUI-CONCLUINTE-FIM
                   END-READ
               END-PERFORM
            END-IF
            CLOSE LIVROREG

      *TRANSFERIDOS (CADASTRO DE ALUNOS)
            MOVE ZEROS                    TO ID-ALUNO
            SET EOF-OK                    TO FALSE
            START ALUNO KEY IS NOT LESS THAN ID-ALUNO
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ ALUNO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ST-ALUNO EQUAL 'F' AND
                           NM-ALUNO NOT EQUAL 'ANONIMIZADO'
                           PERFORM P2B-INCLUI-TRANSFERIDO
                                   THRU P2B-INCLUI-TRANSFERIDO-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNO
            CLOSE EGRESSO

            DISPLAY 'CONCLUINTES INCLUIDOS: ' WS-QT-CONCLUINTES
            DISPLAY 'TRANSFERIDOS INCLUIDOS: ' WS-QT-TRANSFERIDOS
            DISPLAY 'JA CADASTRADOS (MANTIDOS): ' WS-QT-JA-CADASTRADOS

            MOVE 'EGRESSO'                TO WS-AUD-PROGRAMA
            MOVE 'CARGA'                  TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'CONCLUINTES ' WS-QT-CONCLUINTES
                   ' TRANSFERIDOS ' WS-QT-TRANSFERIDOS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-CARGA-FIM.

      *CONCLUINTE: NOME E DADOS DO LIVRO; CONTATO DO CADASTRO DO
      *ALUNO QUANDO AINDA NAO EXPURGADO
       P2A-INCLUI-CONCLUINTE.
            MOVE ID-ALUNO-LIV             TO ID-ALUNO-EGR
            READ EGRESSO
                KEY IS ID-ALUNO-EGR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-JA-CADASTRADOS
                    GO TO P2A-INCLUI-CONCLUINTE-FIM
            END-READ

            INITIALIZE REG-EGRESSO
            MOVE ID-ALUNO-LIV             TO ID-ALUNO-EGR
            MOVE NM-ALUNO-LIV             TO NM-ALUNO-EGR
            SET EGR-CONCLUINTE            TO TRUE
            MOVE ANO-CONCLUSAO-LIV        TO ANO-SAIDA-EGR
            MOVE ID-SERIE-LIV             TO ID-SERIE-EGR
            MOVE NR-REGISTRO-LIV          TO NR-REGISTRO-EGR
            SET EGR-NAO-CONSULTADO        TO TRUE
            MOVE ID-ALUNO-LIV             TO ID-ALUNO
            READ ALUNO
                KEY IS ID-ALUNO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF NM-ALUNO NOT EQUAL 'ANONIMIZADO'
                       MOVE TL-ALUNO      TO TL-EGR
                       MOVE EN-ALUNO      TO EN-EGR
                    END-IF
            END-READ
            MOVE WS-DATA-HOJE             TO DT-INCLUSAO-EGR
                                             DT-ATUALIZ-EGR
            MOVE LK-OPERADOR              TO OP-EGRESSO
            WRITE REG-EGRESSO
                INVALID KEY
                    DISPLAY 'ERRO AO INCLUIR O EGRESSO ' ID-ALUNO-EGR
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-CONCLUINTES
            END-WRITE
            .
       P2A-INCLUI-CONCLUINTE-FIM.

      *TRANSFERIDO: ANO DE SAIDA E O DA MUDANCA DE SITUACAO
       P2B-INCLUI-TRANSFERIDO.
            MOVE ID-ALUNO                 TO ID-ALUNO-EGR
            READ EGRESSO
                KEY IS ID-ALUNO-EGR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-JA-CADASTRADOS
                    GO TO P2B-INCLUI-TRANSFERIDO-FIM
            END-READ

            INITIALIZE REG-EGRESSO
            MOVE ID-ALUNO                 TO ID-ALUNO-EGR
            MOVE NM-ALUNO                 TO NM-ALUNO-EGR
            SET EGR-TRANSFERIDO           TO TRUE
            MOVE DT-STATUS-ALUNO(1:4)     TO ANO-SAIDA-EGR
            IF ANO-SAIDA-EGR EQUAL ZEROS
               MOVE WS-ANO-HOJE           TO ANO-SAIDA-EGR
            END-IF
            SET EGR-NAO-CONSULTADO        TO TRUE
            MOVE TL-ALUNO                 TO TL-EGR
            MOVE EN-ALUNO                 TO EN-EGR
            MOVE WS-DATA-HOJE             TO DT-INCLUSAO-EGR
                                             DT-ATUALIZ-EGR
            MOVE LK-OPERADOR              TO OP-EGRESSO
            WRITE REG-EGRESSO
                INVALID KEY
                    DISPLAY 'ERRO AO INCLUIR O EGRESSO ' ID-ALUNO-EGR
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-TRANSFERIDOS
            END-WRITE
            .
       P2B-INCLUI-TRANSFERIDO-FIM.

      *CONSENTIMENTO E CONTATOS DO EGRESSO; SEM CONSENTIMENTO OS
      *CONTATOS SAO APAGADOS
       P3-ATUALIZA.
            DISPLAY 'Informe o codigo do egresso (aluno): '
            ACCEPT WS-ID-ALUNO-INF
            PERFORM P9-ABRE-EGRESSO       THRU P9-ABRE-EGRESSO-FIM
            IF NOT FEG-OK
               GO TO P3-ATUALIZA-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-EGR
            READ EGRESSO
                KEY IS ID-ALUNO-EGR
                INVALID KEY
                    DISPLAY 'EGRESSO NAO CADASTRADO - RODE A CARGA'
                            ' (OPCAO <C>).'
                    CLOSE EGRESSO
                    GO TO P3-ATUALIZA-FIM
            END-READ

            DISPLAY '*** EGRESSO ' ID-ALUNO-EGR ' - ' NM-ALUNO-EGR
                    ' ***'
            DISPLAY 'SAIDA: ' TP-SAIDA-EGR ' EM ' ANO-SAIDA-EGR
                    '  CONSENTIMENTO: ' FL-CONSENTE-EGR
            DISPLAY 'TELEFONE: ' TL-PREFIXO-EGR '-' TL-SUFIXO-EGR
            DISPLAY 'E-MAIL  : ' EM-EGR
            DISPLAY 'ENDERECO: ' EN-EGR

            DISPLAY 'Consente em ser contatado (S/N): '
            ACCEPT WS-CONSENTE-INF
            INSPECT WS-CONSENTE-INF CONVERTING 'sn' TO 'SN'
            IF WS-CONSENTE-INF NOT EQUAL 'S' AND
               WS-CONSENTE-INF NOT EQUAL 'N'
               DISPLAY 'RESPOSTA INVALIDA - INFORME S OU N.'
               CLOSE EGRESSO
               GO TO P3-ATUALIZA-FIM
            END-IF

            IF WS-CONSENTE-INF EQUAL 'S'
               MOVE TL-PREFIXO-EGR        TO WS-TL-PREFIXO-INF
               MOVE TL-SUFIXO-EGR         TO WS-TL-SUFIXO-INF
               DISPLAY 'Prefixo do telefone (ENTER = manter): '
               ACCEPT WS-TL-PREFIXO-INF
               IF WS-TL-PREFIXO-INF NOT EQUAL ZEROS
                  MOVE WS-TL-PREFIXO-INF  TO TL-PREFIXO-EGR
                  DISPLAY 'Sufixo do telefone: '
                  ACCEPT WS-TL-SUFIXO-INF
                  MOVE WS-TL-SUFIXO-INF   TO TL-SUFIXO-EGR
               END-IF
               MOVE SPACES                TO WS-EMAIL-INF
               DISPLAY 'E-mail (ENTER = manter): '
               ACCEPT WS-EMAIL-INF
               IF WS-EMAIL-INF NOT EQUAL SPACES
                  MOVE WS-EMAIL-INF       TO EM-EGR
               END-IF
               MOVE SPACES                TO WS-ENDERECO-INF
               DISPLAY 'Endereco (ENTER = manter): '
               ACCEPT WS-ENDERECO-INF
               IF WS-ENDERECO-INF NOT EQUAL SPACES
                  MOVE WS-ENDERECO-INF    TO EN-EGR
               END-IF
            ELSE
               MOVE ZEROS                 TO TL-EGR
               MOVE SPACES                TO EM-EGR
                                             EN-EGR
            END-IF
            IF WS-CONSENTE-INF NOT EQUAL FL-CONSENTE-EGR
               MOVE WS-DATA-HOJE          TO DT-CONSENTE-EGR
            END-IF
            MOVE WS-CONSENTE-INF          TO FL-CONSENTE-EGR
            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-EGR
            MOVE LK-OPERADOR              TO OP-EGRESSO
            REWRITE REG-EGRESSO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O EGRESSO'
                NOT INVALID KEY
                    DISPLAY 'Egresso atualizado!'
                    MOVE 'EGRESSO'        TO WS-AUD-PROGRAMA
                    MOVE 'CONSENTIMENTO'  TO WS-AUD-OPERACAO
                    MOVE SPACES           TO WS-AUD-DETALHE
                    STRING 'ALUNO ' WS-ID-ALUNO-INF ' CONSENTE '
                           WS-CONSENTE-INF
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            CLOSE EGRESSO
            .
       P3-ATUALIZA-FIM.

      *RESPOSTA DA RODADA ANUAL DA PESQUISA (SO DE QUEM CONSENTIU);
      *RESPOSTA REPETIDA NA MESMA RODADA SUBSTITUI A ANTERIOR
       P4-PESQUISA.
            PERFORM P8-PEDE-RODADA        THRU P8-PEDE-RODADA-FIM
            DISPLAY 'Informe o codigo do egresso (aluno): '
            ACCEPT WS-ID-ALUNO-INF

            MOVE 'N'                      TO WS-ACHOU
            SET FEG-OK                    TO TRUE
            OPEN INPUT EGRESSO
            IF FEG-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO-EGR
               READ EGRESSO
                   KEY IS ID-ALUNO-EGR
                   INVALID KEY
                       DISPLAY 'EGRESSO NAO CADASTRADO!'
                   NOT INVALID KEY
                       IF EGR-CONSENTE
                          MOVE 'S'        TO WS-ACHOU
                          DISPLAY 'EGRESSO: ' NM-ALUNO-EGR
                       ELSE
                          DISPLAY 'EGRESSO SEM CONSENTIMENTO PARA'
                                  ' CONTATO - RESPOSTA NAO ACEITA.'
                       END-IF
               END-READ
            ELSE
               DISPLAY 'CADASTRO DE EGRESSOS VAZIO - RODE A CARGA'
                       ' (OPCAO <C>).'
            END-IF
            CLOSE EGRESSO
            IF NOT ACHOU
               GO TO P4-PESQUISA-FIM
            END-IF

            DISPLAY 'Destino (U=UNIVERSIDADE, T=CURSO TECNICO,'
                    ' E=EMPREGO, O=OUTRA ESCOLA, N=NENHUM): '
            ACCEPT WS-DESTINO-INF
            INSPECT WS-DESTINO-INF CONVERTING 'uteon' TO 'UTEON'
            MOVE WS-DESTINO-INF           TO TP-DESTINO-PQE
            IF NOT DESTINO-VALIDO
               DISPLAY 'DESTINO INVALIDO!'
               GO TO P4-PESQUISA-FIM
            END-IF
            MOVE SPACES                   TO WS-INSTITUICAO-INF
                                             WS-CURSO-INF
            IF WS-DESTINO-INF NOT EQUAL 'N'
               DISPLAY 'Instituicao / empresa: '
               ACCEPT WS-INSTITUICAO-INF
               DISPLAY 'Curso / cargo: '
               ACCEPT WS-CURSO-INF
            END-IF

            SET FPQ-OK                    TO TRUE
            OPEN I-O PESQEGR
            IF WS-FPQ EQUAL 35
                 CLOSE PESQEGR
                 OPEN OUTPUT PESQEGR
                 CLOSE PESQEGR
                 OPEN I-O PESQEGR
            END-IF
            IF NOT FPQ-OK
               DISPLAY 'ERRO AO ABRIR AS RESPOSTAS DA PESQUISA'
               MOVE WS-FPQ TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPQ ' - ' WS-FS-MSG
               CLOSE PESQEGR
               GO TO P4-PESQUISA-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-PQE
            MOVE WS-ANO-RODADA            TO ANO-RODADA-PQE
            READ PESQEGR
                KEY IS ID-PESQEGR
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                NOT INVALID KEY
                    SET REGISTRO-NOVO     TO FALSE
            END-READ
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-PQE
            MOVE WS-ANO-RODADA            TO ANO-RODADA-PQE
            MOVE WS-DESTINO-INF           TO TP-DESTINO-PQE
            MOVE WS-INSTITUICAO-INF       TO NM-INSTITUICAO-PQE
            MOVE WS-CURSO-INF             TO DS-CURSO-PQE
            MOVE WS-DATA-HOJE             TO DT-RESPOSTA-PQE
            MOVE LK-OPERADOR              TO OP-PESQEGR
            MOVE 'S'                      TO WS-ACHOU
            IF REGISTRO-NOVO
               WRITE REG-PESQEGR
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-PESQEGR
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            CLOSE PESQEGR

            IF ACHOU
               DISPLAY 'Resposta da rodada ' WS-ANO-RODADA
                       ' gravada!'
               MOVE 'EGRESSO'             TO WS-AUD-PROGRAMA
               MOVE 'PESQUISA'            TO WS-AUD-OPERACAO
               MOVE SPACES                TO WS-AUD-DETALHE
               STRING 'ALUNO ' WS-ID-ALUNO-INF ' RODADA '
                      WS-ANO-RODADA ' DESTINO ' WS-DESTINO-INF
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            ELSE
               DISPLAY 'ERRO AO GRAVAR A RESPOSTA'
            END-IF
            .
       P4-PESQUISA-FIM.

      *LISTA DE CONTATO DA RODADA: EGRESSOS QUE CONSENTIRAM E AINDA
      *NAO RESPONDERAM A RODADA INFORMADA
       P5-LISTA-CONTATO.
            PERFORM P8-PEDE-RODADA        THRU P8-PEDE-RODADA-FIM

            SET FEG-OK                    TO TRUE
            OPEN INPUT EGRESSO
            IF NOT FEG-OK
               DISPLAY 'CADASTRO DE EGRESSOS VAZIO - RODE A CARGA'
                       ' (OPCAO <C>).'
               CLOSE EGRESSO
               GO TO P5-LISTA-CONTATO-FIM
            END-IF
            SET FPQ-OK                    TO TRUE
            OPEN INPUT PESQEGR

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

            MOVE SPACES                   TO WS-LINHA-REL
            STRING 'PESQUISA DE EGRESSOS - LISTA DE CONTATO DA RODADA '
                   WS-ANO-RODADA
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            END-STRING
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-REL
            MOVE 'ALUNO'                  TO WS-LINHA-REL(1:5)
            MOVE 'NOME'                   TO WS-LINHA-REL(7:4)
            MOVE 'SAIDA'                  TO WS-LINHA-REL(28:5)
            MOVE 'TELEFONE'               TO WS-LINHA-REL(35:8)
            MOVE 'E-MAIL'                 TO WS-LINHA-REL(47:6)
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            MOVE ALL '-'                  TO WS-LINHA-REL
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM

            MOVE ZEROS                    TO WS-QT-LISTADOS
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ EGRESSO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF EGR-CONSENTE
                           MOVE 'N'       TO WS-ACHOU
                           IF FPQ-OK
                              MOVE ID-ALUNO-EGR  TO ID-ALUNO-PQE
                              MOVE WS-ANO-RODADA TO ANO-RODADA-PQE
                              READ PESQEGR
                                  KEY IS ID-PESQEGR
                                  INVALID KEY
                                      CONTINUE
                                  NOT INVALID KEY
                                      MOVE 'S' TO WS-ACHOU
                              END-READ
                           END-IF
                           IF NOT ACHOU
                              ADD 1       TO WS-QT-LISTADOS
                              MOVE SPACES TO WS-LINHA-REL
                              MOVE ID-ALUNO-EGR
                                          TO WS-LINHA-REL(1:5)
                              MOVE NM-ALUNO-EGR
                                          TO WS-LINHA-REL(7:20)
                              MOVE TP-SAIDA-EGR
                                          TO WS-LINHA-REL(28:1)
                              MOVE ANO-SAIDA-EGR
                                          TO WS-LINHA-REL(30:4)
                              MOVE TL-PREFIXO-EGR
                                          TO WS-LINHA-REL(35:5)
                              MOVE '-'    TO WS-LINHA-REL(40:1)
                              MOVE TL-SUFIXO-EGR
                                          TO WS-LINHA-REL(41:4)
                              MOVE EM-EGR TO WS-LINHA-REL(47:34)
                              PERFORM P7-EMITE-LINHA
                                      THRU P7-EMITE-LINHA-FIM
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PESQEGR
            CLOSE EGRESSO

            MOVE ALL '-'                  TO WS-LINHA-REL
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-REL
            STRING 'EGRESSOS A CONTATAR: ' WS-QT-LISTADOS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            END-STRING
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM

            IF FIM-OK
               MOVE WS-SALTO-PAGINA       TO REG-IMPREL
               WRITE REG-IMPREL
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'EGRESSO'             TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF
            .
       P5-LISTA-CONTATO-FIM.

      *RESUMO POR ANO DE SAIDA: EGRESSOS, CONSENTIMENTOS, RESPOSTAS
      *E O ULTIMO DESTINO INFORMADO POR QUEM RESPONDEU
       P6-RESUMO.
            SET FEG-OK                    TO TRUE
            OPEN INPUT EGRESSO
            IF NOT FEG-OK
               DISPLAY 'CADASTRO DE EGRESSOS VAZIO - RODE A CARGA'
                       ' (OPCAO <C>).'
               CLOSE EGRESSO
               GO TO P6-RESUMO-FIM
            END-IF
            SET FPQ-OK                    TO TRUE
            OPEN INPUT PESQEGR

            MOVE ZEROS                    TO WS-QT-ANOS
            INITIALIZE WS-TOT-ANOS
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ EGRESSO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        PERFORM P6A-ACUMULA-EGRESSO
                                THRU P6A-ACUMULA-EGRESSO-FIM
                END-READ
            END-PERFORM
            CLOSE PESQEGR
            CLOSE EGRESSO
            IF WS-QT-ANOS EQUAL ZEROS
               DISPLAY 'NENHUM EGRESSO CADASTRADO.'
               GO TO P6-RESUMO-FIM
            END-IF

      *ORDENA OS ANOS (TROCA SIMPLES, A TABELA E PEQUENA)
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX NOT LESS THAN WS-QT-ANOS
                PERFORM VARYING WS-IX2 FROM WS-IX BY 1
                        UNTIL WS-IX2 GREATER THAN WS-QT-ANOS
                    IF WS-ANO-SAIDA(WS-IX2) LESS THAN
                       WS-ANO-SAIDA(WS-IX)
                       MOVE WS-ANO-ENT(WS-IX)  TO WS-ANO-TROCA
                       MOVE WS-ANO-ENT(WS-IX2) TO WS-ANO-ENT(WS-IX)
                       MOVE WS-ANO-TROCA       TO WS-ANO-ENT(WS-IX2)
                    END-IF
                END-PERFORM
            END-PERFORM

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

            MOVE SPACES                   TO WS-LINHA-REL
            STRING 'EGRESSOS POR ANO DE SAIDA - ' WS-DATA-HOJE
                   '  (DESTINO = ULTIMA RESPOSTA)'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            END-STRING
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            MOVE ' ANO  EGRES CONCL TRANS CONSE RESPO  UNIV TECNI'
                                          TO WS-LINHA-REL
            MOVE ' EMPRG OUTRA NENHU'     TO WS-LINHA-REL(48:18)
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            MOVE ALL '-'                  TO WS-LINHA-REL
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM

            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-ANOS
                MOVE WS-ANO-SAIDA(WS-IX)  TO WS-LA-ANO
                MOVE WS-ANO-QT-EGRESSOS(WS-IX) TO WS-LA-EGRESSOS
                MOVE WS-ANO-QT-CONCL(WS-IX)    TO WS-LA-CONCL
                MOVE WS-ANO-QT-TRANSF(WS-IX)   TO WS-LA-TRANSF
                MOVE WS-ANO-QT-CONSENTE(WS-IX) TO WS-LA-CONSENTE
                MOVE WS-ANO-QT-RESPOSTA(WS-IX) TO WS-LA-RESPOSTA
                MOVE WS-ANO-QT-UNIV(WS-IX)     TO WS-LA-UNIV
                MOVE WS-ANO-QT-TECN(WS-IX)     TO WS-LA-TECN
                MOVE WS-ANO-QT-EMPREGO(WS-IX)  TO WS-LA-EMPREGO
                MOVE WS-ANO-QT-OUTRA(WS-IX)    TO WS-LA-OUTRA
                MOVE WS-ANO-QT-NENHUM(WS-IX)   TO WS-LA-NENHUM
                MOVE WS-LINHA-ANO              TO WS-LINHA-REL
                PERFORM P7-EMITE-LINHA    THRU P7-EMITE-LINHA-FIM
            END-PERFORM

            MOVE ALL '-'                  TO WS-LINHA-REL
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            MOVE 'TOTAL'                  TO WS-LA-ANO
            MOVE WS-TOT-QT-EGRESSOS       TO WS-LA-EGRESSOS
            MOVE WS-TOT-QT-CONCL          TO WS-LA-CONCL
            MOVE WS-TOT-QT-TRANSF         TO WS-LA-TRANSF
            MOVE WS-TOT-QT-CONSENTE       TO WS-LA-CONSENTE
            MOVE WS-TOT-QT-RESPOSTA       TO WS-LA-RESPOSTA
            MOVE WS-TOT-QT-UNIV           TO WS-LA-UNIV
            MOVE WS-TOT-QT-TECN           TO WS-LA-TECN
            MOVE WS-TOT-QT-EMPREGO        TO WS-LA-EMPREGO
            MOVE WS-TOT-QT-OUTRA          TO WS-LA-OUTRA
            MOVE WS-TOT-QT-NENHUM         TO WS-LA-NENHUM
            MOVE WS-LINHA-ANO             TO WS-LINHA-REL
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM

            IF FIM-OK
               MOVE WS-SALTO-PAGINA       TO REG-IMPREL
               WRITE REG-IMPREL
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'EGRESSO'             TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF
            .
       P6-RESUMO-FIM.

      *SOMA O EGRESSO CORRENTE NA LINHA DO SEU ANO DE SAIDA
       P6A-ACUMULA-EGRESSO.
            MOVE ZEROS                    TO WS-IX-ANO
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-ANOS
                       OR WS-IX-ANO GREATER THAN ZEROS
                IF WS-ANO-SAIDA(WS-IX) EQUAL ANO-SAIDA-EGR
                   MOVE WS-IX             TO WS-IX-ANO
                END-IF
            END-PERFORM
            IF WS-IX-ANO EQUAL ZEROS
               IF WS-QT-ANOS NOT LESS THAN 60
                  DISPLAY 'LIMITE DE 60 ANOS DE SAIDA - EGRESSO '
                          ID-ALUNO-EGR ' FORA DO RESUMO'
                  GO TO P6A-ACUMULA-EGRESSO-FIM
               END-IF
               ADD 1                      TO WS-QT-ANOS
               MOVE WS-QT-ANOS            TO WS-IX-ANO
               INITIALIZE WS-ANO-ENT(WS-IX-ANO)
               MOVE ANO-SAIDA-EGR         TO WS-ANO-SAIDA(WS-IX-ANO)
            END-IF

            ADD 1               TO WS-ANO-QT-EGRESSOS(WS-IX-ANO)
                                   WS-TOT-QT-EGRESSOS
            IF EGR-CONCLUINTE
               ADD 1            TO WS-ANO-QT-CONCL(WS-IX-ANO)
                                   WS-TOT-QT-CONCL
            ELSE
               ADD 1            TO WS-ANO-QT-TRANSF(WS-IX-ANO)
                                   WS-TOT-QT-TRANSF
            END-IF
            IF EGR-CONSENTE
               ADD 1            TO WS-ANO-QT-CONSENTE(WS-IX-ANO)
                                   WS-TOT-QT-CONSENTE
            END-IF

      *ULTIMA RODADA RESPONDIDA PELO EGRESSO
            IF NOT FPQ-OK
               GO TO P6A-ACUMULA-EGRESSO-FIM
            END-IF
            MOVE SPACES                   TO WS-ULT-DESTINO
            MOVE ZEROS                    TO WS-ULT-RODADA
            MOVE ID-ALUNO-EGR             TO ID-ALUNO-PQE
            MOVE ZEROS                    TO ANO-RODADA-PQE
            SET EOF2-OK                   TO FALSE
            START PESQEGR KEY IS NOT LESS THAN ID-PESQEGR
                INVALID KEY
                    SET EOF2-OK           TO TRUE
            END-START
            PERFORM UNTIL EOF2-OK
                READ PESQEGR NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ID-ALUNO-PQE NOT EQUAL ID-ALUNO-EGR
                           SET EOF2-OK    TO TRUE
                        ELSE
                           MOVE TP-DESTINO-PQE TO WS-ULT-DESTINO
                           MOVE ANO-RODADA-PQE TO WS-ULT-RODADA
                        END-IF
                END-READ
            END-PERFORM
            IF WS-ULT-RODADA EQUAL ZEROS
               GO TO P6A-ACUMULA-EGRESSO-FIM
            END-IF

            ADD 1               TO WS-ANO-QT-RESPOSTA(WS-IX-ANO)
                                   WS-TOT-QT-RESPOSTA
            EVALUATE WS-ULT-DESTINO
                WHEN 'U'
                    ADD 1       TO WS-ANO-QT-UNIV(WS-IX-ANO)
                                   WS-TOT-QT-UNIV
                WHEN 'T'
                    ADD 1       TO WS-ANO-QT-TECN(WS-IX-ANO)
                                   WS-TOT-QT-TECN
                WHEN 'E'
                    ADD 1       TO WS-ANO-QT-EMPREGO(WS-IX-ANO)
                                   WS-TOT-QT-EMPREGO
                WHEN 'O'
                    ADD 1       TO WS-ANO-QT-OUTRA(WS-IX-ANO)
                                   WS-TOT-QT-OUTRA
                WHEN OTHER
                    ADD 1       TO WS-ANO-QT-NENHUM(WS-IX-ANO)
                                   WS-TOT-QT-NENHUM
            END-EVALUATE
            .
       P6A-ACUMULA-EGRESSO-FIM.

       P7-EMITE-LINHA.
            DISPLAY WS-LINHA-REL
            IF FIM-OK
               MOVE WS-LINHA-REL          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P7-EMITE-LINHA-FIM.

      *ANO DA RODADA DA PESQUISA (0 = ANO CORRENTE)
       P8-PEDE-RODADA.
            DISPLAY 'Ano da rodada da pesquisa (0 = ' WS-ANO-HOJE
                    '): '
            MOVE ZEROS                    TO WS-ANO-RODADA
            ACCEPT WS-ANO-RODADA
            IF WS-ANO-RODADA EQUAL ZEROS
               MOVE WS-ANO-HOJE           TO WS-ANO-RODADA
            END-IF
            .
       P8-PEDE-RODADA-FIM.

      *ABRE O CADASTRO DE EGRESSOS, CRIANDO-O SE NAO EXISTIR
       P9-ABRE-EGRESSO.
            SET FEG-OK                    TO TRUE
            OPEN I-O EGRESSO
            IF WS-FEG EQUAL 35
                 CLOSE EGRESSO
                 OPEN OUTPUT EGRESSO
                 CLOSE EGRESSO
                 OPEN I-O EGRESSO
            END-IF
            IF NOT FEG-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE EGRESSOS'
               MOVE WS-FEG TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FEG ' - ' WS-FS-MSG
               CLOSE EGRESSO
            END-IF
            .
       P9-ABRE-EGRESSO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM EGRESSO.
