      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: tratamento dos itens suspensos dos programas batch
      *          (CFP001S110): lista e consulta os itens rejeitados
      *          com o programa de origem, a execucao, o motivo e a
      *          imagem original do registro. o operador corrige a
      *          imagem e reenvia o item ao programa de origem, que o
      *          reprocessa na execucao seguinte, ou baixa o item com
      *          um motivo. um item reenviado ainda nao reprocessado
      *          pode voltar a aberto. toda acao e auditada
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA TELA DE TRATAMENTO DOS
      *         SUSPENSOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRATASUS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT SUSPENSO ASSIGN TO WS-PATH-SUSPENSO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SUSPENSO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSU.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSO.
          COPY CFPK0102.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       77 WS-FSU                          PIC 99.
          88 FSU-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *FILTROS DA LISTAGEM
       77 WS-ST-FILTRO                    PIC X VALUE SPACES.
       77 WS-PROG-FILTRO                  PIC X(12) VALUE SPACES.
      *ITEM INFORMADO E DADOS DO TRATAMENTO
       77 WS-ID-INF                       PIC 9(06) VALUE ZEROS.
       77 WS-IMAGEM-NOVA                  PIC X(250) VALUE SPACES.
       77 WS-MOTIVO-BAIXA                 PIC X(40) VALUE SPACES.
       77 WS-DS-SITUACAO                  PIC X(12) VALUE SPACES.
       77 WS-POS                          PIC 9(03) VALUE ZEROS.
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
            MOVE 'TRATASUS'               TO WS-AUD-PROGRAMA
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** TRATAMENTO DOS SUSPENSOS ***'
            DISPLAY 'TECLE <L> PARA LISTAR OS ITENS, <C> PARA'
            DISPLAY 'CONSULTAR UM ITEM, <R> PARA CORRIGIR E REENVIAR'
            DISPLAY 'AO PROGRAMA DE ORIGEM, <V> PARA VOLTAR UM'
            DISPLAY 'REENVIO A ABERTO, <B> PARA BAIXAR OU <S> PARA'
            DISPLAY 'SAIR:'
            ACCEPT WS-OPCAO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            EVALUATE WS-OPCAO
                WHEN 'L'
                WHEN 'l'
                    PERFORM P2-LISTA      THRU P2-LISTA-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P3-CONSULTA   THRU P3-CONSULTA-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P4-REENVIA    THRU P4-REENVIA-FIM
                WHEN 'V'
                WHEN 'v'
                    PERFORM P5-VOLTA-ABERTO
                            THRU P5-VOLTA-ABERTO-FIM
                WHEN 'B'
                WHEN 'b'
                    PERFORM P6-BAIXA      THRU P6-BAIXA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *LISTA OS ITENS, TODOS OU SO OS DE UMA SITUACAO E/OU PROGRAMA
       P2-LISTA.
            DISPLAY 'Situacao (A=ABERTO R=REENVIADO P=REPROCESSADO'
                    ' B=BAIXADO, BRANCO = TODAS): '
            MOVE SPACES                   TO WS-ST-FILTRO
            ACCEPT WS-ST-FILTRO
            INSPECT WS-ST-FILTRO CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            DISPLAY 'Programa de origem (BRANCO = TODOS): '
            MOVE SPACES                   TO WS-PROG-FILTRO
            ACCEPT WS-PROG-FILTRO
            INSPECT WS-PROG-FILTRO CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            MOVE ZEROS                    TO WS-QT-LISTADOS
            SET EOF-OK                    TO FALSE
            SET FSU-OK                    TO TRUE
            OPEN INPUT SUSPENSO
            IF NOT FSU-OK
               DISPLAY 'NAO HA ITENS SUSPENSOS.'
               CLOSE SUSPENSO
               GO TO P2-LISTA-FIM
            END-IF

            DISPLAY 'ITEM   PROGRAMA     EXEC. DATA     MOT. SIT'
                    ' MOTIVO'
            PERFORM UNTIL EOF-OK
                READ SUSPENSO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF (WS-ST-FILTRO EQUAL SPACES
                            OR ST-SUS EQUAL WS-ST-FILTRO)
                           AND (WS-PROG-FILTRO EQUAL SPACES
                            OR NM-PROGRAMA-SUS EQUAL WS-PROG-FILTRO)
                           ADD 1          TO WS-QT-LISTADOS
                           DISPLAY ID-SUSPENSO ' ' NM-PROGRAMA-SUS
                                   ' ' ID-JOB-SUS ' ' DT-SUS ' '
                                   CD-MOTIVO-SUS ' ' ST-SUS '   '
                                   DS-MOTIVO-SUS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUSPENSO
            DISPLAY WS-QT-LISTADOS ' ITEM(NS) LISTADO(S).'
            .
       P2-LISTA-FIM.

      *MOSTRA O ITEM INFORMADO POR INTEIRO, COM A IMAGEM ORIGINAL
       P3-CONSULTA.
            PERFORM P7-LE-ITEM            THRU P7-LE-ITEM-FIM
            IF NOT ACHOU
               GO TO P3-CONSULTA-FIM
            END-IF
            PERFORM P8-MOSTRA-ITEM        THRU P8-MOSTRA-ITEM-FIM
            CLOSE SUSPENSO
            .
       P3-CONSULTA-FIM.

      *CORRIGE A IMAGEM DE UM ITEM ABERTO E O REENVIA AO PROGRAMA DE
      *ORIGEM, QUE O REPROCESSA NA EXECUCAO SEGUINTE
       P4-REENVIA.
            PERFORM P7-LE-ITEM            THRU P7-LE-ITEM-FIM
            IF NOT ACHOU
               GO TO P4-REENVIA-FIM
            END-IF
            PERFORM P8-MOSTRA-ITEM        THRU P8-MOSTRA-ITEM-FIM
            IF NOT SUS-ABERTO
               DISPLAY 'SO ITEM ABERTO PODE SER REENVIADO.'
               CLOSE SUSPENSO
               GO TO P4-REENVIA-FIM
            END-IF

            DISPLAY 'Imagem corrigida do registro (BRANCO = REENVIAR'
                    ' SEM ALTERACAO): '
            MOVE SPACES                   TO WS-IMAGEM-NOVA
            ACCEPT WS-IMAGEM-NOVA
            IF WS-IMAGEM-NOVA EQUAL SPACES
               MOVE TX-REGISTRO-SUS       TO WS-IMAGEM-NOVA
            END-IF
            DISPLAY 'REENVIAR O ITEM ' ID-SUSPENSO ' AO '
                    NM-PROGRAMA-SUS ' COM A IMAGEM:'
            DISPLAY WS-IMAGEM-NOVA(1:80)
            IF WS-IMAGEM-NOVA(81:170) NOT EQUAL SPACES
               DISPLAY WS-IMAGEM-NOVA(81:80)
               DISPLAY WS-IMAGEM-NOVA(161:90)
            END-IF
            DISPLAY 'CONFIRMA <S/N>? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'REENVIO CANCELADO.'
               CLOSE SUSPENSO
               GO TO P4-REENVIA-FIM
            END-IF

            MOVE WS-IMAGEM-NOVA           TO TX-REGISTRO-SUS
            SET SUS-REENVIADO             TO TRUE
            MOVE LK-OPERADOR              TO OP-TRATA-SUS
            MOVE WS-DATA-HOJE             TO DT-TRATA-SUS
            REWRITE REG-SUSPENSO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O REENVIO DO ITEM.'
                NOT INVALID KEY
                    DISPLAY 'ITEM REENVIADO - SERA REPROCESSADO NA'
                            ' PROXIMA EXECUCAO DO ' NM-PROGRAMA-SUS
                    MOVE 'REENVIO'        TO WS-AUD-OPERACAO
                    MOVE SPACES           TO WS-AUD-DETALHE
                    STRING 'ITEM ' ID-SUSPENSO ' '
                           NM-PROGRAMA-SUS
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            CLOSE SUSPENSO
            .
       P4-REENVIA-FIM.

      *DESFAZ UM REENVIO AINDA NAO REPROCESSADO: O ITEM VOLTA A
      *ABERTO, COM A IMAGEM CORRIGIDA
       P5-VOLTA-ABERTO.
            PERFORM P7-LE-ITEM            THRU P7-LE-ITEM-FIM
            IF NOT ACHOU
               GO TO P5-VOLTA-ABERTO-FIM
            END-IF
            IF NOT SUS-REENVIADO
               DISPLAY 'O ITEM ' ID-SUSPENSO ' NAO ESTA REENVIADO.'
               CLOSE SUSPENSO
               GO TO P5-VOLTA-ABERTO-FIM
            END-IF

            SET SUS-ABERTO                TO TRUE
            MOVE LK-OPERADOR              TO OP-TRATA-SUS
            MOVE WS-DATA-HOJE             TO DT-TRATA-SUS
            REWRITE REG-SUSPENSO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O ITEM.'
                NOT INVALID KEY
                    DISPLAY 'ITEM ' ID-SUSPENSO ' DE VOLTA A ABERTO.'
                    MOVE 'VOLTA ABER'     TO WS-AUD-OPERACAO
                    MOVE SPACES           TO WS-AUD-DETALHE
                    STRING 'ITEM ' ID-SUSPENSO ' '
                           NM-PROGRAMA-SUS
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            CLOSE SUSPENSO
            .
       P5-VOLTA-ABERTO-FIM.

      *BAIXA UM ITEM ABERTO OU REENVIADO COM O MOTIVO INFORMADO; O
      *ITEM BAIXADO NAO E MAIS REPROCESSADO
       P6-BAIXA.
            PERFORM P7-LE-ITEM            THRU P7-LE-ITEM-FIM
            IF NOT ACHOU
               GO TO P6-BAIXA-FIM
            END-IF
            PERFORM P8-MOSTRA-ITEM        THRU P8-MOSTRA-ITEM-FIM
            IF NOT SUS-ABERTO AND NOT SUS-REENVIADO
               DISPLAY 'SO ITEM ABERTO OU REENVIADO PODE SER BAIXADO.'
               CLOSE SUSPENSO
               GO TO P6-BAIXA-FIM
            END-IF

            DISPLAY 'Motivo da baixa: '
            MOVE SPACES                   TO WS-MOTIVO-BAIXA
            ACCEPT WS-MOTIVO-BAIXA
            IF WS-MOTIVO-BAIXA EQUAL SPACES
               DISPLAY 'O MOTIVO DA BAIXA E OBRIGATORIO.'
               CLOSE SUSPENSO
               GO TO P6-BAIXA-FIM
            END-IF
            DISPLAY 'CONFIRMA A BAIXA DO ITEM ' ID-SUSPENSO
                    ' <S/N>? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'BAIXA CANCELADA.'
               CLOSE SUSPENSO
               GO TO P6-BAIXA-FIM
            END-IF

            SET SUS-BAIXADO               TO TRUE
            MOVE WS-MOTIVO-BAIXA          TO DS-BAIXA-SUS
            MOVE LK-OPERADOR              TO OP-TRATA-SUS
            MOVE WS-DATA-HOJE             TO DT-TRATA-SUS
            REWRITE REG-SUSPENSO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A BAIXA DO ITEM.'
                NOT INVALID KEY
                    DISPLAY 'ITEM ' ID-SUSPENSO ' BAIXADO.'
                    MOVE 'BAIXA'          TO WS-AUD-OPERACAO
                    MOVE SPACES           TO WS-AUD-DETALHE
                    STRING 'ITEM ' ID-SUSPENSO ' '
                           WS-MOTIVO-BAIXA
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            CLOSE SUSPENSO
            .
       P6-BAIXA-FIM.

      *PEDE O NUMERO DO ITEM E O LE; COM ACHOU LIGADO O ARQUIVO FICA
      *ABERTO EM I-O PARA O CHAMADOR
       P7-LE-ITEM.
            SET ACHOU                     TO FALSE
            DISPLAY 'Numero do item: '
            MOVE ZEROS                    TO WS-ID-INF
            ACCEPT WS-ID-INF

            SET FSU-OK                    TO TRUE
            OPEN I-O SUSPENSO
            IF NOT FSU-OK
               DISPLAY 'NAO HA ITENS SUSPENSOS.'
               CLOSE SUSPENSO
               GO TO P7-LE-ITEM-FIM
            END-IF

            MOVE WS-ID-INF                TO ID-SUSPENSO
            READ SUSPENSO
                KEY IS ID-SUSPENSO
                INVALID KEY
                    DISPLAY 'ITEM ' WS-ID-INF ' NAO ENCONTRADO.'
                    CLOSE SUSPENSO
                NOT INVALID KEY
                    SET ACHOU             TO TRUE
            END-READ
            .
       P7-LE-ITEM-FIM.

      *MOSTRA O ITEM LIDO
       P8-MOSTRA-ITEM.
            EVALUATE TRUE
                WHEN SUS-ABERTO
                    MOVE 'ABERTO'         TO WS-DS-SITUACAO
                WHEN SUS-REENVIADO
                    MOVE 'REENVIADO'      TO WS-DS-SITUACAO
                WHEN SUS-REPROCESSADO
                    MOVE 'REPROCESSADO'   TO WS-DS-SITUACAO
                WHEN SUS-BAIXADO
                    MOVE 'BAIXADO'        TO WS-DS-SITUACAO
                WHEN OTHER
                    MOVE ST-SUS           TO WS-DS-SITUACAO
            END-EVALUATE
            DISPLAY 'ITEM      : ' ID-SUSPENSO ' - ' WS-DS-SITUACAO
            DISPLAY 'ORIGEM    : ' NM-PROGRAMA-SUS ' EXECUCAO '
                    ID-JOB-SUS ' EM ' DT-SUS ' ' HR-SUS
            DISPLAY 'REGISTRO  : ' TP-REGISTRO-SUS
            DISPLAY 'MOTIVO    : ' CD-MOTIVO-SUS ' - ' DS-MOTIVO-SUS
            DISPLAY 'IMAGEM    :'
            DISPLAY TX-REGISTRO-SUS(1:80)
            IF TX-REGISTRO-SUS(81:170) NOT EQUAL SPACES
               DISPLAY TX-REGISTRO-SUS(81:80)
               DISPLAY TX-REGISTRO-SUS(161:90)
            END-IF
            IF ID-ORIGEM-SUS GREATER THAN ZEROS
               DISPLAY 'REJEITADO DE NOVO NO REPROCESSAMENTO DO ITEM '
                       ID-ORIGEM-SUS
            END-IF
            IF OP-TRATA-SUS NOT EQUAL SPACES
               DISPLAY 'TRATADO   : ' OP-TRATA-SUS ' EM '
                       DT-TRATA-SUS
            END-IF
            IF SUS-BAIXADO
               DISPLAY 'BAIXA     : ' DS-BAIXA-SUS
            END-IF
            IF SUS-REPROCESSADO
               DISPLAY 'REPROCESSO: EXECUCAO ' ID-JOB-REPROC-SUS
                       ' EM ' DT-REPROC-SUS
               IF ID-NOVO-SUS GREATER THAN ZEROS
                  DISPLAY '            REJEITADO DE NOVO - ITEM NOVO '
                          ID-NOVO-SUS
               END-IF
            END-IF
            .
       P8-MOSTRA-ITEM-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM TRATASUS.
