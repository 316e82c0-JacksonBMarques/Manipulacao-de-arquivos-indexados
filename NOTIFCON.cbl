      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: consulta dos avisos enviados a uma familia: a partir
      *          do codigo de um aluno, lista as mensagens da fila de
      *          notificacoes (CFP001S103) do aluno e, se ele estiver
      *          numa conta familia (CFP001S90), tambem as dos irmaos,
      *          com o telefone de destino, o tipo, o texto e a
      *          situacao da entrega devolvida pelo gateway de SMS
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA CONSULTA DE AVISOS A FAMILIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFCON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT NOTIFICA ASSIGN TO WS-PATH-NOTIFICA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-NOTIFICA
                FILE STATUS IS WS-NTF-FS.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT FAMALUNO ASSIGN TO WS-PATH-FAMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO-FAL
                FILE STATUS IS WS-FFL.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTIFICA.
          COPY CFPK0094.
       FD ALUNO.
          COPY CFPK0001.
       FD FAMALUNO.
          COPY CFPK0082.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       77 WS-NTF-FS                       PIC 99.
          88 NTF-FS-OK                    VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FFL                          PIC 99.
          88 FFL-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO-INF                 PIC X(20) VALUE SPACES.
       77 WS-ID-FAMILIA-INF               PIC 9(05) VALUE ZEROS.
      *ALUNOS DA FAMILIA CONSULTADA (O PROPRIO E OS IRMAOS, ATE 10)
       77 WS-QT-FAM                       PIC 9(02) VALUE ZEROS.
       01 WS-TAB-FAM.
          03 WS-FAM-ALUNO OCCURS 10 TIMES PIC 9(05).
       77 WS-IX                           PIC 9(02) VALUE ZEROS.
       77 WS-DA-FAMILIA                   PIC X VALUE 'N'.
          88 DA-FAMILIA                   VALUE 'S'.
      *TOTAIS DA CONSULTA
       77 WS-QT-MSG                       PIC 9(05) VALUE ZEROS.
       77 WS-QT-PENDENTES                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-ENVIADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-ENTREGUES                 PIC 9(05) VALUE ZEROS.
       77 WS-QT-FALHAS                    PIC 9(05) VALUE ZEROS.
       77 WS-DS-SITUACAO                  PIC X(20) VALUE SPACES.

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
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** AVISOS ENVIADOS A FAMILIA ***'
            DISPLAY 'TECLE <C> PARA CONSULTAR OS AVISOS DE UM ALUNO E'
            DISPLAY 'DA FAMILIA DELE OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'C'
                WHEN 'c'
                    PERFORM P2-CONSULTA   THRU P2-CONSULTA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *LISTA OS AVISOS DO ALUNO INFORMADO E DOS IRMAOS DA FAMILIA
       P2-CONSULTA.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF

            MOVE SPACES                   TO WS-NM-ALUNO-INF
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-NM-ALUNO-INF
               END-READ
            END-IF
            CLOSE ALUNO
            IF WS-NM-ALUNO-INF EQUAL SPACES
               DISPLAY 'ALUNO NAO EXISTE!'
               GO TO P2-CONSULTA-FIM
            END-IF
            DISPLAY 'ALUNO ' WS-ID-ALUNO-INF ' - '
                    FUNCTION TRIM(WS-NM-ALUNO-INF)

            PERFORM P3-MONTA-FAMILIA      THRU P3-MONTA-FAMILIA-FIM
            IF WS-QT-FAM GREATER THAN 1
               DISPLAY 'CONTA FAMILIA ' WS-ID-FAMILIA-INF
                       ' - ' WS-QT-FAM ' ALUNO(S) CONSIDERADO(S)'
            END-IF

            MOVE ZEROS                    TO WS-QT-MSG
                                             WS-QT-PENDENTES
                                             WS-QT-ENVIADAS
                                             WS-QT-ENTREGUES
                                             WS-QT-FALHAS
            SET EOF-OK                    TO FALSE
            SET NTF-FS-OK                 TO TRUE
            OPEN INPUT NOTIFICA
            IF NOT NTF-FS-OK
               DISPLAY 'NENHUM AVISO GERADO ATE O MOMENTO.'
               CLOSE NOTIFICA
               GO TO P2-CONSULTA-FIM
            END-IF
            PERFORM UNTIL EOF-OK
                READ NOTIFICA NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        PERFORM P4-DA-FAMILIA
                                THRU P4-DA-FAMILIA-FIM
                        IF DA-FAMILIA
                           PERFORM P5-MOSTRA-AVISO
                                   THRU P5-MOSTRA-AVISO-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NOTIFICA

            IF WS-QT-MSG EQUAL ZEROS
               DISPLAY 'NENHUM AVISO PARA ESTA FAMILIA.'
            ELSE
               DISPLAY '--------------------------------------------'
               DISPLAY 'AVISOS: ' WS-QT-MSG
                       '  PENDENTES: ' WS-QT-PENDENTES
                       '  ENVIADOS: ' WS-QT-ENVIADAS
               DISPLAY 'ENTREGUES: ' WS-QT-ENTREGUES
                       '  COM FALHA: ' WS-QT-FALHAS
            END-IF

            MOVE 'NOTIFCON'               TO WS-AUD-PROGRAMA
            MOVE 'CONSULTA'               TO WS-AUD-OPERACAO
            STRING 'ALUNO ' WS-ID-ALUNO-INF ' AVISOS ' WS-QT-MSG
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P2-CONSULTA-FIM.

      *MONTA A LISTA DE ALUNOS DA FAMILIA: O INFORMADO E, SE ELE
      *ESTIVER NUMA CONTA FAMILIA, OS DEMAIS ALUNOS DA CONTA
       P3-MONTA-FAMILIA.
            MOVE 1                        TO WS-QT-FAM
            MOVE WS-ID-ALUNO-INF          TO WS-FAM-ALUNO(1)
            MOVE ZEROS                    TO WS-ID-FAMILIA-INF

            SET FFL-OK                    TO TRUE
            OPEN INPUT FAMALUNO
            IF NOT FFL-OK
               CLOSE FAMALUNO
               GO TO P3-MONTA-FAMILIA-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-FAL
            READ FAMALUNO
                KEY IS ID-ALUNO-FAL
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ID-FAMILIA-FAL   TO WS-ID-FAMILIA-INF
            END-READ
            IF WS-ID-FAMILIA-INF EQUAL ZEROS
               CLOSE FAMALUNO
               GO TO P3-MONTA-FAMILIA-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            MOVE ZEROS                    TO ID-ALUNO-FAL
            START FAMALUNO KEY NOT LESS THAN ID-ALUNO-FAL
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ FAMALUNO NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-FAMILIA-FAL EQUAL WS-ID-FAMILIA-INF
                           AND ID-ALUNO-FAL NOT EQUAL WS-ID-ALUNO-INF
                           AND WS-QT-FAM LESS THAN 10
                           ADD 1          TO WS-QT-FAM
                           MOVE ID-ALUNO-FAL
                                TO WS-FAM-ALUNO(WS-QT-FAM)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FAMALUNO
            .
       P3-MONTA-FAMILIA-FIM.

      *LIGA DA-FAMILIA SE O AVISO CORRENTE E DE UM ALUNO DA LISTA
       P4-DA-FAMILIA.
            MOVE 'N'                      TO WS-DA-FAMILIA
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER THAN WS-QT-FAM
                       OR DA-FAMILIA
                IF WS-FAM-ALUNO(WS-IX) EQUAL ID-ALUNO-NOTIF
                   MOVE 'S'               TO WS-DA-FAMILIA
                END-IF
            END-PERFORM
            .
       P4-DA-FAMILIA-FIM.

      *MOSTRA O AVISO CORRENTE COM A SITUACAO DA ENTREGA
       P5-MOSTRA-AVISO.
            ADD 1                         TO WS-QT-MSG
            EVALUATE ST-NOTIF
                WHEN 'P'
                    MOVE 'PENDENTE'       TO WS-DS-SITUACAO
                    ADD 1                 TO WS-QT-PENDENTES
                WHEN 'E'
                    MOVE 'ENVIADO'        TO WS-DS-SITUACAO
                    ADD 1                 TO WS-QT-ENVIADAS
                WHEN 'R'
                    MOVE 'ENTREGUE'       TO WS-DS-SITUACAO
                    ADD 1                 TO WS-QT-ENTREGUES
                WHEN 'F'
                    MOVE 'FALHA NA ENTREGA' TO WS-DS-SITUACAO
                    ADD 1                 TO WS-QT-FALHAS
                WHEN OTHER
                    MOVE ST-NOTIF         TO WS-DS-SITUACAO
            END-EVALUATE

            DISPLAY '--------------------------------------------'
            DISPLAY DT-NOTIF ' ' TP-NOTIF ' ALUNO ' ID-ALUNO-NOTIF
                    ' TEL ' TL-DESTINO-NOTIF
            DISPLAY '  ' TX-NOTIF
            IF ST-NOTIF EQUAL 'R' OR ST-NOTIF EQUAL 'F'
               DISPLAY '  ' FUNCTION TRIM(WS-DS-SITUACAO)
                       ' - ENVIO ' DT-ENVIO-NOTIF
                       ' RETORNO ' DT-RETORNO-NOTIF
                       ' ' CD-RETORNO-NOTIF
            ELSE
               IF ST-NOTIF EQUAL 'E'
                  DISPLAY '  ' FUNCTION TRIM(WS-DS-SITUACAO)
                          ' EM ' DT-ENVIO-NOTIF
                          ' - AGUARDANDO RETORNO DO GATEWAY'
               ELSE
                  DISPLAY '  ' FUNCTION TRIM(WS-DS-SITUACAO)
               END-IF
            END-IF
            .
       P5-MOSTRA-AVISO-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM NOTIFCON.
