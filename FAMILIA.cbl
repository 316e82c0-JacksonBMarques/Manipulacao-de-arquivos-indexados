      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: cadastro da conta familia (CFP001S90): agrupa os
      *          irmaos que tem o mesmo responsavel financeiro no
      *          CFP001S19 para a cobranca consolidada do MENSALID.
      *          a familia nasce de um aluno titular, com o nome,
      *          parentesco e telefone do primeiro responsavel dele, e
      *          so recebe irmaos que tenham responsavel com o mesmo
      *          nome e telefone. cada aluno pertence a uma familia
      *          por vez (vinculo CFP001S91) e a familia comporta ate
      *          6 alunos. a consulta mostra os irmaos e as cobrancas
      *          consolidadas (CFP001S92) geradas para a familia
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO CADASTRO DE CONTA FAMILIA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMILIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT FAMILIA ASSIGN TO WS-PATH-FAMILIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-FAMILIA
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FFA.

                SELECT FAMALUNO ASSIGN TO WS-PATH-FAMALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO-FAL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FFL.

                SELECT COBFAM ASSIGN TO WS-PATH-COBFAM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-COBFAM
                FILE STATUS IS WS-FCF.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT RESPONSAVEL ASSIGN TO WS-PATH-RESPONSAVEL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-REGISTRO-RESP
                FILE STATUS IS WS-FRS.

                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTADOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FAMILIA.
          COPY CFPK0081.
       FD FAMALUNO.
          COPY CFPK0082.
       FD COBFAM.
          COPY CFPK0083.
       FD ALUNO.
          COPY CFPK0001.
       FD RESPONSAVEL.
          COPY CFPK0015.
       FD CONTADOR.
          COPY CFPK0008.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       77 WS-FFA                          PIC 99.
          88 FFA-OK                       VALUE 0.
       77 WS-FFL                          PIC 99.
          88 FFL-OK                       VALUE 0.
       77 WS-FCF                          PIC 99.
          88 FCF-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FRS                          PIC 99.
          88 FRS-OK                       VALUE 0.
       77 WS-FSC                          PIC 99.
          88 FSC-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
      *FAMILIA E ALUNO INFORMADOS
       77 WS-ID-FAMILIA-INF               PIC 9(05) VALUE ZEROS.
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-ID-FAMILIA-NOVA              PIC 9(05) VALUE ZEROS.
       77 WS-NM-ALUNO                     PIC X(20) VALUE SPACES.
       77 WS-ST-ALUNO                     PIC X(01) VALUE SPACES.
       77 WS-ALUNO-ACHADO                 PIC X VALUE 'N'.
          88 ALUNO-ACHADO                 VALUE 'S' FALSE 'N'.
      *RESPONSAVEL DO ALUNO: O PRIMEIRO (WS-BUSCA-RESP = 'P') OU O
      *QUE CONFERE COM O RESPONSAVEL DA FAMILIA (WS-BUSCA-RESP = 'F')
       77 WS-BUSCA-RESP                   PIC X VALUE 'P'.
       77 WS-RESP-ACHADO                  PIC X VALUE 'N'.
          88 RESP-ACHADO                  VALUE 'S' FALSE 'N'.
       77 WS-NM-RESP                      PIC X(20) VALUE SPACES.
       77 WS-PARENTESCO                   PIC X(10) VALUE SPACES.
       77 WS-TL-RESP                      PIC 9(09) VALUE ZEROS.
      *IRMAOS DA FAMILIA (ATE 6)
       77 WS-QT-MEMBROS                   PIC 9(02) VALUE ZEROS.
       77 WS-QT-LISTADOS                  PIC 9(04) VALUE ZEROS.
       77 WS-IX                           PIC 9(02) VALUE ZEROS.

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
            DISPLAY '*** CONTA FAMILIA (COBRANCA CONSOLIDADA) ***'
            DISPLAY 'TECLE <I> PARA INCLUIR UMA FAMILIA, <A> PARA'
            DISPLAY 'ACRESCENTAR UM IRMAO, <R> PARA RETIRAR UM'
            DISPLAY 'ALUNO, <C> PARA CONSULTAR, <L> PARA LISTAR'
            DISPLAY 'AS FAMILIAS OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'I'
                WHEN 'i'
                    PERFORM P2-INCLUI     THRU P2-INCLUI-FIM
                WHEN 'A'
                WHEN 'a'
                    PERFORM P3-ACRESCENTA THRU P3-ACRESCENTA-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P4-RETIRA     THRU P4-RETIRA-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P5-CONSULTA   THRU P5-CONSULTA-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P6-LISTA      THRU P6-LISTA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *INCLUI UMA FAMILIA A PARTIR DO ALUNO TITULAR, COM OS DADOS DO
      *PRIMEIRO RESPONSAVEL DELE
       P2-INCLUI.
            DISPLAY 'Informe o codigo do aluno titular: '
            ACCEPT WS-ID-ALUNO-INF

            PERFORM P7-LE-ALUNO           THRU P7-LE-ALUNO-FIM
            IF NOT ALUNO-ACHADO
               DISPLAY 'ALUNO NAO ENCONTRADO.'
               GO TO P2-INCLUI-FIM
            END-IF

            PERFORM P11-ABRE-ARQUIVOS     THRU P11-ABRE-ARQUIVOS-FIM
            IF NOT FFA-OK OR NOT FFL-OK
               GO TO P2-INCLUI-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-FAL
            READ FAMALUNO
                KEY IS ID-ALUNO-FAL
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'ALUNO JA PERTENCE A FAMILIA '
                            ID-FAMILIA-FAL '.'
                    CLOSE FAMILIA
                    CLOSE FAMALUNO
                    GO TO P2-INCLUI-FIM
            END-READ

            MOVE 'P'                      TO WS-BUSCA-RESP
            PERFORM P8-RESPONSAVEL        THRU P8-RESPONSAVEL-FIM
            IF NOT RESP-ACHADO
               DISPLAY 'ALUNO SEM RESPONSAVEL CADASTRADO - CADASTRE'
                       ' O RESPONSAVEL ANTES DA FAMILIA.'
               CLOSE FAMILIA
               CLOSE FAMALUNO
               GO TO P2-INCLUI-FIM
            END-IF

            DISPLAY 'RESPONSAVEL: ' WS-NM-RESP ' (' WS-PARENTESCO ')'
                    ' TEL ' WS-TL-RESP
            DISPLAY 'Confirma a inclusao da familia (S/N)? '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT EQUAL 'S' AND WS-RESPOSTA NOT EQUAL 's'
               DISPLAY 'INCLUSAO CANCELADA.'
               CLOSE FAMILIA
               CLOSE FAMALUNO
               GO TO P2-INCLUI-FIM
            END-IF

            PERFORM P9-GERA-NUMERO        THRU P9-GERA-NUMERO-FIM
            IF WS-ID-FAMILIA-NOVA EQUAL ZEROS
               DISPLAY 'FAMILIA NAO INCLUIDA - CONTADOR INDISPONIVEL'
               CLOSE FAMILIA
               CLOSE FAMALUNO
               GO TO P2-INCLUI-FIM
            END-IF

            MOVE WS-ID-FAMILIA-NOVA       TO ID-FAMILIA
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-TIT-FAM
            MOVE WS-NM-RESP               TO NM-RESP-FAM
            MOVE WS-PARENTESCO            TO PARENTESCO-FAM
            MOVE WS-TL-RESP               TO TL-RESP-FAM
            MOVE 'A'                      TO ST-FAMILIA
            MOVE WS-DATA-HOJE             TO DT-CADASTRO-FAM
            MOVE WS-AUD-OPERADOR          TO OP-FAMILIA
            WRITE REG-FAMILIA
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A FAMILIA'
                    CLOSE FAMILIA
                    CLOSE FAMALUNO
                    GO TO P2-INCLUI-FIM
            END-WRITE

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-FAL
            MOVE WS-ID-FAMILIA-NOVA       TO ID-FAMILIA-FAL
            MOVE WS-DATA-HOJE             TO DT-INCLUSAO-FAL
            MOVE WS-AUD-OPERADOR          TO OP-FAMALUNO
            WRITE REG-FAMALUNO
                INVALID KEY
                    DISPLAY 'ERRO AO VINCULAR O ALUNO A FAMILIA'
                NOT INVALID KEY
                    DISPLAY 'FAMILIA ' WS-ID-FAMILIA-NOVA
                            ' INCLUIDA COM O TITULAR '
                            WS-ID-ALUNO-INF '!'
                    MOVE 'FAMILIA'        TO WS-AUD-PROGRAMA
                    MOVE 'INCLUSAO'       TO WS-AUD-OPERACAO
                    STRING 'FAMILIA ' WS-ID-FAMILIA-NOVA
                           ' TITULAR ' WS-ID-ALUNO-INF
                           ' RESP ' WS-NM-RESP
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-WRITE
            CLOSE FAMILIA
            CLOSE FAMALUNO
            .
       P2-INCLUI-FIM.

      *ACRESCENTA UM IRMAO A FAMILIA: O ALUNO PRECISA TER UM
      *RESPONSAVEL COM O MESMO NOME E TELEFONE DO RESPONSAVEL DA
      *FAMILIA E NAO PODE ESTAR EM OUTRA FAMILIA
       P3-ACRESCENTA.
            DISPLAY 'Informe o numero da familia: '
            ACCEPT WS-ID-FAMILIA-INF
            DISPLAY 'Informe o codigo do aluno (irmao): '
            ACCEPT WS-ID-ALUNO-INF

            PERFORM P7-LE-ALUNO           THRU P7-LE-ALUNO-FIM
            IF NOT ALUNO-ACHADO
               DISPLAY 'ALUNO NAO ENCONTRADO.'
               GO TO P3-ACRESCENTA-FIM
            END-IF

            PERFORM P11-ABRE-ARQUIVOS     THRU P11-ABRE-ARQUIVOS-FIM
            IF NOT FFA-OK OR NOT FFL-OK
               GO TO P3-ACRESCENTA-FIM
            END-IF

            MOVE WS-ID-FAMILIA-INF        TO ID-FAMILIA
            READ FAMILIA
                KEY IS ID-FAMILIA
                INVALID KEY
                    DISPLAY 'FAMILIA NAO ENCONTRADA.'
                    CLOSE FAMILIA
                    CLOSE FAMALUNO
                    GO TO P3-ACRESCENTA-FIM
            END-READ

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-FAL
            READ FAMALUNO
                KEY IS ID-ALUNO-FAL
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'ALUNO JA PERTENCE A FAMILIA '
                            ID-FAMILIA-FAL '.'
                    CLOSE FAMILIA
                    CLOSE FAMALUNO
                    GO TO P3-ACRESCENTA-FIM
            END-READ

            PERFORM P10-CONTA-MEMBROS     THRU P10-CONTA-MEMBROS-FIM
            IF WS-QT-MEMBROS NOT LESS THAN 6
               DISPLAY 'FAMILIA JA TEM 6 ALUNOS - LIMITE DA COBRANCA'
                       ' CONSOLIDADA.'
               CLOSE FAMILIA
               CLOSE FAMALUNO
               GO TO P3-ACRESCENTA-FIM
            END-IF

            MOVE 'F'                      TO WS-BUSCA-RESP
            PERFORM P8-RESPONSAVEL        THRU P8-RESPONSAVEL-FIM
            IF NOT RESP-ACHADO
               DISPLAY 'O ALUNO NAO TEM O RESPONSAVEL ' NM-RESP-FAM
                       ' (TEL ' TL-RESP-FAM ') NO CADASTRO DE'
                       ' RESPONSAVEIS.'
               CLOSE FAMILIA
               CLOSE FAMALUNO
               GO TO P3-ACRESCENTA-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-FAL
            MOVE WS-ID-FAMILIA-INF        TO ID-FAMILIA-FAL
            MOVE WS-DATA-HOJE             TO DT-INCLUSAO-FAL
            MOVE WS-AUD-OPERADOR          TO OP-FAMALUNO
            WRITE REG-FAMALUNO
                INVALID KEY
                    DISPLAY 'ERRO AO VINCULAR O ALUNO A FAMILIA'
                    CLOSE FAMILIA
                    CLOSE FAMALUNO
                    GO TO P3-ACRESCENTA-FIM
            END-WRITE

            IF ST-FAMILIA NOT EQUAL 'A'
               MOVE 'A'                   TO ST-FAMILIA
               REWRITE REG-FAMILIA
                   INVALID KEY
                       DISPLAY 'ERRO AO REATIVAR A FAMILIA'
               END-REWRITE
            END-IF

            DISPLAY 'ALUNO ' WS-ID-ALUNO-INF ' - ' WS-NM-ALUNO
                    ' INCLUIDO NA FAMILIA ' WS-ID-FAMILIA-INF '!'
            MOVE 'FAMILIA'                TO WS-AUD-PROGRAMA
            MOVE 'IRMAO'                  TO WS-AUD-OPERACAO
            STRING 'FAMILIA ' WS-ID-FAMILIA-INF
                   ' INCLUIDO ALUNO ' WS-ID-ALUNO-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            CLOSE FAMILIA
            CLOSE FAMALUNO
            .
       P3-ACRESCENTA-FIM.

      *RETIRA O ALUNO DA SUA FAMILIA; A FAMILIA QUE FICA SEM ALUNOS E
      *INATIVADA E A COBRANCA VOLTA A SER SO INDIVIDUAL
       P4-RETIRA.
            DISPLAY 'Informe o codigo do aluno a retirar: '
            ACCEPT WS-ID-ALUNO-INF

            PERFORM P11-ABRE-ARQUIVOS     THRU P11-ABRE-ARQUIVOS-FIM
            IF NOT FFA-OK OR NOT FFL-OK
               GO TO P4-RETIRA-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-FAL
            READ FAMALUNO
                KEY IS ID-ALUNO-FAL
                INVALID KEY
                    DISPLAY 'ALUNO NAO PERTENCE A NENHUMA FAMILIA.'
                    CLOSE FAMILIA
                    CLOSE FAMALUNO
                    GO TO P4-RETIRA-FIM
            END-READ
            MOVE ID-FAMILIA-FAL           TO WS-ID-FAMILIA-INF

            DISPLAY 'Confirma a retirada do aluno da familia '
                    WS-ID-FAMILIA-INF ' (S/N)? '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT EQUAL 'S' AND WS-RESPOSTA NOT EQUAL 's'
               DISPLAY 'RETIRADA CANCELADA.'
               CLOSE FAMILIA
               CLOSE FAMALUNO
               GO TO P4-RETIRA-FIM
            END-IF

            DELETE FAMALUNO
                INVALID KEY
                    DISPLAY 'ERRO AO RETIRAR O ALUNO DA FAMILIA'
                    CLOSE FAMILIA
                    CLOSE FAMALUNO
                    GO TO P4-RETIRA-FIM
            END-DELETE

            DISPLAY 'ALUNO ' WS-ID-ALUNO-INF ' RETIRADO DA FAMILIA '
                    WS-ID-FAMILIA-INF '.'
            MOVE WS-ID-FAMILIA-INF        TO ID-FAMILIA
            READ FAMILIA
                KEY IS ID-FAMILIA
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM P10-CONTA-MEMBROS
                            THRU P10-CONTA-MEMBROS-FIM
                    IF WS-QT-MEMBROS EQUAL ZEROS
                       MOVE 'I'           TO ST-FAMILIA
                       REWRITE REG-FAMILIA
                           INVALID KEY
                               DISPLAY 'ERRO AO INATIVAR A FAMILIA'
                           NOT INVALID KEY
                               DISPLAY 'FAMILIA SEM ALUNOS -'
                                       ' INATIVADA.'
                       END-REWRITE
                    END-IF
            END-READ

            MOVE 'FAMILIA'                TO WS-AUD-PROGRAMA
            MOVE 'RETIRADA'               TO WS-AUD-OPERACAO
            STRING 'FAMILIA ' WS-ID-FAMILIA-INF
                   ' RETIRADO ALUNO ' WS-ID-ALUNO-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            CLOSE FAMILIA
            CLOSE FAMALUNO
            .
       P4-RETIRA-FIM.

      *CONSULTA A FAMILIA: RESPONSAVEL, IRMAOS E COBRANCAS
      *CONSOLIDADAS COM OS ITENS POR ALUNO
       P5-CONSULTA.
            DISPLAY 'Informe o numero da familia: '
            ACCEPT WS-ID-FAMILIA-INF

            SET FFA-OK                    TO TRUE
            OPEN INPUT FAMILIA
            IF NOT FFA-OK
               DISPLAY 'NENHUMA FAMILIA CADASTRADA ATE O MOMENTO.'
               CLOSE FAMILIA
               GO TO P5-CONSULTA-FIM
            END-IF

            MOVE WS-ID-FAMILIA-INF        TO ID-FAMILIA
            READ FAMILIA
                KEY IS ID-FAMILIA
                INVALID KEY
                    DISPLAY 'FAMILIA NAO ENCONTRADA.'
                    CLOSE FAMILIA
                    GO TO P5-CONSULTA-FIM
            END-READ
            CLOSE FAMILIA

            DISPLAY '*** FAMILIA ' ID-FAMILIA ' ***'
            DISPLAY 'RESPONSAVEL: ' NM-RESP-FAM ' (' PARENTESCO-FAM ')'
                    ' TEL ' TL-RESP-FAM
            DISPLAY 'SITUACAO: ' ST-FAMILIA ' DESDE ' DT-CADASTRO-FAM
                    ' TITULAR ' ID-ALUNO-TIT-FAM

            SET FFL-OK                    TO TRUE
            OPEN INPUT FAMALUNO
            IF FFL-OK
               SET EOF-OK                 TO FALSE
               PERFORM UNTIL EOF-OK
                   READ FAMALUNO NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF ID-FAMILIA-FAL EQUAL WS-ID-FAMILIA-INF
                              MOVE ID-ALUNO-FAL TO WS-ID-ALUNO-INF
                              PERFORM P7-LE-ALUNO
                                      THRU P7-LE-ALUNO-FIM
                              DISPLAY '   ALUNO ' ID-ALUNO-FAL ' - '
                                      WS-NM-ALUNO ' DESDE '
                                      DT-INCLUSAO-FAL
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE FAMALUNO

            SET FCF-OK                    TO TRUE
            OPEN INPUT COBFAM
            IF NOT FCF-OK
               DISPLAY 'NENHUMA COBRANCA CONSOLIDADA GERADA.'
               CLOSE COBFAM
               GO TO P5-CONSULTA-FIM
            END-IF

            MOVE WS-ID-FAMILIA-INF        TO ID-FAMILIA-CBF
            MOVE ZEROS                    TO AAAAMM-CBF
            SET EOF-OK                    TO FALSE
            START COBFAM KEY IS NOT LESS THAN ID-COBFAM
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ COBFAM NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-FAMILIA-CBF NOT EQUAL WS-ID-FAMILIA-INF
                           SET EOF-OK TO TRUE
                        ELSE
                           DISPLAY 'COMPETENCIA ' AAAAMM-CBF
                                   ' TOTAL ' VL-TOTAL-CBF
                                   ' PAGO ' VL-PAGO-CBF
                                   ' SITUACAO ' ST-COBFAM
                           PERFORM VARYING WS-IX FROM 1 BY 1
                                   UNTIL WS-IX GREATER THAN
                                         QT-ITENS-CBF
                               DISPLAY '      ALUNO '
                                       ID-ALUNO-ITF(WS-IX) ' '
                                       VL-ITEM-ITF(WS-IX) ' '
                                       ST-ITEM-CBF(WS-IX)
                           END-PERFORM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE COBFAM
            .
       P5-CONSULTA-FIM.

      *LISTA AS FAMILIAS CADASTRADAS COM A QUANTIDADE DE IRMAOS
       P6-LISTA.
            MOVE ZEROS                    TO WS-QT-LISTADOS
            SET FFA-OK                    TO TRUE
            OPEN INPUT FAMILIA
            IF NOT FFA-OK
               DISPLAY 'NENHUMA FAMILIA CADASTRADA ATE O MOMENTO.'
               CLOSE FAMILIA
               GO TO P6-LISTA-FIM
            END-IF
            SET FFL-OK                    TO TRUE
            OPEN INPUT FAMALUNO

            DISPLAY '*** FAMILIAS CADASTRADAS ***'
            SET EOF2-OK                   TO FALSE
            PERFORM UNTIL EOF2-OK
                READ FAMILIA NEXT RECORD
                    AT END
                        SET EOF2-OK TO TRUE
                    NOT AT END
                        ADD 1             TO WS-QT-LISTADOS
                        PERFORM P10-CONTA-MEMBROS
                                THRU P10-CONTA-MEMBROS-FIM
                        DISPLAY 'FAMILIA ' ID-FAMILIA ' - '
                                NM-RESP-FAM ' ALUNOS '
                                WS-QT-MEMBROS ' SITUACAO '
                                ST-FAMILIA
                END-READ
            END-PERFORM
            CLOSE FAMILIA
            CLOSE FAMALUNO
            DISPLAY 'FAMILIAS LISTADAS: ' WS-QT-LISTADOS
            .
       P6-LISTA-FIM.

      *LE O NOME E A SITUACAO DO ALUNO INFORMADO
       P7-LE-ALUNO.
            SET ALUNO-ACHADO              TO FALSE
            MOVE SPACES                   TO WS-NM-ALUNO
                                             WS-ST-ALUNO
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ALUNO-ACHADO   TO TRUE
                       MOVE NM-ALUNO      TO WS-NM-ALUNO
                       MOVE ST-ALUNO      TO WS-ST-ALUNO
               END-READ
            END-IF
            CLOSE ALUNO
            .
       P7-LE-ALUNO-FIM.

      *LOCALIZA NO CFP001S19 O RESPONSAVEL DO ALUNO INFORMADO: O
      *PRIMEIRO DELE (BUSCA 'P') OU O QUE TEM O NOME E O TELEFONE DO
      *RESPONSAVEL DA FAMILIA LIDA (BUSCA 'F')
       P8-RESPONSAVEL.
            SET RESP-ACHADO               TO FALSE
            MOVE SPACES                   TO WS-NM-RESP
                                             WS-PARENTESCO
            MOVE ZEROS                    TO WS-TL-RESP
            SET EOF2-OK                   TO FALSE
            SET FRS-OK                    TO TRUE

            OPEN INPUT RESPONSAVEL
            IF FRS-OK
               PERFORM UNTIL EOF2-OK
                   READ RESPONSAVEL NEXT RECORD
                       AT END
                           SET EOF2-OK TO TRUE
                       NOT AT END
                           IF ID-ALUNO-RESP EQUAL WS-ID-ALUNO-INF
                              IF WS-BUSCA-RESP EQUAL 'P'
                                 OR (NM-RESP EQUAL NM-RESP-FAM AND
                                     TL-RESP1 EQUAL TL-RESP-FAM)
                                 SET RESP-ACHADO TO TRUE
                                 MOVE NM-RESP    TO WS-NM-RESP
                                 MOVE PARENTESCO TO WS-PARENTESCO
                                 MOVE TL-RESP1   TO WS-TL-RESP
                                 SET EOF2-OK     TO TRUE
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE RESPONSAVEL
            .
       P8-RESPONSAVEL-FIM.

      *GERA O PROXIMO NUMERO DE FAMILIA (CONTADOR 35)
       P9-GERA-NUMERO.
            MOVE ZEROS                    TO WS-ID-FAMILIA-NOVA
            SET FSC-OK                    TO TRUE

            OPEN I-O CONTADOR
            IF WS-FSC EQUAL 35
                 CLOSE CONTADOR
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
            END-IF

            IF FSC-OK THEN
               MOVE 35                    TO ID-CONTADOR
               READ CONTADOR
                   INVALID KEY
                       MOVE ZEROS         TO NR-ULTIMO-REGISTRO
               END-READ

               ADD 1                      TO NR-ULTIMO-REGISTRO
               MOVE NR-ULTIMO-REGISTRO    TO WS-ID-FAMILIA-NOVA

               REWRITE REG-CONTADOR
                   INVALID KEY
                       WRITE REG-CONTADOR
               END-REWRITE
            ELSE
              DISPLAY 'ERRO AO ABRIR ARQUIVO DE CONTADOR'
              MOVE WS-FSC TO WS-FS-CODE
              PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
              DISPLAY 'FILE STATUS: ' WS-FSC ' - ' WS-FS-MSG
            END-IF

            CLOSE CONTADOR
            .
       P9-GERA-NUMERO-FIM.

      *CONTA OS ALUNOS VINCULADOS A FAMILIA LIDA (FAMALUNO ABERTO)
       P10-CONTA-MEMBROS.
            MOVE ZEROS                    TO WS-QT-MEMBROS
            IF NOT FFL-OK
               GO TO P10-CONTA-MEMBROS-FIM
            END-IF
            MOVE ZEROS                    TO ID-ALUNO-FAL
            SET EOF-OK                    TO FALSE
            START FAMALUNO KEY IS NOT LESS THAN ID-ALUNO-FAL
                INVALID KEY
                    SET EOF-OK            TO TRUE
            END-START
            PERFORM UNTIL EOF-OK
                READ FAMALUNO NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ID-FAMILIA-FAL EQUAL ID-FAMILIA
                           ADD 1          TO WS-QT-MEMBROS
                        END-IF
                END-READ
            END-PERFORM
            .
       P10-CONTA-MEMBROS-FIM.

      *ABRE O CADASTRO DE FAMILIAS E O DE VINCULOS, CRIANDO-OS SE
      *NAO EXISTIREM
       P11-ABRE-ARQUIVOS.
            SET FFA-OK                    TO TRUE
            OPEN I-O FAMILIA
            IF WS-FFA EQUAL 35
                 CLOSE FAMILIA
                 OPEN OUTPUT FAMILIA
                 CLOSE FAMILIA
                 OPEN I-O FAMILIA
            END-IF
            IF NOT FFA-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE FAMILIAS'
               MOVE WS-FFA TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FFA ' - ' WS-FS-MSG
               CLOSE FAMILIA
               GO TO P11-ABRE-ARQUIVOS-FIM
            END-IF

            SET FFL-OK                    TO TRUE
            OPEN I-O FAMALUNO
            IF WS-FFL EQUAL 35
                 CLOSE FAMALUNO
                 OPEN OUTPUT FAMALUNO
                 CLOSE FAMALUNO
                 OPEN I-O FAMALUNO
            END-IF
            IF NOT FFL-OK
               DISPLAY 'ERRO AO ABRIR OS VINCULOS DE FAMILIA'
               MOVE WS-FFL TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FFL ' - ' WS-FS-MSG
               CLOSE FAMALUNO
               CLOSE FAMILIA
            END-IF
            .
       P11-ABRE-ARQUIVOS-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM FAMILIA.
